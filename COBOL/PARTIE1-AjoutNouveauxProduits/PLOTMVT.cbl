*> ==========================================================
*> PLOTMVT.cbl - Sous-programme des mouvements de stock par lot
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Tenir le stock par lot fournisseur et par depot, et journaliser
*>   chaque mouvement de lot (entree, sortie, livraison directe) pour
*>   qu'un rappel de lot fournisseur puisse retrouver les clients
*>   livres (cf PRECALL)
*>
*> Entrées :
*> - LS-ACTION : 'E' = entree en stock du lot (reception, retour,
*>   arrivee de transfert), 'S' = sortie de stock, 'D' = livraison
*>   directe (journal seul, rien ne bouge au stock), 'L' = lecture
*>   du solde d'un lot, '*' = appel de cloture de fin de run (cf
*>   PDEVISE)
*> - LS-MVT : depot, produit, lot, quantite, date du mouvement, date
*>   de reception du lot (entree seulement, vide = date du
*>   mouvement), origine ('P' bon fournisseur, 'C' commande client,
*>   'R' retour client, 'T' transfert inter-depots) et reference
*>   (numero de bon, de commande ou de transfert)
*>
*> Sorties :
*> - LS-RESULTAT : lots effectivement mouvementes (au plus 10) avec
*>   quantite et date de reception, et statut : 'Y' = fait, 'N' =
*>   lot inconnu (sortie ou lecture d'un lot precis), 'P' = sortie
*>   servie en partie sur le lot vide faute de stock en lots
*> - DSTOCK-LOT : stock par depot, produit et lot (cree au premier
*>   appel s'il n'existe pas encore)
*> - DLOT-JRNL : journal des mouvements de lot, en mode ajout
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - Sortie sans lot precise : les lots du depot sont consommes du
*>   plus ancien au plus recent (date de reception). Le lot vide
*>   porte le stock anterieur au suivi par lot, il est toujours
*>   considere comme le plus ancien ; le reliquat non couvert par
*>   les lots y est impute, quitte a le rendre negatif, pour que le
*>   mouvement soit quand meme trace
*> - Sortie avec lot precise : toute la quantite est prise sur ce
*>   lot, qui peut devenir negatif (ecart d'inventaire a regulariser)
*> - Au-dela de 10 lots mouvementes, les lots suivants sont bien
*>   imputes et journalises, seuls les 10 premiers sont rendus
*> - Les fichiers s'ouvrent au premier appel du run et restent
*>   ouverts ; l'appelant les ferme par LS-ACTION = '*'
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PLOTMVT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

*> Stock par lot : la cle commence par depot + produit, ce qui
*> permet de parcourir tous les lots d'un produit dans un depot
           SELECT FSTKLOT ASSIGN TO DSTOCK-LOT
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS LOT-CLE
                          FILE STATUS IS WS-STATUS-LOT.

           SELECT FLOTJRN ASSIGN TO DLOT-JRNL
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-JRN.

       DATA DIVISION.
       FILE SECTION.

       FD FSTKLOT
           DATA RECORD IS ENRSTKLOT.

       01 ENRSTKLOT.
          05 LOT-CLE.
             10 LOT-DEPOT      PIC X(2).
             10 LOT-P-NO       PIC 9(3).
             10 LOT-NO         PIC X(12).
          05 LOT-QTY           PIC S9(5).
          05 LOT-DATE-RECEP    PIC X(10).

*> Un mouvement de lot par ligne (cf PRECALL)
       FD FLOTJRN
           RECORDING MODE IS F.

       01 ENRLOTJRN.
          05 JRN-TYPE          PIC X(1).
          05 FILLER            PIC X(1).
          05 JRN-ORIGINE       PIC X(1).
          05 FILLER            PIC X(1).
          05 JRN-REF           PIC 9(6).
          05 FILLER            PIC X(1).
          05 JRN-DEPOT         PIC X(2).
          05 FILLER            PIC X(1).
          05 JRN-P-NO          PIC 9(3).
          05 FILLER            PIC X(1).
          05 JRN-LOT           PIC X(12).
          05 FILLER            PIC X(1).
          05 JRN-QTE           PIC 9(5).
          05 FILLER            PIC X(1).
          05 JRN-DATE          PIC X(10).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-LOT   PIC 99 VALUE 0.
       77 WS-STATUS-JRN   PIC 99 VALUE 0.

*> 'Y' une fois les fichiers ouverts : l'etat du sous-programme
*> persiste d'un CALL a l'autre (cf PDEVISE)
       01 WS-INITIALISE   PIC X VALUE 'N'.
       01 WS-EOF-LOT      PIC X(1).

*> Lots du depot et du produit ayant du stock, pour la sortie FIFO
       01 WS-FIFO-TABLE.
          05 WS-FIFO-ENTREE OCCURS 50 TIMES.
             10 WS-FIFO-LOT    PIC X(12).
             10 WS-FIFO-DATE   PIC X(10).
             10 WS-FIFO-QTY    PIC S9(5).
             10 WS-FIFO-PRIS   PIC X(1).
       01 WS-NB-FIFO      PIC 9(2) VALUE 0.
       01 WS-FIFO-IDX     PIC 9(2).
       01 WS-FIFO-MIN     PIC 9(2).

*> Quantite restant a sortir et quantite prise sur le lot courant
       01 WS-RESTE        PIC 9(5).
       01 WS-PRISE        PIC 9(5).
       01 WS-RES-IDX      PIC 9(2).
       01 WS-RES-TROUVE   PIC 9(2).

*> Lot a debiter (cf 3200) et type de la ligne de journal
       01 WS-LOT-COURANT  PIC X(12).
       01 WS-JRN-TYPE     PIC X(1).

       LINKAGE SECTION.

       01 LS-ACTION       PIC X(1).

       01 LS-MVT.
          05 LS-DEPOT        PIC X(2).
          05 LS-P-NO         PIC 9(3).
          05 LS-LOT          PIC X(12).
          05 LS-QTE          PIC 9(5).
          05 LS-DATE         PIC X(10).
          05 LS-DATE-LOT     PIC X(10).
          05 LS-ORIGINE      PIC X(1).
          05 LS-REF          PIC 9(6).

       01 LS-RESULTAT.
          05 LS-STATUT       PIC X(1).
          05 LS-NB-LOTS      PIC 9(2).
          05 LS-ALLOC OCCURS 10 TIMES.
             10 LS-AL-LOT    PIC X(12).
             10 LS-AL-QTE    PIC 9(5).
             10 LS-AL-DATE   PIC X(10).

       PROCEDURE DIVISION USING LS-ACTION LS-MVT LS-RESULTAT.

*> Appel de cloture de fin de run : fermeture des fichiers restes
*> ouverts, aucun mouvement
           IF LS-ACTION = '*'
              IF WS-INITIALISE = 'Y'
                 PERFORM 9000-FIN
              END-IF
              GOBACK
           END-IF.

           IF WS-INITIALISE = 'N'
              PERFORM 1000-DEBUT
           END-IF.

           MOVE 'Y' TO LS-STATUT
           MOVE 0   TO LS-NB-LOTS

           EVALUATE LS-ACTION
              WHEN 'E'
                 PERFORM 2000-ENTREE
              WHEN 'S'
                 IF LS-LOT = SPACES
                    PERFORM 3000-SORTIE-FIFO
                 ELSE
                    PERFORM 3500-SORTIE-LOT
                 END-IF
              WHEN 'D'
                 PERFORM 4000-LIVRAISON-DIRECTE
              WHEN 'L'
                 PERFORM 5000-LIRE-LOT
              WHEN OTHER
                 MOVE 'N' TO LS-STATUT
           END-EVALUATE

           GOBACK
           .

*> Premier appel du run : stock par lot cree s'il n'existe pas encore
*> (cf PORDER pour DSTOCK-DEPOT), journal en mode ajout
       1000-DEBUT.

           OPEN I-O FSTKLOT
           IF WS-STATUS-LOT NOT = 0
              CLOSE FSTKLOT
              OPEN OUTPUT FSTKLOT
              CLOSE FSTKLOT
              OPEN I-O FSTKLOT
           END-IF

           OPEN EXTEND FLOTJRN
           IF WS-STATUS-JRN NOT = 0
              CLOSE FLOTJRN
              OPEN OUTPUT FLOTJRN
           END-IF

           MOVE 'Y' TO WS-INITIALISE
           .

*> Entree en stock : le lot ouvre son solde au premier mouvement avec
*> sa date de reception, qui ne change plus ensuite
       2000-ENTREE.

           MOVE LS-DEPOT TO LOT-DEPOT
           MOVE LS-P-NO  TO LOT-P-NO
           MOVE LS-LOT   TO LOT-NO
           READ FSTKLOT
               INVALID KEY
                   MOVE LS-DEPOT TO LOT-DEPOT
                   MOVE LS-P-NO  TO LOT-P-NO
                   MOVE LS-LOT   TO LOT-NO
                   MOVE LS-QTE   TO LOT-QTY
*> Le lot vide garde une date vide : il reste le plus ancien
                   IF LS-LOT = SPACES
                      MOVE SPACES TO LOT-DATE-RECEP
                   ELSE
                      IF LS-DATE-LOT = SPACES
                         MOVE LS-DATE     TO LOT-DATE-RECEP
                      ELSE
                         MOVE LS-DATE-LOT TO LOT-DATE-RECEP
                      END-IF
                   END-IF
                   WRITE ENRSTKLOT
               NOT INVALID KEY
                   ADD LS-QTE TO LOT-QTY
                   REWRITE ENRSTKLOT
           END-READ

           MOVE LS-QTE TO WS-PRISE
           PERFORM 6000-RESULTAT
           MOVE 'E' TO WS-JRN-TYPE
           PERFORM 7000-JOURNALISER
           .

*> Sortie sans lot precise : lots ayant du stock releves, puis
*> consommes du plus ancien au plus recent ; reliquat sur le lot vide
       3000-SORTIE-FIFO.

           MOVE 0 TO WS-NB-FIFO
           MOVE 'N' TO WS-EOF-LOT
           MOVE LS-DEPOT TO LOT-DEPOT
           MOVE LS-P-NO  TO LOT-P-NO
           MOVE LOW-VALUES TO LOT-NO
           START FSTKLOT KEY IS NOT LESS THAN LOT-CLE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-LOT
           END-START

           PERFORM UNTIL WS-EOF-LOT = 'Y'
              READ FSTKLOT NEXT RECORD
                  AT END
                      MOVE 'Y' TO WS-EOF-LOT
                  NOT AT END
                      IF LOT-DEPOT NOT = LS-DEPOT
                         OR LOT-P-NO NOT = LS-P-NO
                         MOVE 'Y' TO WS-EOF-LOT
                      ELSE
                         IF LOT-QTY > 0 AND WS-NB-FIFO < 50
                            ADD 1 TO WS-NB-FIFO
                            MOVE LOT-NO
                                 TO WS-FIFO-LOT(WS-NB-FIFO)
                            MOVE LOT-DATE-RECEP
                                 TO WS-FIFO-DATE(WS-NB-FIFO)
                            MOVE LOT-QTY
                                 TO WS-FIFO-QTY(WS-NB-FIFO)
                            MOVE 'N' TO WS-FIFO-PRIS(WS-NB-FIFO)
                         END-IF
                      END-IF
              END-READ
           END-PERFORM

           MOVE LS-QTE TO WS-RESTE
           MOVE 1 TO WS-FIFO-MIN
           PERFORM UNTIL WS-RESTE = 0 OR WS-FIFO-MIN = 0
              PERFORM 3100-LOT-LE-PLUS-ANCIEN
              IF WS-FIFO-MIN > 0
                 MOVE 'Y' TO WS-FIFO-PRIS(WS-FIFO-MIN)
                 IF WS-FIFO-QTY(WS-FIFO-MIN) < WS-RESTE
                    MOVE WS-FIFO-QTY(WS-FIFO-MIN) TO WS-PRISE
                 ELSE
                    MOVE WS-RESTE TO WS-PRISE
                 END-IF
                 MOVE WS-FIFO-LOT(WS-FIFO-MIN) TO WS-LOT-COURANT
                 PERFORM 3200-DEBITER-LOT
                 SUBTRACT WS-PRISE FROM WS-RESTE
              END-IF
           END-PERFORM

*> Reliquat non couvert par les lots : impute au lot vide
           IF WS-RESTE > 0
              MOVE 'P' TO LS-STATUT
              MOVE WS-RESTE TO WS-PRISE
              MOVE SPACES TO WS-LOT-COURANT
              PERFORM 3200-DEBITER-LOT
           END-IF
           .

*> Lot non encore consomme a la plus ancienne date de reception
       3100-LOT-LE-PLUS-ANCIEN.

           MOVE 0 TO WS-FIFO-MIN
           PERFORM VARYING WS-FIFO-IDX FROM 1 BY 1
                   UNTIL WS-FIFO-IDX > WS-NB-FIFO
              IF WS-FIFO-PRIS(WS-FIFO-IDX) = 'N'
                 IF WS-FIFO-MIN = 0
                    MOVE WS-FIFO-IDX TO WS-FIFO-MIN
                 ELSE
                    IF WS-FIFO-DATE(WS-FIFO-IDX)
                       < WS-FIFO-DATE(WS-FIFO-MIN)
                       MOVE WS-FIFO-IDX TO WS-FIFO-MIN
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

*> Debit de WS-PRISE sur le lot WS-LOT-COURANT du depot et du produit ; le
*> lot vide ouvre son solde (negatif) s'il n'existe pas encore
       3200-DEBITER-LOT.

           MOVE LS-DEPOT TO LOT-DEPOT
           MOVE LS-P-NO  TO LOT-P-NO
           MOVE WS-LOT-COURANT TO LOT-NO
           READ FSTKLOT
               INVALID KEY
                   MOVE LS-DEPOT TO LOT-DEPOT
                   MOVE LS-P-NO  TO LOT-P-NO
                   MOVE WS-LOT-COURANT TO LOT-NO
                   MOVE SPACES   TO LOT-DATE-RECEP
                   COMPUTE LOT-QTY = 0 - WS-PRISE
                   WRITE ENRSTKLOT
               NOT INVALID KEY
                   SUBTRACT WS-PRISE FROM LOT-QTY
                   REWRITE ENRSTKLOT
           END-READ

           PERFORM 6000-RESULTAT
           MOVE 'S' TO WS-JRN-TYPE
           PERFORM 7000-JOURNALISER
           .

*> Sortie d'un lot precis : le lot doit exister dans le depot
       3500-SORTIE-LOT.

           MOVE LS-DEPOT TO LOT-DEPOT
           MOVE LS-P-NO  TO LOT-P-NO
           MOVE LS-LOT   TO LOT-NO
           READ FSTKLOT
               INVALID KEY
                   MOVE 'N' TO LS-STATUT
               NOT INVALID KEY
                   SUBTRACT LS-QTE FROM LOT-QTY
                   REWRITE ENRSTKLOT
                   MOVE LS-QTE TO WS-PRISE
                   PERFORM 6000-RESULTAT
                   MOVE 'S' TO WS-JRN-TYPE
                   PERFORM 7000-JOURNALISER
           END-READ
           .

*> Livraison directe : la marchandise part du fournisseur chez le
*> client sans passer par un depot, seul le journal est alimente
       4000-LIVRAISON-DIRECTE.

           MOVE LS-LOT   TO LOT-NO
           MOVE SPACES   TO LOT-DATE-RECEP
           MOVE LS-QTE   TO WS-PRISE
           PERFORM 6000-RESULTAT
           MOVE 'D' TO WS-JRN-TYPE
           PERFORM 7000-JOURNALISER
           .

*> Lecture du solde d'un lot precis, sans mouvement
       5000-LIRE-LOT.

           MOVE LS-DEPOT TO LOT-DEPOT
           MOVE LS-P-NO  TO LOT-P-NO
           MOVE LS-LOT   TO LOT-NO
           READ FSTKLOT
               INVALID KEY
                   MOVE 'N' TO LS-STATUT
               NOT INVALID KEY
                   MOVE 1 TO LS-NB-LOTS
                   MOVE LOT-NO TO LS-AL-LOT(1)
                   IF LOT-QTY > 0
                      MOVE LOT-QTY TO LS-AL-QTE(1)
                   ELSE
                      MOVE 0 TO LS-AL-QTE(1)
                   END-IF
                   MOVE LOT-DATE-RECEP TO LS-AL-DATE(1)
           END-READ
           .

*> Lot LOT-NO mouvemente de WS-PRISE rendu a l'appelant, cumule
*> s'il figure deja dans le resultat
       6000-RESULTAT.

           MOVE 0 TO WS-RES-TROUVE
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > LS-NB-LOTS
                   OR WS-RES-TROUVE > 0
              IF LS-AL-LOT(WS-RES-IDX) = LOT-NO
                 MOVE WS-RES-IDX TO WS-RES-TROUVE
              END-IF
           END-PERFORM

           IF WS-RES-TROUVE > 0
              ADD WS-PRISE TO LS-AL-QTE(WS-RES-TROUVE)
           ELSE
              IF LS-NB-LOTS < 10
                 ADD 1 TO LS-NB-LOTS
                 MOVE LOT-NO         TO LS-AL-LOT(LS-NB-LOTS)
                 MOVE WS-PRISE       TO LS-AL-QTE(LS-NB-LOTS)
                 MOVE LOT-DATE-RECEP TO LS-AL-DATE(LS-NB-LOTS)
              END-IF
           END-IF
           .

*> Ligne de journal du mouvement de WS-PRISE sur le lot LOT-NO
       7000-JOURNALISER.

           MOVE SPACES TO ENRLOTJRN
           MOVE WS-JRN-TYPE TO JRN-TYPE
           MOVE LS-ORIGINE TO JRN-ORIGINE
           MOVE LS-REF     TO JRN-REF
           MOVE LS-DEPOT   TO JRN-DEPOT
           MOVE LS-P-NO    TO JRN-P-NO
           MOVE LOT-NO     TO JRN-LOT
           MOVE WS-PRISE   TO JRN-QTE
           MOVE LS-DATE    TO JRN-DATE
           WRITE ENRLOTJRN
           .

*> Fin de run : fermeture, l'etat est rearme pour un run suivant
       9000-FIN.

           CLOSE FSTKLOT
           CLOSE FLOTJRN
           MOVE 'N' TO WS-INITIALISE
           .
