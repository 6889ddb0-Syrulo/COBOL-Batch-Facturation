*> ==========================================================
*> PRECALL.cbl - Rapport de rappel d'un lot fournisseur
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Quand un fournisseur rappelle un lot, dire en un rapport quels
*>   clients l'ont recu : commande, facture, adresse de livraison et
*>   quantites livrees (et deja retournees), et combien de ce lot
*>   reste en stock dans chaque depot pour le mettre en quarantaine
*>
*> Entrées :
*> - SYSIN : un lot a rappeler par ligne, ligne vide = fin :
*>     colonnes 1-3 : N° de produit, colonnes 5-16 : N° de lot
*> - FLOTJRN / DLOT-JRNL : journal des mouvements de lot (cf PLOTMVT)
*> - FSTKLOT / DSTOCK-LOT : stock par depot, produit et lot
*> - FINVXREF / DINVOICE-XREF : correspondance commande -> facture
*>   et client (retrouve le client d'une commande disparue d'ORDERS)
*> - Tables DB2 : ORDERS, CUSTOMERS (lecture seule)
*>
*> Sorties :
*> - DRECALL-RPT : rapport de 80 caracteres, par lot demande :
*>   'H' en-tete, 'P' par reception fournisseur du lot, 'C' par
*>   commande livree suivie de son adresse de livraison 'A', 'Q' par
*>   depot ou il reste du lot (a mettre en quarantaine), 'T' synthese
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - Adresse de livraison du client (SHIP_*), a defaut son adresse de
*>   facturation, comme l'accuse de commande (cf PORDACK)
*> - Une commande archivee ou supprimee par un retour complet n'est
*>   plus dans ORDERS : le client est retrouve par DINVOICE-XREF, la
*>   ligne est imprimee avec ce qui est connu
*> - Le depot '**' est la marchandise en transit entre deux depots
*>   (cf PXFER) : elle est a intercepter a l'arrivee
*> - Seules les expeditions faites depuis le suivi par lot sont au
*>   journal : le lot vide (stock anterieur) ne se rappelle pas
*> - Code retour 8 si aucun lot demande sur SYSIN, 4 si un lot
*>   demande est introuvable (ni mouvement ni stock), 0 sinon
*> - Ce programme tourne hors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PRECALL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

*> Même structure que celle écrite par PLOTMVT (cf PLOTMVT.cbl)
           SELECT FLOTJRN ASSIGN TO DLOT-JRNL
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-JRN.

*> Même organisation que dans PLOTMVT, parcourue en entier : la cle
*> commence par le depot
           SELECT FSTKLOT ASSIGN TO DSTOCK-LOT
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS SEQUENTIAL
                          RECORD KEY IS LOT-CLE
                          FILE STATUS IS WS-STATUS-LOT.

*> Même organisation que dans PVOID (cf PVOID.cbl)
           SELECT FINVXREF ASSIGN TO DINVOICE-XREF
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS XRF-O-NO
                          FILE STATUS IS WS-STATUS-XRF.

           SELECT FRECALL ASSIGN TO DRECALL-RPT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.

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

       FD FSTKLOT
           DATA RECORD IS ENRSTKLOT.

       01 ENRSTKLOT.
          05 LOT-CLE.
             10 LOT-DEPOT      PIC X(2).
             10 LOT-P-NO       PIC 9(3).
             10 LOT-NO         PIC X(12).
          05 LOT-QTY           PIC S9(5).
          05 LOT-DATE-RECEP    PIC X(10).

*> Même structure que celle tenue par PFACTURE (cf PFACTURE.cbl)
       FD FINVXREF
           DATA RECORD IS ENRINVXREF.

       01 ENRINVXREF.
          05 XRF-O-NO        PIC 9(6).
          05 XRF-INVOICE-NO  PIC 9(6).
          05 XRF-DATE        PIC X(10).
          05 XRF-C-NO        PIC 9(4).
          05 XRF-MONTANT     PIC 9(7)V99.

       FD FRECALL
           RECORDING MODE IS F.

       01 ENRRECALL          PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE ORDERS END-EXEC.

           EXEC SQL INCLUDE CUSTOMER END-EXEC.

*> Adresse de livraison : colonnes hors DCLGEN, declarees localement
*> comme dans PORDACK
       01 C-SHIP-ADDRESS.
          05 C-SHIP-ADDRESS-LEN  PIC S9(4) COMP.
          05 C-SHIP-ADDRESS-TEXT PIC X(100).
       01 C-SHIP-CITY.
          05 C-SHIP-CITY-LEN     PIC S9(4) COMP.
          05 C-SHIP-CITY-TEXT    PIC X(20).
       01 C-SHIP-STATE           PIC X(2).
       01 C-SHIP-ZIP             PIC X(5).

       77 WS-STATUS-JRN      PIC 99 VALUE 0.
       77 WS-STATUS-LOT      PIC 99 VALUE 0.
       77 WS-STATUS-XRF      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1).

*> Lot demande sur SYSIN
       01 WS-SYSIN-LIGNE     PIC X(16).
       01 WS-CRIT-PNO        PIC 9(3).
       01 WS-CRIT-LOT        PIC X(12).
       01 WS-FIN-SYSIN       PIC X(1).

*> Commandes ayant recu le lot, cumulees depuis le journal :
*> quantite livree (sorties et livraisons directes), quantite
*> revenue par retour, premiere date d'expedition
       01 WS-CDE-TABLE.
          05 WS-CDE-ENTREE OCCURS 500 TIMES.
             10 WS-CDE-ONO      PIC 9(6).
             10 WS-CDE-DEPOT    PIC X(2).
             10 WS-CDE-LIVREE   PIC 9(7).
             10 WS-CDE-RETOUR   PIC 9(7).
             10 WS-CDE-DATE     PIC X(10).
       01 WS-NB-CDE          PIC 9(3) VALUE 0.
       01 WS-CDE-IDX         PIC 9(3).
       01 WS-CDE-TROUVE      PIC 9(3).

*> Client et facture de la commande en cours
       01 WS-C-NO            PIC 9(4).
       01 WS-CLIENT-TROUVE   PIC X(1).
       01 WS-NOM-CLIENT      PIC X(30).
       01 WS-FACTURE         PIC X(6).

       01 WS-DATE-CURRENT    PIC X(21).
       01 WS-DATE-RUN        PIC X(10).
       77 WS-QTY-STR         PIC ZZZZZZ9.
       77 WS-QTY-SGN         PIC -ZZZZZ9.

*> Compteurs du lot en cours et du run
       77 WS-CT-RECEP        PIC 9(7) VALUE 0.
       77 WS-CT-LIVREE       PIC 9(7) VALUE 0.
       77 WS-CT-RETOUR       PIC 9(7) VALUE 0.
       77 WS-CT-STOCK        PIC S9(7) VALUE 0.
       77 WS-CT-DEPOTS       PIC 9(5) VALUE 0.
       77 WS-CT-LOTS         PIC 9(5) VALUE 0.
       77 WS-CT-INTROUVABLES PIC 9(5) VALUE 0.
       77 WS-CT-DEBORDEMENT  PIC 9(5) VALUE 0.

*> Code retour remis au moniteur de job : 8 si aucun lot demande, 4
*> si un lot demande est introuvable, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           MOVE 'N' TO WS-FIN-SYSIN
           PERFORM UNTIL WS-FIN-SYSIN = 'Y'
              MOVE SPACES TO WS-SYSIN-LIGNE
              ACCEPT WS-SYSIN-LIGNE FROM SYSIN
              IF WS-SYSIN-LIGNE = SPACES
                 MOVE 'Y' TO WS-FIN-SYSIN
              ELSE
                 IF WS-SYSIN-LIGNE(1:3) NUMERIC
                    AND WS-SYSIN-LIGNE(5:12) NOT = SPACES
                    MOVE WS-SYSIN-LIGNE(1:3)  TO WS-CRIT-PNO
                    MOVE WS-SYSIN-LIGNE(5:12) TO WS-CRIT-LOT
                    ADD 1 TO WS-CT-LOTS
                    PERFORM 2000-RAPPELER-LOT
                 ELSE
                    DISPLAY 'PRECALL : LIGNE SYSIN IGNOREE : '
                            WS-SYSIN-LIGNE
                 END-IF
              END-IF
           END-PERFORM

           PERFORM 9000-FIN
           STOP RUN
           .

*> Ouverture du rapport et des references
       1000-DEBUT.

           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

           OPEN OUTPUT FRECALL
           OPEN INPUT FINVXREF

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT
           STRING WS-DATE-CURRENT(1:4) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(5:2) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-RUN
           END-STRING
           .

*> Un lot demande : en-tete, receptions et commandes livrees depuis
*> le journal, stock restant par depot, synthese
       2000-RAPPELER-LOT.

           MOVE 0 TO WS-NB-CDE WS-CT-RECEP WS-CT-LIVREE WS-CT-RETOUR
                     WS-CT-STOCK WS-CT-DEPOTS

           MOVE SPACES TO ENRRECALL
           MOVE 'H' TO ENRRECALL(1:1)
           MOVE 'RAPPEL PRODUIT ' TO ENRRECALL(3:15)
           MOVE WS-CRIT-PNO TO ENRRECALL(18:3)
           MOVE ' LOT ' TO ENRRECALL(21:5)
           MOVE WS-CRIT-LOT TO ENRRECALL(26:12)
           MOVE ' AU ' TO ENRRECALL(38:4)
           MOVE WS-DATE-RUN TO ENRRECALL(42:10)
           WRITE ENRRECALL

           PERFORM 2100-LIRE-JOURNAL

           PERFORM VARYING WS-CDE-IDX FROM 1 BY 1
                   UNTIL WS-CDE-IDX > WS-NB-CDE
              PERFORM 2200-UNE-COMMANDE
           END-PERFORM

           PERFORM 2300-STOCK-RESTANT

           IF WS-CT-RECEP = 0 AND WS-NB-CDE = 0 AND WS-CT-DEPOTS = 0
              ADD 1 TO WS-CT-INTROUVABLES
              MOVE SPACES TO ENRRECALL
              MOVE 'T' TO ENRRECALL(1:1)
              MOVE 'LOT INTROUVABLE AU JOURNAL ET EN STOCK'
                   TO ENRRECALL(3:38)
              WRITE ENRRECALL
           ELSE
              MOVE SPACES TO ENRRECALL
              MOVE 'T' TO ENRRECALL(1:1)
              MOVE 'CDES' TO ENRRECALL(3:4)
              MOVE WS-NB-CDE TO WS-QTY-STR
              MOVE WS-QTY-STR TO ENRRECALL(8:7)
              MOVE 'LIVRE' TO ENRRECALL(16:5)
              MOVE WS-CT-LIVREE TO WS-QTY-STR
              MOVE WS-QTY-STR TO ENRRECALL(22:7)
              MOVE 'RETOURNE' TO ENRRECALL(30:8)
              MOVE WS-CT-RETOUR TO WS-QTY-STR
              MOVE WS-QTY-STR TO ENRRECALL(39:7)
              MOVE 'EN STOCK' TO ENRRECALL(47:8)
              MOVE WS-CT-STOCK TO WS-QTY-SGN
              MOVE WS-QTY-SGN TO ENRRECALL(56:7)
              MOVE 'RECU' TO ENRRECALL(64:4)
              MOVE WS-CT-RECEP TO WS-QTY-STR
              MOVE WS-QTY-STR TO ENRRECALL(69:7)
              WRITE ENRRECALL
           END-IF

           MOVE SPACES TO ENRRECALL
           WRITE ENRRECALL
           .

*> Parcours du journal : receptions fournisseur imprimees au fil de
*> l'eau, mouvements des commandes clients cumules par commande
       2100-LIRE-JOURNAL.

           OPEN INPUT FLOTJRN
           IF WS-STATUS-JRN NOT = 0
              DISPLAY 'PRECALL : JOURNAL DLOT-JRNL ABSENT'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FLOTJRN
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF JRN-P-NO = WS-CRIT-PNO
                          AND JRN-LOT = WS-CRIT-LOT
                          PERFORM 2110-UN-MOUVEMENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FLOTJRN
           END-IF
           .

       2110-UN-MOUVEMENT.

           EVALUATE TRUE
              WHEN JRN-ORIGINE = 'P' AND JRN-TYPE = 'E'
                 ADD JRN-QTE TO WS-CT-RECEP
                 MOVE JRN-QTE TO WS-QTY-STR
                 MOVE SPACES TO ENRRECALL
                 MOVE 'P' TO ENRRECALL(1:1)
                 MOVE 'RECU BON' TO ENRRECALL(3:8)
                 MOVE JRN-REF TO ENRRECALL(12:6)
                 MOVE 'DEPOT' TO ENRRECALL(19:5)
                 MOVE JRN-DEPOT TO ENRRECALL(25:2)
                 MOVE WS-QTY-STR TO ENRRECALL(28:7)
                 MOVE 'LE' TO ENRRECALL(36:2)
                 MOVE JRN-DATE TO ENRRECALL(39:10)
                 WRITE ENRRECALL
              WHEN JRN-ORIGINE = 'C'
                 AND (JRN-TYPE = 'S' OR JRN-TYPE = 'D')
                 PERFORM 2120-TROUVER-COMMANDE
                 IF WS-CDE-TROUVE > 0
                    ADD JRN-QTE TO WS-CDE-LIVREE(WS-CDE-TROUVE)
                    IF WS-CDE-DATE(WS-CDE-TROUVE) = SPACES
                       OR JRN-DATE < WS-CDE-DATE(WS-CDE-TROUVE)
                       MOVE JRN-DATE TO WS-CDE-DATE(WS-CDE-TROUVE)
                    END-IF
                 END-IF
              WHEN JRN-ORIGINE = 'R' AND JRN-TYPE = 'E'
                 PERFORM 2120-TROUVER-COMMANDE
                 IF WS-CDE-TROUVE > 0
                    ADD JRN-QTE TO WS-CDE-RETOUR(WS-CDE-TROUVE)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

*> Commande JRN-REF dans la table, ajoutee au premier mouvement
       2120-TROUVER-COMMANDE.

           MOVE 0 TO WS-CDE-TROUVE
           PERFORM VARYING WS-CDE-IDX FROM 1 BY 1
                   UNTIL WS-CDE-IDX > WS-NB-CDE
                   OR WS-CDE-TROUVE > 0
              IF WS-CDE-ONO(WS-CDE-IDX) = JRN-REF
                 MOVE WS-CDE-IDX TO WS-CDE-TROUVE
              END-IF
           END-PERFORM

           IF WS-CDE-TROUVE = 0
              IF WS-NB-CDE < 500
                 ADD 1 TO WS-NB-CDE
                 MOVE WS-NB-CDE TO WS-CDE-TROUVE
                 MOVE JRN-REF   TO WS-CDE-ONO(WS-NB-CDE)
                 MOVE JRN-DEPOT TO WS-CDE-DEPOT(WS-NB-CDE)
                 MOVE 0         TO WS-CDE-LIVREE(WS-NB-CDE)
                 MOVE 0         TO WS-CDE-RETOUR(WS-NB-CDE)
                 MOVE SPACES    TO WS-CDE-DATE(WS-NB-CDE)
              ELSE
                 ADD 1 TO WS-CT-DEBORDEMENT
              END-IF
           END-IF
           .

*> Une commande livree : client et facture, puis adresse de
*> livraison
       2200-UNE-COMMANDE.

           ADD WS-CDE-LIVREE(WS-CDE-IDX) TO WS-CT-LIVREE
           ADD WS-CDE-RETOUR(WS-CDE-IDX) TO WS-CT-RETOUR

           MOVE WS-CDE-ONO(WS-CDE-IDX) TO XRF-O-NO
           MOVE SPACES TO WS-FACTURE
           MOVE 0 TO WS-C-NO
           READ FINVXREF
               INVALID KEY
                   MOVE 'NONFAC' TO WS-FACTURE
               NOT INVALID KEY
                   MOVE XRF-INVOICE-NO TO WS-FACTURE
                   MOVE XRF-C-NO TO WS-C-NO
           END-READ

           PERFORM 2210-LIRE-CLIENT

           MOVE SPACES TO ENRRECALL
           MOVE 'C' TO ENRRECALL(1:1)
           MOVE WS-CDE-ONO(WS-CDE-IDX) TO ENRRECALL(3:6)
           MOVE WS-C-NO TO ENRRECALL(10:4)
           MOVE WS-NOM-CLIENT TO ENRRECALL(15:24)
           MOVE WS-FACTURE TO ENRRECALL(40:6)
           MOVE WS-CDE-LIVREE(WS-CDE-IDX) TO WS-QTY-STR
           MOVE WS-QTY-STR TO ENRRECALL(47:7)
           MOVE WS-CDE-RETOUR(WS-CDE-IDX) TO WS-QTY-STR
           MOVE WS-QTY-STR TO ENRRECALL(55:7)
           MOVE WS-CDE-DATE(WS-CDE-IDX) TO ENRRECALL(63:10)
           IF WS-CDE-DEPOT(WS-CDE-IDX) = SPACES
              MOVE 'DIR' TO ENRRECALL(74:3)
           ELSE
              MOVE WS-CDE-DEPOT(WS-CDE-IDX) TO ENRRECALL(74:2)
           END-IF
           WRITE ENRRECALL

           MOVE SPACES TO ENRRECALL
           MOVE 'A' TO ENRRECALL(1:1)
           IF WS-CLIENT-TROUVE = 'N'
              MOVE 'CLIENT INCONNU - VOIR PORDINQ / PARCHINQ'
                   TO ENRRECALL(5:40)
              WRITE ENRRECALL
           ELSE
              IF C-SHIP-ADDRESS-LEN > 0
                 AND C-SHIP-ADDRESS-TEXT(1:C-SHIP-ADDRESS-LEN)
                     NOT = SPACES
                 MOVE C-SHIP-ADDRESS-TEXT(1:C-SHIP-ADDRESS-LEN)
                      TO ENRRECALL(5:40)
                 IF C-SHIP-CITY-LEN > 0
                    MOVE C-SHIP-CITY-TEXT(1:C-SHIP-CITY-LEN)
                         TO ENRRECALL(46:20)
                 END-IF
                 MOVE C-SHIP-STATE TO ENRRECALL(67:2)
                 MOVE C-SHIP-ZIP   TO ENRRECALL(70:5)
              ELSE
                 MOVE C-ADDRESS-TEXT(1:C-ADDRESS-LEN)
                      TO ENRRECALL(5:40)
                 MOVE C-CITY-TEXT(1:C-CITY-LEN) TO ENRRECALL(46:20)
                 MOVE C-STATE TO ENRRECALL(67:2)
                 MOVE C-ZIP   TO ENRRECALL(70:5)
              END-IF
              WRITE ENRRECALL
           END-IF
           .

*> Client de la commande (ORDERS), a defaut celui de la facture
       2210-LIRE-CLIENT.

           MOVE 'N' TO WS-CLIENT-TROUVE
           MOVE SPACES TO WS-NOM-CLIENT
           MOVE WS-CDE-ONO(WS-CDE-IDX) TO O-O-NO

           EXEC SQL
              SELECT C_NO INTO :O-C-NO
              FROM API12.ORDERS
              WHERE O_NO = :O-O-NO
           END-EXEC

           IF SQLCODE = 0
              MOVE O-C-NO TO WS-C-NO
           END-IF

           IF WS-C-NO > 0
              MOVE WS-C-NO TO C-C-NO
              EXEC SQL
                 SELECT COMPANY, ADDRESS, CITY, STATE, ZIP,
                        VALUE(SHIP_ADDRESS, ' '),
                        VALUE(SHIP_CITY, ' '),
                        VALUE(SHIP_STATE, ' '),
                        VALUE(SHIP_ZIP, ' ')
                 INTO :C-COMPANY, :C-ADDRESS, :C-CITY, :C-STATE,
                      :C-ZIP, :C-SHIP-ADDRESS, :C-SHIP-CITY,
                      :C-SHIP-STATE, :C-SHIP-ZIP
                 FROM API12.CUSTOMERS
                 WHERE C_NO = :C-C-NO
              END-EXEC

              IF SQLCODE = 0
                 MOVE 'Y' TO WS-CLIENT-TROUVE
                 MOVE C-COMPANY-TEXT(1:C-COMPANY-LEN)
                      TO WS-NOM-CLIENT
              END-IF
           END-IF
           .

*> Stock restant du lot par depot : tout le fichier est parcouru
*> (la cle commence par le depot) ; une ligne par depot qui en
*> detient encore, a mettre en quarantaine
       2300-STOCK-RESTANT.

           OPEN INPUT FSTKLOT
           IF WS-STATUS-LOT NOT = 0
              DISPLAY 'PRECALL : STOCK PAR LOT DSTOCK-LOT ABSENT'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FSTKLOT NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF LOT-P-NO = WS-CRIT-PNO
                          AND LOT-NO = WS-CRIT-LOT
                          AND LOT-QTY NOT = 0
                          PERFORM 2310-UN-DEPOT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FSTKLOT
           END-IF
           .

       2310-UN-DEPOT.

           ADD 1 TO WS-CT-DEPOTS
           ADD LOT-QTY TO WS-CT-STOCK

           MOVE LOT-QTY TO WS-QTY-SGN
           MOVE SPACES TO ENRRECALL
           MOVE 'Q' TO ENRRECALL(1:1)
           MOVE 'DEPOT' TO ENRRECALL(3:5)
           MOVE LOT-DEPOT TO ENRRECALL(9:2)
           MOVE WS-QTY-SGN TO ENRRECALL(12:7)
           MOVE 'RECU LE' TO ENRRECALL(20:7)
           MOVE LOT-DATE-RECEP TO ENRRECALL(28:10)
           IF LOT-DEPOT = '**'
              MOVE 'EN TRANSIT - BLOQUER A L''ARRIVEE'
                   TO ENRRECALL(40:32)
           ELSE
              IF LOT-QTY > 0
                 MOVE 'A METTRE EN QUARANTAINE' TO ENRRECALL(40:23)
              ELSE
                 MOVE 'SOLDE NEGATIF - A INVENTORIER'
                      TO ENRRECALL(40:29)
              END-IF
           END-IF
           WRITE ENRRECALL
           .

*> Synthese et code retour
       9000-FIN.

           DISPLAY 'PRECALL : ' WS-CT-LOTS ' LOTS DEMANDES, '
                   WS-CT-INTROUVABLES ' INTROUVABLES'
           IF WS-CT-DEBORDEMENT > 0
              DISPLAY 'PRECALL : ' WS-CT-DEBORDEMENT
                      ' MOUVEMENTS HORS TABLE DES COMMANDES'
           END-IF

           EVALUATE TRUE
              WHEN WS-CT-LOTS = 0
                 MOVE 8 TO WS-RETURN-CODE
                 DISPLAY 'PRECALL : AUCUN LOT DEMANDE SUR SYSIN'
              WHEN WS-CT-INTROUVABLES > 0 OR WS-CT-DEBORDEMENT > 0
                 MOVE 4 TO WS-RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO WS-RETURN-CODE
           END-EVALUATE

           CLOSE FRECALL
           CLOSE FINVXREF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
