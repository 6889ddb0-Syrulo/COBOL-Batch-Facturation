*> ==========================================================
*> PDROPRPT.cbl - Lignes en livraison directe en attente fournisseur
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Lister les lignes de commande en livraison directe dont le bon
*>   fournisseur (leve par PORDER) est encore ouvert, c'est-a-dire
*>   dont la confirmation d'expedition n'est pas revenue par
*>   PPORECV : ces lignes ne sont pas facturables tant que le
*>   fournisseur n'a pas expedie
*> - Classement par fournisseur puis par date d'emission du bon, avec
*>   l'anciennete en jours, le signalement des bons en retard et un
*>   sous-total par fournisseur ventile par tranche d'anciennete
*>
*> Entrées :
*> - FPOFILE / DPO-FILE : registre des bons (cf PPURCHORD), le
*>   dernier enregistrement d'une ligne de bon fait foi ; seules les
*>   lignes de type 'D' encore ouvertes ('O') sont retenues
*> - FVENDOR / DVENDOR : referentiel fournisseurs (raison sociale en
*>   sous-total), facultatif
*>
*> Sorties :
*> - DDROP-RPT : rapport - 'L' par ligne ouverte, 'F' par
*>   fournisseur (nombre de lignes par tranche 0-7, 8-15, 16-30 et
*>   plus de 30 jours, dont en retard), 'D' des enregistrements du
*>   registre restes hors table (seulement s'il y en a), 'T' de
*>   synthese
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - L'anciennete est comptee depuis la date d'emission du bon ; une
*>   ligne est en retard quand sa date attendue (emission + delai du
*>   fournisseur) est depassee a la date du run
*> - La table des lignes de bon tient 5000 lignes ; au-dela, les
*>   enregistrements suivants ne sont pas edites et sont comptes sur
*>   la ligne 'D'
*> - Code retour 8 si le registre des bons est absent, 4 si au moins
*>   une ligne est en retard ou si le registre depasse la table, 0
*>   sinon
*> - Ce programme tourne hors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PDROPRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

*> Même structure que celle écrite par PPURCHORD (cf PPURCHORD.cbl)
           SELECT FPOFILE ASSIGN TO DPO-FILE
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-PO.

           SELECT FVENDOR ASSIGN TO DVENDOR
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-VND.

           SELECT FDROPRPT ASSIGN TO DDROP-RPT
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.

       FD FPOFILE
           RECORDING MODE IS F
           DATA RECORD IS ENRPO.

       01 ENRPO.
          05 PO-NO           PIC 9(6).
          05 FILLER          PIC X(1).
          05 PO-VND-NO       PIC X(4).
          05 FILLER          PIC X(1).
          05 PO-P-NO         PIC 9(3).
          05 FILLER          PIC X(1).
          05 PO-DEPOT        PIC X(2).
          05 FILLER          PIC X(1).
          05 PO-QTY          PIC 9(5).
          05 FILLER          PIC X(1).
          05 PO-DATE-EMISE   PIC X(10).
          05 FILLER          PIC X(1).
          05 PO-DATE-ATTENDUE PIC X(10).
          05 FILLER          PIC X(1).
          05 PO-ETAT         PIC X(1).
          05 FILLER          PIC X(1).
          05 PO-TYPE         PIC X(1).
          05 FILLER          PIC X(1).
          05 PO-O-NO         PIC 9(6).
          05 FILLER          PIC X(1).
          05 PO-LIV-NOM      PIC X(30).
          05 FILLER          PIC X(1).
          05 PO-LIV-ADRESSE  PIC X(60).
          05 FILLER          PIC X(1).
          05 PO-LIV-VILLE    PIC X(20).
          05 FILLER          PIC X(1).
          05 PO-LIV-ETAT     PIC X(2).
          05 FILLER          PIC X(1).
          05 PO-LIV-ZIP      PIC X(5).
          05 FILLER          PIC X(1).
          05 PO-PRIX         PIC 9(5)V99.

*> Même structure que celle lue par PPURCHORD (cf PPURCHORD.cbl)
       FD FVENDOR
           RECORDING MODE IS F.

       01 ENRVENDOR.
          05 VND-P-NO       PIC 9(3).
          05 FILLER         PIC X(1).
          05 VND-NO         PIC X(4).
          05 FILLER         PIC X(1).
          05 VND-NOM        PIC X(30).
          05 FILLER         PIC X(1).
          05 VND-DELAI      PIC 9(3).
          05 FILLER         PIC X(1).
          05 VND-PRIX-ACHAT PIC 9(5)V99.

       FD FDROPRPT
           RECORDING MODE IS F.

       01 ENRDROPRPT         PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-PO       PIC 99 VALUE 0.
       77 WS-STATUS-VND      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1).

*> Registre des bons en memoire, dernier gagnant par ligne de bon
*> (numero + produit + depot) ; seules les lignes directes y entrent
       01 WS-PO-TABLE.
          05 WS-PO-ENTREE OCCURS 5000 TIMES.
             10 WS-PO-NO        PIC 9(6).
             10 WS-PO-VND       PIC X(4).
             10 WS-PO-PNO       PIC 9(3).
             10 WS-PO-DEPOT     PIC X(2).
             10 WS-PO-QTY       PIC 9(5).
             10 WS-PO-EMISE     PIC X(10).
             10 WS-PO-ATTENDUE  PIC X(10).
             10 WS-PO-ETAT      PIC X(1).
             10 WS-PO-ONO       PIC 9(6).
       01 WS-NB-PO           PIC 9(4) VALUE 0.
       01 WS-PO-IDX          PIC 9(4).
       01 WS-PO-TROUVE       PIC 9(4).
*> Enregistrements directs du registre ecartes, table pleine
       77 WS-CT-PO-DEBORD    PIC 9(5) VALUE 0.

*> Raisons sociales des fournisseurs (une par code fournisseur)
       01 WS-VND-TABLE.
          05 WS-VND-ENTREE OCCURS 200 TIMES.
             10 WS-VND-NO       PIC X(4).
             10 WS-VND-NOM      PIC X(30).
       01 WS-NB-VND          PIC 9(3) VALUE 0.
       01 WS-VND-IDX         PIC 9(3).
       01 WS-VND-TROUVE      PIC X(1).

*> Classement par fournisseur puis date d'emission (extraction du
*> minimum a chaque tour, comme PREPLEN)
       01 WS-MIN-IDX         PIC 9(4).
       01 WS-MIN-CLE         PIC X(14).
       01 WS-SCAN-CLE        PIC X(14).
       01 WS-VND-COURANT     PIC X(4).

*> Anciennete d'une ligne : dates AAAA-MM-JJ ramenees en AAAAMMJJ
*> pour INTEGER-OF-DATE (cf PPOD)
       01 WS-DATE-CURRENT    PIC X(21).
       01 WS-DATE-RUN        PIC X(10).
       01 WS-CNV-ISO         PIC X(10).
       01 WS-CNV-AAAAMMJJ    PIC X(8).
       01 WS-CNV-NUM         REDEFINES WS-CNV-AAAAMMJJ PIC 9(8).
       01 WS-CNV-JOUR        PIC 9(7).
       01 WS-JOUR-RUN        PIC 9(7).
       01 WS-AGE-JOURS       PIC 9(4).
       01 WS-EN-RETARD       PIC X(1).

*> Cumuls par tranche d'anciennete : fournisseur en cours et run
       01 WS-CUMUL-FRN.
          05 WS-F-LIGNES     PIC 9(5).
          05 WS-F-0-7        PIC 9(5).
          05 WS-F-8-15       PIC 9(5).
          05 WS-F-16-30      PIC 9(5).
          05 WS-F-PLUS-30    PIC 9(5).
          05 WS-F-RETARD     PIC 9(5).
       01 WS-CUMUL-RUN.
          05 WS-T-LIGNES     PIC 9(5) VALUE 0.
          05 WS-T-0-7        PIC 9(5) VALUE 0.
          05 WS-T-8-15       PIC 9(5) VALUE 0.
          05 WS-T-16-30      PIC 9(5) VALUE 0.
          05 WS-T-PLUS-30    PIC 9(5) VALUE 0.
          05 WS-T-RETARD     PIC 9(5) VALUE 0.
       77 WS-CT-FOURNISSEURS PIC 9(4) VALUE 0.

*> Vues de la ligne de rapport : 'L' ligne ouverte, 'F' sous-total
*> fournisseur, 'T' synthese du run (memes colonnes de tranches) ;
*> 'D' reprend la vue 'F', nombre d'enregistrements hors table en
*> colonne lignes
       01 WS-ENR-RPT         PIC X(80).
       01 WS-RPT-L REDEFINES WS-ENR-RPT.
          05 RPT-L-TYPE      PIC X(1).
          05 FILLER          PIC X(1).
          05 RPT-L-VND       PIC X(4).
          05 FILLER          PIC X(1).
          05 RPT-L-PO-NO     PIC 9(6).
          05 FILLER          PIC X(1).
          05 RPT-L-O-NO      PIC 9(6).
          05 FILLER          PIC X(1).
          05 RPT-L-P-NO      PIC ZZ9.
          05 FILLER          PIC X(1).
          05 RPT-L-QTY       PIC ZZZZ9.
          05 FILLER          PIC X(1).
          05 RPT-L-EMISE     PIC X(10).
          05 FILLER          PIC X(1).
          05 RPT-L-ATTENDUE  PIC X(10).
          05 FILLER          PIC X(1).
          05 RPT-L-AGE       PIC ZZZ9.
          05 FILLER          PIC X(1).
          05 RPT-L-RETARD    PIC X(6).
          05 FILLER          PIC X(16).
       01 WS-RPT-F REDEFINES WS-ENR-RPT.
          05 RPT-F-TYPE      PIC X(1).
          05 FILLER          PIC X(1).
          05 RPT-F-VND       PIC X(4).
          05 FILLER          PIC X(1).
          05 RPT-F-NOM       PIC X(30).
          05 FILLER          PIC X(1).
          05 RPT-F-LIGNES    PIC ZZZZ9.
          05 FILLER          PIC X(1).
          05 RPT-F-0-7       PIC ZZZZ9.
          05 FILLER          PIC X(1).
          05 RPT-F-8-15      PIC ZZZZ9.
          05 FILLER          PIC X(1).
          05 RPT-F-16-30     PIC ZZZZ9.
          05 FILLER          PIC X(1).
          05 RPT-F-PLUS-30   PIC ZZZZ9.
          05 FILLER          PIC X(1).
          05 RPT-F-RETARD    PIC ZZZZ9.
          05 FILLER          PIC X(7).

*> Code retour remis au moniteur de job : 8 si registre absent, 4 si
*> au moins une ligne en retard ou un enregistrement hors table, 0
*> sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 1200-CHARGER-FOURNISSEURS
              PERFORM 2000-EDITER-PAR-FOURNISSEUR
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Date du run et rechargement du registre des bons
       1000-DEBUT.

           OPEN OUTPUT FDROPRPT

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT
           STRING WS-DATE-CURRENT(1:4) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(5:2) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-RUN
           END-STRING

           MOVE WS-DATE-RUN TO WS-CNV-ISO
           PERFORM 8200-JOUR-ISO
           MOVE WS-CNV-JOUR TO WS-JOUR-RUN

           OPEN INPUT FPOFILE
           IF WS-STATUS-PO NOT = 0
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PDROPRPT : REGISTRE DPO-FILE ABSENT OU'
                      ' ILLISIBLE'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FPOFILE
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF PO-TYPE = 'D'
                          PERFORM 1100-RETENIR-LIGNE-BON
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FPOFILE
           END-IF
           .

*> Dernier gagnant par ligne de bon (numero + produit + depot)
       1100-RETENIR-LIGNE-BON.

           MOVE 0 TO WS-PO-TROUVE
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-NB-PO
                   OR WS-PO-TROUVE > 0
              IF WS-PO-NO(WS-PO-IDX) = PO-NO
                 AND WS-PO-PNO(WS-PO-IDX) = PO-P-NO
                 AND WS-PO-DEPOT(WS-PO-IDX) = PO-DEPOT
                 MOVE WS-PO-IDX TO WS-PO-TROUVE
              END-IF
           END-PERFORM

           IF WS-PO-TROUVE > 0
              MOVE PO-ETAT TO WS-PO-ETAT(WS-PO-TROUVE)
           ELSE
              IF WS-NB-PO < 5000
                 ADD 1 TO WS-NB-PO
                 MOVE PO-NO           TO WS-PO-NO(WS-NB-PO)
                 MOVE PO-VND-NO       TO WS-PO-VND(WS-NB-PO)
                 MOVE PO-P-NO         TO WS-PO-PNO(WS-NB-PO)
                 MOVE PO-DEPOT        TO WS-PO-DEPOT(WS-NB-PO)
                 MOVE PO-QTY          TO WS-PO-QTY(WS-NB-PO)
                 MOVE PO-DATE-EMISE   TO WS-PO-EMISE(WS-NB-PO)
                 MOVE PO-DATE-ATTENDUE TO WS-PO-ATTENDUE(WS-NB-PO)
                 MOVE PO-ETAT         TO WS-PO-ETAT(WS-NB-PO)
                 MOVE PO-O-NO         TO WS-PO-ONO(WS-NB-PO)
              ELSE
                 ADD 1 TO WS-CT-PO-DEBORD
              END-IF
           END-IF
           .

*> Raisons sociales : referentiel facultatif, une ligne par produit,
*> le premier nom rencontre pour un code fournisseur est retenu
       1200-CHARGER-FOURNISSEURS.

           OPEN INPUT FVENDOR
           IF WS-STATUS-VND = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FVENDOR
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM 1210-RETENIR-FOURNISSEUR
                 END-READ
              END-PERFORM
              CLOSE FVENDOR
           ELSE
              DISPLAY 'PDROPRPT : DVENDOR ABSENT, SOUS-TOTAUX SANS'
                      ' RAISON SOCIALE'
           END-IF
           .

       1210-RETENIR-FOURNISSEUR.

           MOVE 'N' TO WS-VND-TROUVE
           PERFORM VARYING WS-VND-IDX FROM 1 BY 1
                   UNTIL WS-VND-IDX > WS-NB-VND
              IF WS-VND-NO(WS-VND-IDX) = VND-NO
                 MOVE 'Y' TO WS-VND-TROUVE
              END-IF
           END-PERFORM

           IF WS-VND-TROUVE = 'N' AND WS-NB-VND < 200
              ADD 1 TO WS-NB-VND
              MOVE VND-NO  TO WS-VND-NO(WS-NB-VND)
              MOVE VND-NOM TO WS-VND-NOM(WS-NB-VND)
           END-IF
           .

*> Les lignes sorties (recues) sont retirees d'abord ; les lignes
*> ouvertes sont ensuite editees par fournisseur puis date
*> d'emission, avec rupture sur le fournisseur
       2000-EDITER-PAR-FOURNISSEUR.

           MOVE 1 TO WS-PO-IDX
           PERFORM UNTIL WS-PO-IDX > WS-NB-PO
              IF WS-PO-ETAT(WS-PO-IDX) = 'O'
                 ADD 1 TO WS-PO-IDX
              ELSE
                 MOVE WS-PO-ENTREE(WS-NB-PO)
                      TO WS-PO-ENTREE(WS-PO-IDX)
                 SUBTRACT 1 FROM WS-NB-PO
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-VND-COURANT
           INITIALIZE WS-CUMUL-FRN

           PERFORM UNTIL WS-NB-PO = 0
              MOVE HIGH-VALUES TO WS-MIN-CLE
              MOVE 1 TO WS-MIN-IDX
              PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                      UNTIL WS-PO-IDX > WS-NB-PO
                 MOVE WS-PO-VND(WS-PO-IDX)   TO WS-SCAN-CLE(1:4)
                 MOVE WS-PO-EMISE(WS-PO-IDX) TO WS-SCAN-CLE(5:10)
                 IF WS-SCAN-CLE < WS-MIN-CLE
                    MOVE WS-SCAN-CLE TO WS-MIN-CLE
                    MOVE WS-PO-IDX   TO WS-MIN-IDX
                 END-IF
              END-PERFORM

              MOVE WS-MIN-IDX TO WS-PO-IDX
              IF WS-PO-VND(WS-PO-IDX) NOT = WS-VND-COURANT
                 IF WS-F-LIGNES > 0
                    PERFORM 2200-SOUS-TOTAL-FOURNISSEUR
                 END-IF
                 MOVE WS-PO-VND(WS-PO-IDX) TO WS-VND-COURANT
                 INITIALIZE WS-CUMUL-FRN
              END-IF
              PERFORM 2100-EDITER-LIGNE

*> Retrait de la ligne editee : la derniere prend sa place
              MOVE WS-PO-ENTREE(WS-NB-PO)
                   TO WS-PO-ENTREE(WS-MIN-IDX)
              SUBTRACT 1 FROM WS-NB-PO
           END-PERFORM

           IF WS-F-LIGNES > 0
              PERFORM 2200-SOUS-TOTAL-FOURNISSEUR
           END-IF

           IF WS-CT-PO-DEBORD > 0
              MOVE SPACES TO WS-ENR-RPT
              MOVE 'D'             TO RPT-F-TYPE
              MOVE 'HORS TABLE - NON EDITES' TO RPT-F-NOM
              MOVE WS-CT-PO-DEBORD TO RPT-F-LIGNES
              WRITE ENRDROPRPT FROM WS-ENR-RPT
           END-IF

           MOVE SPACES TO WS-ENR-RPT
           MOVE 'T'            TO RPT-F-TYPE
           MOVE WS-T-LIGNES    TO RPT-F-LIGNES
           MOVE WS-T-0-7       TO RPT-F-0-7
           MOVE WS-T-8-15      TO RPT-F-8-15
           MOVE WS-T-16-30     TO RPT-F-16-30
           MOVE WS-T-PLUS-30   TO RPT-F-PLUS-30
           MOVE WS-T-RETARD    TO RPT-F-RETARD
           WRITE ENRDROPRPT FROM WS-ENR-RPT
           .

*> Une ligne ouverte : anciennete depuis l'emission, retard si la
*> date attendue est depassee, cumul dans sa tranche
       2100-EDITER-LIGNE.

           MOVE WS-PO-EMISE(WS-PO-IDX) TO WS-CNV-ISO
           PERFORM 8200-JOUR-ISO
           IF WS-CNV-JOUR > 0 AND WS-JOUR-RUN >= WS-CNV-JOUR
              COMPUTE WS-AGE-JOURS = WS-JOUR-RUN - WS-CNV-JOUR
           ELSE
              MOVE 0 TO WS-AGE-JOURS
           END-IF

*> Dates AAAA-MM-JJ : la comparaison alphanumerique suit la
*> chronologie
           IF WS-PO-ATTENDUE(WS-PO-IDX) < WS-DATE-RUN
              MOVE 'Y' TO WS-EN-RETARD
           ELSE
              MOVE 'N' TO WS-EN-RETARD
           END-IF

           EVALUATE TRUE
              WHEN WS-AGE-JOURS <= 7
                 ADD 1 TO WS-F-0-7
                 ADD 1 TO WS-T-0-7
              WHEN WS-AGE-JOURS <= 15
                 ADD 1 TO WS-F-8-15
                 ADD 1 TO WS-T-8-15
              WHEN WS-AGE-JOURS <= 30
                 ADD 1 TO WS-F-16-30
                 ADD 1 TO WS-T-16-30
              WHEN OTHER
                 ADD 1 TO WS-F-PLUS-30
                 ADD 1 TO WS-T-PLUS-30
           END-EVALUATE
           ADD 1 TO WS-F-LIGNES
           ADD 1 TO WS-T-LIGNES

           MOVE SPACES TO WS-ENR-RPT
           MOVE 'L'                       TO RPT-L-TYPE
           MOVE WS-PO-VND(WS-PO-IDX)      TO RPT-L-VND
           MOVE WS-PO-NO(WS-PO-IDX)       TO RPT-L-PO-NO
           MOVE WS-PO-ONO(WS-PO-IDX)      TO RPT-L-O-NO
           MOVE WS-PO-PNO(WS-PO-IDX)      TO RPT-L-P-NO
           MOVE WS-PO-QTY(WS-PO-IDX)      TO RPT-L-QTY
           MOVE WS-PO-EMISE(WS-PO-IDX)    TO RPT-L-EMISE
           MOVE WS-PO-ATTENDUE(WS-PO-IDX) TO RPT-L-ATTENDUE
           MOVE WS-AGE-JOURS              TO RPT-L-AGE
           IF WS-EN-RETARD = 'Y'
              MOVE 'RETARD' TO RPT-L-RETARD
              ADD 1 TO WS-F-RETARD
              ADD 1 TO WS-T-RETARD
           END-IF
           WRITE ENRDROPRPT FROM WS-ENR-RPT
           .

*> Sous-total du fournisseur qui se termine
       2200-SOUS-TOTAL-FOURNISSEUR.

           MOVE SPACES TO WS-ENR-RPT
           MOVE 'F'            TO RPT-F-TYPE
           MOVE WS-VND-COURANT TO RPT-F-VND
           PERFORM VARYING WS-VND-IDX FROM 1 BY 1
                   UNTIL WS-VND-IDX > WS-NB-VND
              IF WS-VND-NO(WS-VND-IDX) = WS-VND-COURANT
                 MOVE WS-VND-NOM(WS-VND-IDX) TO RPT-F-NOM
              END-IF
           END-PERFORM
           MOVE WS-F-LIGNES    TO RPT-F-LIGNES
           MOVE WS-F-0-7       TO RPT-F-0-7
           MOVE WS-F-8-15      TO RPT-F-8-15
           MOVE WS-F-16-30     TO RPT-F-16-30
           MOVE WS-F-PLUS-30   TO RPT-F-PLUS-30
           MOVE WS-F-RETARD    TO RPT-F-RETARD
           WRITE ENRDROPRPT FROM WS-ENR-RPT

           ADD 1 TO WS-CT-FOURNISSEURS
           .

*> Date AAAA-MM-JJ (WS-CNV-ISO) en numero de jour (WS-CNV-JOUR),
*> 0 si la date est invalide
       8200-JOUR-ISO.

           MOVE 0 TO WS-CNV-JOUR
           MOVE WS-CNV-ISO(1:4) TO WS-CNV-AAAAMMJJ(1:4)
           MOVE WS-CNV-ISO(6:2) TO WS-CNV-AAAAMMJJ(5:2)
           MOVE WS-CNV-ISO(9:2) TO WS-CNV-AAAAMMJJ(7:2)
           IF WS-CNV-AAAAMMJJ NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-CNV-NUM) = 0
                 COMPUTE WS-CNV-JOUR =
                     FUNCTION INTEGER-OF-DATE(WS-CNV-NUM)
              END-IF
           END-IF
           .

*> Synthese de fin de run et code retour
       9000-FIN.

           DISPLAY 'PDROPRPT : ' WS-T-LIGNES ' LIGNES DIRECTES OUVERTES,'
                   ' ' WS-CT-FOURNISSEURS ' FOURNISSEURS'
           DISPLAY 'PDROPRPT : EN RETARD=' WS-T-RETARD
           IF WS-CT-PO-DEBORD > 0
              DISPLAY 'PDROPRPT : ' WS-CT-PO-DEBORD
                      ' ENREGISTREMENT(S) DU REGISTRE HORS TABLE'
           END-IF

           IF WS-RETURN-CODE NOT = 8
              IF WS-T-RETARD > 0 OR WS-CT-PO-DEBORD > 0
                 MOVE 4 TO WS-RETURN-CODE
              ELSE
                 MOVE 0 TO WS-RETURN-CODE
              END-IF
           END-IF

           CLOSE FDROPRPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
