*> ==========================================================
*> PPOD.cbl - Preuves de livraison des transporteurs
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Appliquer le fichier de preuves de livraison transmis par les
*>   transporteurs : chaque envoi (transporteur + N° de suivi pose
*>   par PSHIPCONF) recoit sa date de livraison et son signataire sur
*>   toutes les lignes ITEMS qu'il porte
*> - Imprimer la liste des envois suivis toujours sans preuve de
*>   livraison N jours apres leur expedition : ce que le service
*>   client doit relancer chez le transporteur avant que le client ne
*>   le fasse
*>
*> Entrées :
*> - SYSIN : delai N en jours (3 chiffres) ; blanc = 10 jours
*> - FPODTXN / DPOD-TXN : une preuve par ligne (transporteur, N° de
*>   suivi, date de livraison AAAA-MM-JJ, signataire)
*> - Tables DB2 : ITEMS, ORDERS
*>
*> Sorties :
*> - Table DB2 ITEMS (DELIVERED_DATE, DELIVERED_BY)
*> - DPOD-REJECT : preuves mal formees ou inapplicables
*> - DPOD-AGING : une ligne par envoi non livre expedie depuis plus
*>   de N jours, plus une ligne de synthese
*>
*> Sous-programmes appelés :
*> - PDATECALC : controle de la date de livraison et date limite
*>   d'expedition (date du run - N jours)
*>
*> Remarques :
*> - Une preuve re-recue pour un envoi deja livre est reappliquee
*>   sans bruit (les transporteurs renvoient parfois leur fichier)
*> - Un envoi n'est connu que par les confirmations d'expedition
*>   portant transporteur et suivi : les lignes confirmees a
*>   l'ancienne forme (sans transporteur) ne figurent pas dans la
*>   liste
*> - Ce programme tourne en dehors du cycle FACTBAT, des reception
*>   du fichier des transporteurs
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PPOD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FPODTXN ASSIGN TO DPOD-TXN
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-POD.

           SELECT FREJPOD ASSIGN TO DPOD-REJECT
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-REJ.

           SELECT FAGING ASSIGN TO DPOD-AGING
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-AGE.

       DATA DIVISION.
       FILE SECTION.

       FD FPODTXN
           RECORDING MODE IS F.

       01 ENRPOD.
           05 POD-TRANSP    PIC X(4).
           05 FILLER        PIC X(1).
           05 POD-SUIVI     PIC X(20).
           05 FILLER        PIC X(1).
           05 POD-DATE      PIC X(10).
           05 FILLER        PIC X(1).
           05 POD-SIGNE     PIC X(20).
           05 FILLER        PIC X(23).

*> Ligne preuve + code/motif de rejet
       FD FREJPOD
           RECORDING MODE IS F.

       01 ENRREJPOD.
          05 REJ-RAW-LINE   PIC X(80).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 REJ-CODE       PIC X(4).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 REJ-MOTIF      PIC X(40).

*> Liste des envois sans preuve de livraison : 'S' = envoi (suivi)
*> en retard, 'T' = synthese de fin de liste (delai, date limite
*> d'expedition et nombre d'envois)
       FD FAGING
           RECORDING MODE IS F.

       01 ENRPODAGE.
          05 AGE-TYPE-REC   PIC X(1).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 AGE-TRANSP     PIC X(4).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 AGE-SUIVI      PIC X(20).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 AGE-O-NO       PIC 9(6).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 AGE-C-NO       PIC 9(4).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 AGE-DATE       PIC X(10).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 AGE-JOURS      PIC ZZZ9.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 AGE-NB         PIC ZZZZ9.

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE ORDERS END-EXEC.

           EXEC SQL INCLUDE ITEMS END-EXEC.

*> Colonnes d'expedition et de livraison de ITEMS : pas dans le
*> membre DCLGEN de ce depot, declarees localement (cf PSHIPCONF)
       01 I-CARRIER          PIC X(4).
       01 I-TRACKING-NO      PIC X(20).
       01 I-SHIP-DATE        PIC X(10).
       01 I-DELIVERED-DATE   PIC X(10).
       01 I-DELIVERED-BY     PIC X(20).
       01 WS-NB-LIGNES       PIC 9(4).

       77 WS-STATUS-POD      PIC 99 VALUE 0.
       77 WS-STATUS-REJ      PIC 99 VALUE 0.
       77 WS-STATUS-AGE      PIC 99 VALUE 0.

       01 WS-EOF-POD         PIC X(1) VALUE 'N'.
       01 WS-VALID-REC       PIC X(1) VALUE 'Y'.
       01 WS-REJ-CODE        PIC X(4).
       01 WS-REJ-MOTIF       PIC X(40).

*> Delai de relance (SYSIN) et dates du run
       01 WS-DELAI-SYSIN     PIC X(3).
       01 WS-DELAI           PIC 9(3) VALUE 10.
       01 WS-DATE-CURRENT    PIC X(21).
       01 WS-DATE-RUN        PIC X(10).
       01 WS-DATE-LIMITE     PIC X(10).

*> Anciennete d'un envoi en jours : dates AAAA-MM-JJ ramenees en
*> AAAAMMJJ pour INTEGER-OF-DATE
       01 WS-CNV-ISO         PIC X(10).
       01 WS-CNV-AAAAMMJJ    PIC X(8).
       01 WS-CNV-NUM         REDEFINES WS-CNV-AAAAMMJJ PIC 9(8).
       01 WS-CNV-JOUR        PIC 9(7).
       01 WS-JOUR-RUN        PIC 9(7).
       01 WS-AGE-JOURS       PIC 9(4).

*> Controle des dates et date limite via PDATECALC
       01 PDATECALC          PIC X(9) VALUE 'PDATECALC'.
       01 WS-DC-DATE-BASE    PIC X(10).
       01 WS-DC-SENS         PIC X(1).
       01 WS-DC-JOURS        PIC 9(4).
       01 WS-DC-AJUST        PIC X(1).
       01 WS-DC-DATE-RESULT  PIC X(10).
       01 WS-DC-STATUT       PIC X(1).

*> Envois suivis sans preuve de livraison expedies au plus tard a
*> la date limite, les plus anciens d'abord
           EXEC SQL DECLARE CNONLIV CURSOR FOR
                SELECT I.CARRIER, I.TRACKING_NO, I.O_NO, O.C_NO,
                       MIN(I.SHIP_DATE), COUNT(*)
                FROM API12.ITEMS I
                JOIN API12.ORDERS O ON O.O_NO = I.O_NO
                WHERE VALUE(I.TRACKING_NO, ' ') <> ' '
                AND I.DELIVERED_DATE IS NULL
                AND I.SHIP_DATE <= :WS-DATE-LIMITE
                GROUP BY I.CARRIER, I.TRACKING_NO, I.O_NO, O.C_NO
                ORDER BY 5, 3
           END-EXEC.

       77 WS-CT-LUES         PIC 9(5) VALUE 0.
       77 WS-CT-LIVREES      PIC 9(5) VALUE 0.
       77 WS-CT-REJETEES     PIC 9(5) VALUE 0.
       77 WS-CT-NON-LIVRES   PIC 9(5) VALUE 0.

*> Code retour remis au moniteur de job : 8 si aucune preuve n'a
*> ete lue, 4 si au moins une a ete rejetee, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT
           PERFORM 2000-TRAITEMENT UNTIL WS-EOF-POD = 'Y'
           PERFORM 8000-LISTE-NON-LIVRES
           PERFORM 9000-FIN
           STOP RUN
           .

*> Delai SYSIN, date du run et date limite, ouverture des fichiers
*> et première lecture
       1000-DEBUT.

           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

           ACCEPT WS-DELAI-SYSIN FROM SYSIN
           IF WS-DELAI-SYSIN NUMERIC
              MOVE WS-DELAI-SYSIN TO WS-DELAI
           ELSE
              IF WS-DELAI-SYSIN NOT = SPACES
                 DISPLAY 'PPOD : DELAI SYSIN INVALIDE, 10 JOURS RETENUS'
              END-IF
           END-IF

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

*> Date limite d'expedition : date du run - N jours calendaires
           MOVE WS-DATE-RUN TO WS-DC-DATE-BASE
           MOVE '-' TO WS-DC-SENS
           MOVE WS-DELAI TO WS-DC-JOURS
           MOVE 'N' TO WS-DC-AJUST
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT
           MOVE WS-DC-DATE-RESULT TO WS-DATE-LIMITE

           OPEN INPUT  FPODTXN
           OPEN OUTPUT FREJPOD
           OPEN OUTPUT FAGING

           IF WS-STATUS-POD = 0
              READ FPODTXN
                  AT END MOVE 'Y' TO WS-EOF-POD
              END-READ
           ELSE
*> Pas de fichier transporteurs : on ne tire que la liste des envois
*> non livres du jour
              MOVE 'Y' TO WS-EOF-POD
           END-IF
           .

*> Une preuve par tour de boucle : validee puis appliquee
       2000-TRAITEMENT.

           ADD 1 TO WS-CT-LUES
           MOVE 'Y' TO WS-VALID-REC

           PERFORM 2010-VALIDER

           IF WS-VALID-REC = 'Y'
              PERFORM 2020-LIVRER
           ELSE
              PERFORM 2090-REJETER
           END-IF

           READ FPODTXN
               AT END MOVE 'Y' TO WS-EOF-POD
           END-READ
           .

*> Vérifie la forme de la preuve et l'existence de l'envoi
       2010-VALIDER.

           IF ENRPOD = SPACES
              MOVE 'N'    TO WS-VALID-REC
              MOVE 'E001' TO WS-REJ-CODE
              MOVE 'LIGNE VIDE' TO WS-REJ-MOTIF
           END-IF

           IF WS-VALID-REC = 'Y'
              AND (POD-TRANSP = SPACES OR POD-SUIVI = SPACES)
              MOVE 'N'    TO WS-VALID-REC
              MOVE 'E002' TO WS-REJ-CODE
              MOVE 'TRANSPORTEUR OU NO DE SUIVI MANQUANT'
                   TO WS-REJ-MOTIF
           END-IF

           IF WS-VALID-REC = 'Y'
              MOVE POD-DATE TO WS-DC-DATE-BASE
              PERFORM 2015-CONTROLER-DATE
              IF WS-DC-STATUT NOT = 'Y'
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E003' TO WS-REJ-CODE
                 MOVE 'DATE DE LIVRAISON INVALIDE' TO WS-REJ-MOTIF
              ELSE
                 IF POD-DATE > WS-DATE-RUN
                    MOVE 'N'    TO WS-VALID-REC
                    MOVE 'E004' TO WS-REJ-CODE
                    MOVE 'DATE DE LIVRAISON FUTURE' TO WS-REJ-MOTIF
                 END-IF
              END-IF
           END-IF

*> L'envoi doit avoir ete confirme par l'entrepot avec ce suivi
           IF WS-VALID-REC = 'Y'
              MOVE POD-TRANSP TO I-CARRIER
              MOVE POD-SUIVI  TO I-TRACKING-NO

              EXEC SQL
                 SELECT COUNT(*), VALUE(MIN(SHIP_DATE), ' ')
                 INTO :WS-NB-LIGNES, :I-SHIP-DATE
                 FROM API12.ITEMS
                 WHERE CARRIER = :I-CARRIER
                 AND TRACKING_NO = :I-TRACKING-NO
              END-EXEC

              IF SQLCODE NOT = 0 OR WS-NB-LIGNES = 0
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E005' TO WS-REJ-CODE
                 MOVE 'ENVOI INCONNU' TO WS-REJ-MOTIF
              ELSE
                 IF POD-DATE < I-SHIP-DATE
                    MOVE 'N'    TO WS-VALID-REC
                    MOVE 'E006' TO WS-REJ-CODE
                    MOVE 'LIVRAISON AVANT EXPEDITION' TO WS-REJ-MOTIF
                 END-IF
              END-IF
           END-IF
           .

*> Date AAAA-MM-JJ valide : PDATECALC a +0 jour
       2015-CONTROLER-DATE.

           MOVE '+' TO WS-DC-SENS
           MOVE 0 TO WS-DC-JOURS
           MOVE 'N' TO WS-DC-AJUST
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT
           .

*> Date de livraison et signataire sur toutes les lignes de l'envoi
       2020-LIVRER.

           MOVE POD-DATE  TO I-DELIVERED-DATE
           MOVE POD-SIGNE TO I-DELIVERED-BY

           EXEC SQL
              UPDATE API12.ITEMS
              SET DELIVERED_DATE = :I-DELIVERED-DATE,
                  DELIVERED_BY   = :I-DELIVERED-BY
              WHERE CARRIER = :I-CARRIER
              AND TRACKING_NO = :I-TRACKING-NO
           END-EXEC

           IF SQLCODE = 0
              ADD 1 TO WS-CT-LIVREES
           ELSE
              DISPLAY 'ERREUR : ' SQLCODE
              MOVE 'E007' TO WS-REJ-CODE
              MOVE 'ECHEC MISE A JOUR DELIVERED_DATE' TO WS-REJ-MOTIF
              PERFORM 2090-REJETER
           END-IF
           .

*> Journalisation d'une preuve rejetée
       2090-REJETER.

           MOVE SPACES TO ENRREJPOD
           MOVE ENRPOD       TO REJ-RAW-LINE
           MOVE WS-REJ-CODE  TO REJ-CODE
           MOVE WS-REJ-MOTIF TO REJ-MOTIF
           WRITE ENRREJPOD

           ADD 1 TO WS-CT-REJETEES
           .

*> Envois suivis sans preuve de livraison depuis plus de N jours :
*> ce que le service client doit relancer chez le transporteur
       8000-LISTE-NON-LIVRES.

           EXEC SQL OPEN CNONLIV END-EXEC

           PERFORM UNTIL SQLCODE = 100

             EXEC SQL FETCH CNONLIV
                 INTO :I-CARRIER, :I-TRACKING-NO, :O-O-NO, :O-C-NO,
                      :I-SHIP-DATE, :WS-NB-LIGNES
             END-EXEC

             IF SQLCODE = 0
                PERFORM 8100-ECRIRE-ENVOI
             END-IF

           END-PERFORM

           EXEC SQL CLOSE CNONLIV END-EXEC

           MOVE SPACES TO ENRPODAGE
           MOVE 'T' TO AGE-TYPE-REC
           MOVE WS-DATE-LIMITE TO AGE-DATE
           MOVE WS-DELAI TO AGE-JOURS
           MOVE WS-CT-NON-LIVRES TO AGE-NB
           WRITE ENRPODAGE
           .

*> Une ligne par envoi en retard, avec son anciennete en jours
       8100-ECRIRE-ENVOI.

           MOVE I-SHIP-DATE TO WS-CNV-ISO
           PERFORM 8200-JOUR-ISO
           IF WS-CNV-JOUR > 0 AND WS-JOUR-RUN >= WS-CNV-JOUR
              COMPUTE WS-AGE-JOURS = WS-JOUR-RUN - WS-CNV-JOUR
           ELSE
              MOVE 0 TO WS-AGE-JOURS
           END-IF

           MOVE SPACES TO ENRPODAGE
           MOVE 'S'           TO AGE-TYPE-REC
           MOVE I-CARRIER     TO AGE-TRANSP
           MOVE I-TRACKING-NO TO AGE-SUIVI
           MOVE O-O-NO        TO AGE-O-NO
           MOVE O-C-NO        TO AGE-C-NO
           MOVE I-SHIP-DATE   TO AGE-DATE
           MOVE WS-AGE-JOURS  TO AGE-JOURS
           MOVE WS-NB-LIGNES  TO AGE-NB
           WRITE ENRPODAGE
           ADD 1 TO WS-CT-NON-LIVRES
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

*> Rapport de fin de run et code retour
       9000-FIN.

           EXEC SQL COMMIT END-EXEC

*> Cloture de PDATECALC (calendrier des jours feries)
           MOVE '*' TO WS-DC-SENS
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT

           DISPLAY 'PPOD : ' WS-CT-LUES ' LUES, '
                   WS-CT-LIVREES ' LIVREES, '
                   WS-CT-REJETEES ' REJETEES'
           DISPLAY 'PPOD : ENVOIS NON LIVRES APRES ' WS-DELAI
                   ' JOURS=' WS-CT-NON-LIVRES

           EVALUATE TRUE
              WHEN WS-CT-LUES = 0
                 MOVE 8 TO WS-RETURN-CODE
              WHEN WS-CT-REJETEES > 0
                 MOVE 4 TO WS-RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO WS-RETURN-CODE
           END-EVALUATE

           CLOSE FPODTXN
                 FREJPOD
                 FAGING

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
