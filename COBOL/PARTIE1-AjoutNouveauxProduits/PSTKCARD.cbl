*> ==========================================================
*> PSTKCARD.cbl - Fiche de stock d'un produit (par depot ou globale)
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Expliquer un solde de stock : pour un produit, dans un depot
*>   (DSTOCK-DEPOT) ou au total (PRODUCTS.STOCK_QTY), imprimer le
*>   solde d'ouverture, chaque mouvement du journal DSTOCK-LEDGER
*>   avec le solde courant, puis le solde de cloture
*>
*> Entrées :
*> - SYSIN : une fiche demandee par ligne, ligne vide = fin :
*>     colonnes 1-3 : N° de produit
*>     colonnes 5-6 : depot (blanc = fiche globale PRODUCTS)
*>     colonnes 8-17 : date de debut AAAA-MM-JJ (blanc = tout le
*>     journal)
*> - FLEDGER / DSTOCK-LEDGER : journal des mouvements (cf PSTKMVT)
*> - FSTKDEP / DSTOCK-DEPOT : stock par depot (lecture par cle)
*> - Table DB2 : PRODUCTS (libelle et stock global, lecture seule)
*>
*> Sorties :
*> - DSTKCARD-RPT : rapport de 80 caracteres, par fiche demandee :
*>   'H' en-tete, 'O' solde d'ouverture, 'M' par mouvement avec le
*>   solde courant, 'F' solde de cloture et nombre de mouvements
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - Le solde d'ouverture se deduit du solde actuel moins les
*>   mouvements de la periode : la fiche part du stock reel, pas d'un
*>   cumul depuis l'origine du journal
*> - Fiche d'un depot : mouvements de portee 'B' et 'D' de ce depot ;
*>   fiche globale : mouvements de portee 'B' et 'G', tous depots
*>   (un transfert entre depots ne change pas le total, cf PXFER)
*> - Le depot '**' est la marchandise en transit (cf PXFER)
*> - Code retour 8 si aucune fiche demandee sur SYSIN, 4 si un
*>   produit est inconnu ou le journal absent, 0 sinon
*> - Ce programme tourne hors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PSTKCARD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

*> Même structure que celle écrite par PSTKMVT (cf PSTKMVT.cbl)
           SELECT FLEDGER ASSIGN TO DSTOCK-LEDGER
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-LED.

           SELECT FSTKDEP ASSIGN TO DSTOCK-DEPOT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS STK-CLE
                           FILE STATUS IS WS-STATUS-STK.

           SELECT FCARD ASSIGN TO DSTKCARD-RPT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.

       FD FLEDGER
           RECORDING MODE IS F.

       01 ENRLEDGER.
          05 LED-DATE          PIC X(10).
          05 FILLER            PIC X(1).
          05 LED-HEURE         PIC X(8).
          05 FILLER            PIC X(1).
          05 LED-P-NO          PIC 9(3).
          05 FILLER            PIC X(1).
          05 LED-DEPOT         PIC X(2).
          05 FILLER            PIC X(1).
          05 LED-QTE           PIC S9(5) SIGN LEADING SEPARATE.
          05 FILLER            PIC X(1).
          05 LED-TYPE          PIC X(2).
          05 FILLER            PIC X(1).
          05 LED-PORTEE        PIC X(1).
          05 FILLER            PIC X(1).
          05 LED-PROGRAMME     PIC X(10).
          05 FILLER            PIC X(1).
          05 LED-DOC           PIC X(10).

*> Même structure que celle tenue par PORDER (cf PORDER.cbl)
       FD FSTKDEP
           DATA RECORD IS ENRSTKDEP.

       01 ENRSTKDEP.
          05 STK-CLE.
             10 STK-DEPOT      PIC X(2).
             10 STK-P-NO       PIC 9(3).
          05 STK-QTY         PIC S9(5).

       FD FCARD
           RECORDING MODE IS F.

       01 ENRCARD            PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE PRODUCTS END-EXEC.

*> Colonne hors DCLGEN, declaree localement (cf PCYCLECNT)
       01 P-STOCK-QTY        PIC S9(5).

       77 WS-STATUS-LED      PIC 99 VALUE 0.
       77 WS-STATUS-STK      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1).

*> Fiche demandee sur SYSIN
       01 WS-SYSIN-LIGNE     PIC X(17).
       01 WS-CRIT-PNO        PIC 9(3).
       01 WS-CRIT-DEPOT      PIC X(2).
       01 WS-CRIT-DATE       PIC X(10).
       01 WS-FIN-SYSIN       PIC X(1).

*> 'Y' si la ligne du journal lue fait partie de la fiche
       01 WS-RETENU          PIC X(1).
       01 WS-PRODUIT-OK      PIC X(1).
       01 WS-LIBELLE         PIC X(30).

*> Soldes de la fiche en cours
       01 WS-SOLDE-ACTUEL    PIC S9(7).
       01 WS-SOMME-PERIODE   PIC S9(7).
       01 WS-SOLDE-COURANT   PIC S9(7).
       77 WS-NB-MVTS         PIC 9(5) VALUE 0.
       77 WS-TOT-ENTREES     PIC 9(7) VALUE 0.
       77 WS-TOT-SORTIES     PIC 9(7) VALUE 0.

       01 WS-DATE-CURRENT    PIC X(21).
       01 WS-DATE-RUN        PIC X(10).
       77 WS-QTY-STR         PIC ZZZZZZ9.
       77 WS-QTY-SGN         PIC -ZZZZZ9.
       77 WS-SOLDE-SGN       PIC -ZZZZZZ9.

*> Compteurs du run
       77 WS-CT-FICHES       PIC 9(5) VALUE 0.
       77 WS-CT-INCONNUS     PIC 9(5) VALUE 0.

*> Code retour remis au moniteur de job : 8 si aucune fiche
*> demandee, 4 si produit inconnu ou journal absent, 0 sinon
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
                    MOVE WS-SYSIN-LIGNE(1:3)  TO WS-CRIT-PNO
                    MOVE WS-SYSIN-LIGNE(5:2)  TO WS-CRIT-DEPOT
                    MOVE WS-SYSIN-LIGNE(8:10) TO WS-CRIT-DATE
                    ADD 1 TO WS-CT-FICHES
                    PERFORM 2000-UNE-FICHE
                 ELSE
                    DISPLAY 'PSTKCARD : LIGNE SYSIN IGNOREE : '
                            WS-SYSIN-LIGNE
                 END-IF
              END-IF
           END-PERFORM

           PERFORM 9000-FIN
           STOP RUN
           .

*> Ouverture du rapport et du stock par depot
       1000-DEBUT.

           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

           OPEN OUTPUT FCARD
           OPEN INPUT FSTKDEP

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT
           STRING WS-DATE-CURRENT(1:4) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(5:2) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-RUN
           END-STRING
           .

*> Une fiche demandee : solde actuel, somme des mouvements de la
*> periode (premier passage du journal), puis impression des
*> mouvements depuis le solde d'ouverture (second passage)
       2000-UNE-FICHE.

           MOVE 0 TO WS-NB-MVTS WS-TOT-ENTREES WS-TOT-SORTIES
                     WS-SOMME-PERIODE

           PERFORM 2100-SOLDE-ACTUEL

           MOVE SPACES TO ENRCARD
           MOVE 'H' TO ENRCARD(1:1)
           MOVE 'FICHE DE STOCK' TO ENRCARD(3:14)
           MOVE WS-CRIT-PNO TO ENRCARD(18:3)
           MOVE WS-LIBELLE TO ENRCARD(22:24)
           IF WS-CRIT-DEPOT = SPACES
              MOVE 'GLOBAL' TO ENRCARD(47:6)
           ELSE
              MOVE 'DEPOT' TO ENRCARD(47:5)
              MOVE WS-CRIT-DEPOT TO ENRCARD(53:2)
           END-IF
           IF WS-CRIT-DATE = SPACES
              MOVE 'ORIGINE' TO ENRCARD(56:7)
           ELSE
              MOVE WS-CRIT-DATE TO ENRCARD(56:10)
           END-IF
           MOVE WS-DATE-RUN TO ENRCARD(67:10)
           WRITE ENRCARD

           IF WS-PRODUIT-OK = 'N'
              ADD 1 TO WS-CT-INCONNUS
              MOVE SPACES TO ENRCARD
              MOVE 'F' TO ENRCARD(1:1)
              MOVE 'PRODUIT INCONNU DE PRODUCTS' TO ENRCARD(3:27)
              WRITE ENRCARD
           ELSE
              OPEN INPUT FLEDGER
              IF WS-STATUS-LED NOT = 0
                 ADD 1 TO WS-CT-INCONNUS
                 DISPLAY 'PSTKCARD : JOURNAL DSTOCK-LEDGER ABSENT'
              ELSE
                 MOVE 'N' TO WS-EOF
                 PERFORM UNTIL WS-EOF = 'Y'
                    READ FLEDGER
                       AT END
                          MOVE 'Y' TO WS-EOF
                       NOT AT END
                          PERFORM 2200-RETENIR-MOUVEMENT
                          IF WS-RETENU = 'Y'
                             ADD LED-QTE TO WS-SOMME-PERIODE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE FLEDGER
              END-IF

              COMPUTE WS-SOLDE-COURANT = WS-SOLDE-ACTUEL
                                       - WS-SOMME-PERIODE
              MOVE SPACES TO ENRCARD
              MOVE 'O' TO ENRCARD(1:1)
              MOVE 'SOLDE D''OUVERTURE' TO ENRCARD(3:17)
              MOVE WS-SOLDE-COURANT TO WS-SOLDE-SGN
              MOVE WS-SOLDE-SGN TO ENRCARD(57:8)
              WRITE ENRCARD

              IF WS-STATUS-LED = 0
                 PERFORM 2300-IMPRIMER-MOUVEMENTS
              END-IF

              MOVE SPACES TO ENRCARD
              MOVE 'F' TO ENRCARD(1:1)
              MOVE 'SOLDE DE CLOTURE' TO ENRCARD(3:16)
              MOVE 'MVTS' TO ENRCARD(20:4)
              MOVE WS-NB-MVTS TO WS-QTY-STR
              MOVE WS-QTY-STR TO ENRCARD(25:7)
              MOVE '+' TO ENRCARD(33:1)
              MOVE WS-TOT-ENTREES TO WS-QTY-STR
              MOVE WS-QTY-STR TO ENRCARD(34:7)
              MOVE '-' TO ENRCARD(42:1)
              MOVE WS-TOT-SORTIES TO WS-QTY-STR
              MOVE WS-QTY-STR TO ENRCARD(43:7)
              MOVE WS-SOLDE-COURANT TO WS-SOLDE-SGN
              MOVE WS-SOLDE-SGN TO ENRCARD(57:8)
              WRITE ENRCARD
           END-IF

           MOVE SPACES TO ENRCARD
           WRITE ENRCARD
           .

*> Solde actuel : stock du depot demande (un depot jamais mouvemente
*> pour ce produit est a zero) ou total PRODUCTS
       2100-SOLDE-ACTUEL.

           MOVE 'Y' TO WS-PRODUIT-OK
           MOVE SPACES TO WS-LIBELLE
           MOVE 0 TO P-STOCK-QTY
           MOVE WS-CRIT-PNO TO P-P-NO

           EXEC SQL
              SELECT DESCRIPTION, STOCK_QTY
              INTO :P-DESCRIPTION, :P-STOCK-QTY
              FROM API12.PRODUCTS
              WHERE P_NO = :P-P-NO
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-PRODUIT-OK
           ELSE
              MOVE P-DESCRIPTION-TEXT(1:P-DESCRIPTION-LEN)
                   TO WS-LIBELLE
           END-IF

           IF WS-CRIT-DEPOT = SPACES
              MOVE P-STOCK-QTY TO WS-SOLDE-ACTUEL
           ELSE
              MOVE WS-CRIT-DEPOT TO STK-DEPOT
              MOVE WS-CRIT-PNO   TO STK-P-NO
              READ FSTKDEP
                  INVALID KEY
                      MOVE 0 TO WS-SOLDE-ACTUEL
                  NOT INVALID KEY
                      MOVE STK-QTY TO WS-SOLDE-ACTUEL
              END-READ
           END-IF
           .

*> Ligne du journal dans la fiche : produit, periode, et portee
*> selon la vue demandee (depot ou global)
       2200-RETENIR-MOUVEMENT.

           MOVE 'N' TO WS-RETENU
           IF LED-P-NO = WS-CRIT-PNO
              AND (WS-CRIT-DATE = SPACES OR LED-DATE >= WS-CRIT-DATE)
              IF WS-CRIT-DEPOT = SPACES
                 IF LED-PORTEE = 'B' OR LED-PORTEE = 'G'
                    MOVE 'Y' TO WS-RETENU
                 END-IF
              ELSE
                 IF (LED-PORTEE = 'B' OR LED-PORTEE = 'D')
                    AND LED-DEPOT = WS-CRIT-DEPOT
                    MOVE 'Y' TO WS-RETENU
                 END-IF
              END-IF
           END-IF
           .

*> Second passage : une ligne 'M' par mouvement retenu, solde
*> courant porte depuis le solde d'ouverture
       2300-IMPRIMER-MOUVEMENTS.

           OPEN INPUT FLEDGER
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ FLEDGER
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM 2200-RETENIR-MOUVEMENT
                    IF WS-RETENU = 'Y'
                       PERFORM 2310-LIGNE-MOUVEMENT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FLEDGER
           .

       2310-LIGNE-MOUVEMENT.

           ADD 1 TO WS-NB-MVTS
           ADD LED-QTE TO WS-SOLDE-COURANT
           IF LED-QTE > 0
              ADD LED-QTE TO WS-TOT-ENTREES
           ELSE
              SUBTRACT LED-QTE FROM WS-TOT-SORTIES
           END-IF

           MOVE SPACES TO ENRCARD
           MOVE 'M' TO ENRCARD(1:1)
           MOVE LED-DATE TO ENRCARD(3:10)
           MOVE LED-HEURE TO ENRCARD(14:8)
           MOVE LED-TYPE TO ENRCARD(23:2)
           MOVE LED-DEPOT TO ENRCARD(26:2)
           MOVE LED-PROGRAMME TO ENRCARD(29:10)
           MOVE LED-DOC TO ENRCARD(40:10)
           MOVE LED-QTE TO WS-QTY-SGN
           MOVE WS-QTY-SGN TO ENRCARD(50:7)
           MOVE WS-SOLDE-COURANT TO WS-SOLDE-SGN
           MOVE WS-SOLDE-SGN TO ENRCARD(57:8)
           WRITE ENRCARD
           .

*> Synthese et code retour
       9000-FIN.

           EVALUATE TRUE
              WHEN WS-CT-FICHES = 0
                 MOVE 8 TO WS-RETURN-CODE
              WHEN WS-CT-INCONNUS > 0
                 MOVE 4 TO WS-RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO WS-RETURN-CODE
           END-EVALUATE

           DISPLAY 'PSTKCARD : FICHES=' WS-CT-FICHES
                   ' PRODUITS INCONNUS OU JOURNAL ABSENT='
                   WS-CT-INCONNUS

           CLOSE FCARD
           CLOSE FSTKDEP

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
