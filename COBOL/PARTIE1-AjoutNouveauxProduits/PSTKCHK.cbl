*> ==========================================================
*> PSTKCHK.cbl - Controle de nuit du stock par le journal
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Prouver chaque nuit que le stock de la veille plus les
*>   mouvements du journal DSTOCK-LEDGER donnent le stock du jour,
*>   au total (PRODUCTS.STOCK_QTY) comme par depot (DSTOCK-DEPOT) :
*>   une mise a jour de stock sans mouvement se voit le lendemain
*> - Verifier que la somme des depots, plus la marchandise en transit
*>   entre deux depots, egale PRODUCTS.STOCK_QTY pour chaque produit
*>
*> Entrées :
*> - FSNAP / DSTOCK-SNAP : instantane du controle precedent
*>   (facultatif : absent = premier run, seul le controle croise est
*>   fait et l'instantane du jour sert de depart)
*>     'H' : nombre de lignes du journal deja prises en compte, date
*>     'G' : produit et stock PRODUCTS
*>     'D' : depot, produit et stock du depot
*> - FLEDGER / DSTOCK-LEDGER : journal des mouvements (cf PSTKMVT),
*>   seules les lignes posterieures a l'instantane sont appliquees
*> - FSTKDEP / DSTOCK-DEPOT : stock par depot, parcouru en entier
*> - FXFERFIL / DXFER-FILE : registre des transferts (cf PXFER), le
*>   dernier enregistrement d'une ligne fait foi ; etat 'T' = en
*>   transit pour la quantite expediee (seules ces lignes restent en
*>   memoire, 500 a la fois)
*> - Table DB2 : PRODUCTS (lecture seule)
*>
*> Sorties :
*> - FSNAPNEW / DSTOCK-SNAP-NEW : instantane du jour, que
*>   l'ordonnanceur substitue a DSTOCK-SNAP avant le prochain cycle
*>   (cf DBI-SNAP dans PBIEXTRACT)
*> - DSTKCHK-RPT : rapport de 80 caracteres - 'H' en-tete, 'G' par
*>   produit dont le total ne se prouve pas, 'D' par solde de depot
*>   qui ne se prouve pas, 'X' par produit dont les depots plus le
*>   transit different de PRODUCTS, 'T' de synthese
*>
*> Sous-programmes appelés :
*> - PRUNLOG (journal d'execution du cycle)
*>
*> Remarques :
*> - Portee des mouvements : 'B' compte au total et au depot, 'G'
*>   au total seul (chargement catalogue, ecart de transit), 'D' au
*>   depot seul (expedition et reception d'un transfert)
*> - Un chargement catalogue PNEWPROD remplace le total sans dire quel
*>   depot : le controle croise le signale tant que les depots ne
*>   sont pas recales par un comptage PCYCLECNT
*> - Journal plus court que l'instantane (journal purge ou
*>   remplace) : pas de preuve des mouvements ce soir, l'instantane
*>   repart du jour et le run est signale code retour 4
*> - Code retour 8 sur erreur SQL (rien n'est prouve, l'instantane
*>   du jour n'est pas a substituer), 4 si un ecart est constate ou
*>   une table memoire a deborde, 0 sinon
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PSTKCHK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FSNAP ASSIGN TO DSTOCK-SNAP
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-SNP.

           SELECT FSNAPNEW ASSIGN TO DSTOCK-SNAP-NEW
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-SNW.

*> Même structure que celle écrite par PSTKMVT (cf PSTKMVT.cbl)
           SELECT FLEDGER ASSIGN TO DSTOCK-LEDGER
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-LED.

*> Stock par depot tenu par PORDER, parcouru ici en sequentiel
           SELECT FSTKDEP ASSIGN TO DSTOCK-DEPOT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS STK-CLE
                           FILE STATUS IS WS-STATUS-STK.

*> Même structure que celle écrite par PXFER (cf PXFER.cbl)
           SELECT FXFERFIL ASSIGN TO DXFER-FILE
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-XFR.

           SELECT FCHKRPT ASSIGN TO DSTKCHK-RPT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.

*> Instantane : 'H' en-tete, 'G' stock total, 'D' stock de depot
       FD FSNAP
           RECORDING MODE IS F
           DATA RECORD IS ENRSNAP.

       01 ENRSNAP.
          05 SNP-TYPE        PIC X(1).
          05 FILLER          PIC X(1).
          05 SNP-DEPOT       PIC X(2).
          05 FILLER          PIC X(1).
          05 SNP-P-NO        PIC 9(3).
          05 FILLER          PIC X(1).
          05 SNP-QTE         PIC S9(7) SIGN LEADING SEPARATE.
          05 FILLER          PIC X(1).
          05 SNP-NB-LED      PIC 9(9).
          05 FILLER          PIC X(1).
          05 SNP-DATE        PIC X(10).

       FD FSNAPNEW
           RECORDING MODE IS F
           DATA RECORD IS ENRSNAPNEW.

       01 ENRSNAPNEW.
          05 SNW-TYPE        PIC X(1).
          05 FILLER          PIC X(1).
          05 SNW-DEPOT       PIC X(2).
          05 FILLER          PIC X(1).
          05 SNW-P-NO        PIC 9(3).
          05 FILLER          PIC X(1).
          05 SNW-QTE         PIC S9(7) SIGN LEADING SEPARATE.
          05 FILLER          PIC X(1).
          05 SNW-NB-LED      PIC 9(9).
          05 FILLER          PIC X(1).
          05 SNW-DATE        PIC X(10).

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

       FD FXFERFIL
           RECORDING MODE IS F
           DATA RECORD IS ENRXFER.

       01 ENRXFER.
          05 XFR-NO          PIC 9(6).
          05 FILLER          PIC X(1).
          05 XFR-P-NO        PIC 9(3).
          05 FILLER          PIC X(1).
          05 XFR-SOURCE      PIC X(2).
          05 FILLER          PIC X(1).
          05 XFR-DEST        PIC X(2).
          05 FILLER          PIC X(1).
          05 XFR-QTE-DEM     PIC 9(5).
          05 FILLER          PIC X(1).
          05 XFR-QTE-EXP     PIC 9(5).
          05 FILLER          PIC X(1).
          05 XFR-QTE-REC     PIC 9(5).
          05 FILLER          PIC X(1).
          05 XFR-ETAT        PIC X(1).
          05 FILLER          PIC X(1).
          05 XFR-DATE        PIC X(10).
          05 FILLER          PIC X(1).
          05 XFR-DATE-EXP    PIC X(10).

       FD FCHKRPT
           RECORDING MODE IS F.

       01 ENRCHKRPT          PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE PRODUCTS END-EXEC.

*> Colonne hors DCLGEN, declaree localement (cf PCYCLECNT)
       01 P-STOCK-QTY        PIC S9(5).

*> Stock total de chaque produit, pour la preuve du jour
           EXEC SQL DECLARE CSTKPRD CURSOR FOR
                SELECT P_NO, STOCK_QTY
                FROM API12.PRODUCTS
                ORDER BY P_NO
           END-EXEC.

       77 WS-STATUS-SNP      PIC 99 VALUE 0.
       77 WS-STATUS-SNW      PIC 99 VALUE 0.
       77 WS-STATUS-LED      PIC 99 VALUE 0.
       77 WS-STATUS-STK      PIC 99 VALUE 0.
       77 WS-STATUS-XFR      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1).

*> 'Y' sans instantane exploitable : pas de preuve des mouvements,
*> seul le controle croise est fait
       01 WS-SANS-SNAP       PIC X(1) VALUE 'N'.
       01 WS-NB-LED-SNAP     PIC 9(9) VALUE 0.
       01 WS-DATE-SNAP       PIC X(10) VALUE SPACES.

*> Produits, indices par N° de produit + 1 (000 a 999)
       01 WS-PRD-TABLE.
          05 WS-PRD-ENTREE OCCURS 1000 TIMES.
             10 WS-PRD-OUVERT   PIC S9(7).
             10 WS-PRD-MVT      PIC S9(7).
             10 WS-PRD-REEL     PIC S9(7).
             10 WS-PRD-DEPOTS   PIC S9(7).
             10 WS-PRD-TRANSIT  PIC S9(7).
             10 WS-PRD-SNAP     PIC X(1).
             10 WS-PRD-EXISTE   PIC X(1).
             10 WS-PRD-STOCKE   PIC X(1).
       01 WS-PRD-IDX         PIC 9(4).

*> Soldes depot/produit : instantane, mouvements du jour et stock
*> constate
       01 WS-DEP-TABLE.
          05 WS-DEP-ENTREE OCCURS 2000 TIMES.
             10 WS-DEP-DEPOT    PIC X(2).
             10 WS-DEP-PNO      PIC 9(3).
             10 WS-DEP-OUVERT   PIC S9(7).
             10 WS-DEP-MVT      PIC S9(7).
             10 WS-DEP-REEL     PIC S9(7).
             10 WS-DEP-EXISTE   PIC X(1).
       01 WS-NB-DEP          PIC 9(4) VALUE 0.
       01 WS-DEP-IDX         PIC 9(4).
       01 WS-DEP-TROUVE      PIC 9(4).
       01 WS-CLE-DEPOT       PIC X(2).
       01 WS-CLE-PNO         PIC 9(3).

*> Registre des transferts en memoire, dernier gagnant par ligne
*> (numero + produit), cf PREPLEN
       01 WS-XFR-TABLE.
          05 WS-XFR-ENTREE OCCURS 500 TIMES.
             10 WS-XFR-NO       PIC 9(6).
             10 WS-XFR-PNO      PIC 9(3).
             10 WS-XFR-QTE      PIC 9(5).
             10 WS-XFR-ETAT     PIC X(1).
       01 WS-NB-XFR          PIC 9(3) VALUE 0.
       01 WS-XFR-IDX         PIC 9(3).
       01 WS-XFR-TROUVE      PIC 9(3).

*> Ligne de controle en cours
       01 WS-ATTENDU         PIC S9(7).
       01 WS-ECART           PIC S9(7).
       77 WS-MNT-SGN         PIC -ZZZZZZ9.
       77 WS-NB-STR          PIC ZZZZZZZZ9.

       01 WS-DATE-COURANTE   PIC X(21).
       01 WS-DATE-RUN        PIC X(10).

*> Journal d'execution du cycle (cf PRUNLOG)
       01 PRUNLOG            PIC X(7) VALUE 'PRUNLOG'.
       01 WS-RL-NOM          PIC X(8).
       01 WS-RL-PHASE        PIC X(1).
       01 WS-RL-RC           PIC 9(1).
       01 WS-RL-COMPTEUR     PIC 9(7).

*> Compteurs de fin de run
       77 WS-CT-LED          PIC 9(9) VALUE 0.
       77 WS-CT-APPLIQUES    PIC 9(7) VALUE 0.
       77 WS-CT-PRODUITS     PIC 9(7) VALUE 0.
       77 WS-CT-SOLDES       PIC 9(7) VALUE 0.
       77 WS-CT-ECARTS-G     PIC 9(7) VALUE 0.
       77 WS-CT-ECARTS-D     PIC 9(7) VALUE 0.
       77 WS-CT-ECARTS-X     PIC 9(7) VALUE 0.
       77 WS-CT-DEBORDEMENT  PIC 9(7) VALUE 0.

*> Code retour remis au moniteur de job : 8 sur erreur SQL, 4 sur
*> ecart ou debordement, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT
           PERFORM 1100-CHARGER-INSTANTANE
           PERFORM 2000-APPLIQUER-JOURNAL
           PERFORM 3000-STOCK-PRODUITS

           IF WS-RETURN-CODE NOT = 8
              PERFORM 3100-STOCK-DEPOTS
              PERFORM 3200-EN-TRANSIT
              PERFORM 4000-CONTROLER
              PERFORM 5000-ECRIRE-INSTANTANE
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Ouverture des sorties, date du run
       1000-DEBUT.

           MOVE 'PSTKCHK' TO WS-RL-NOM
           MOVE 'D' TO WS-RL-PHASE
           MOVE 0 TO WS-RL-RC
           MOVE 0 TO WS-RL-COMPTEUR
           CALL PRUNLOG USING WS-RL-NOM WS-RL-PHASE WS-RL-RC
                              WS-RL-COMPTEUR

           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COURANTE
           MOVE SPACES TO WS-DATE-RUN
           STRING WS-DATE-COURANTE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-COURANTE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-COURANTE(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-RUN
           END-STRING

           OPEN OUTPUT FCHKRPT
           OPEN OUTPUT FSNAPNEW

           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > 1000
              MOVE 0   TO WS-PRD-OUVERT(WS-PRD-IDX)
              MOVE 0   TO WS-PRD-MVT(WS-PRD-IDX)
              MOVE 0   TO WS-PRD-REEL(WS-PRD-IDX)
              MOVE 0   TO WS-PRD-DEPOTS(WS-PRD-IDX)
              MOVE 0   TO WS-PRD-TRANSIT(WS-PRD-IDX)
              MOVE 'N' TO WS-PRD-SNAP(WS-PRD-IDX)
              MOVE 'N' TO WS-PRD-EXISTE(WS-PRD-IDX)
              MOVE 'N' TO WS-PRD-STOCKE(WS-PRD-IDX)
           END-PERFORM
           .

*> Instantane du controle precedent ; absent = premier run
       1100-CHARGER-INSTANTANE.

           OPEN INPUT FSNAP
           IF WS-STATUS-SNP NOT = 0
              MOVE 'Y' TO WS-SANS-SNAP
              DISPLAY 'PSTKCHK : PAS D INSTANTANE PRECEDENT,'
                      ' CONTROLE CROISE SEUL'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FSNAP
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM 1110-LIGNE-INSTANTANE
                 END-READ
              END-PERFORM
              CLOSE FSNAP
           END-IF
           .

       1110-LIGNE-INSTANTANE.

           EVALUATE SNP-TYPE
              WHEN 'H'
                 MOVE SNP-NB-LED TO WS-NB-LED-SNAP
                 MOVE SNP-DATE   TO WS-DATE-SNAP
              WHEN 'G'
                 COMPUTE WS-PRD-IDX = SNP-P-NO + 1
                 MOVE SNP-QTE TO WS-PRD-OUVERT(WS-PRD-IDX)
                 MOVE 'Y'     TO WS-PRD-SNAP(WS-PRD-IDX)
              WHEN 'D'
                 MOVE SNP-DEPOT TO WS-CLE-DEPOT
                 MOVE SNP-P-NO  TO WS-CLE-PNO
                 PERFORM 2100-TROUVER-SOLDE
                 IF WS-DEP-TROUVE > 0
                    MOVE SNP-QTE TO WS-DEP-OUVERT(WS-DEP-TROUVE)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

*> Parcours du journal : les lignes au-dela du compte de
*> l'instantane sont les mouvements a prouver ce soir
       2000-APPLIQUER-JOURNAL.

           OPEN INPUT FLEDGER
           IF WS-STATUS-LED NOT = 0
              DISPLAY 'PSTKCHK : JOURNAL DSTOCK-LEDGER ABSENT'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FLEDGER
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LED
                       IF WS-SANS-SNAP = 'N'
                          AND WS-CT-LED > WS-NB-LED-SNAP
                          PERFORM 2010-UN-MOUVEMENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FLEDGER
           END-IF

           IF WS-SANS-SNAP = 'N' AND WS-CT-LED < WS-NB-LED-SNAP
              MOVE 'Y' TO WS-SANS-SNAP
              ADD 1 TO WS-CT-DEBORDEMENT
              DISPLAY 'PSTKCHK : JOURNAL PLUS COURT QUE L INSTANTANE,'
                      ' PAS DE PREUVE DES MOUVEMENTS'
           END-IF
           .

       2010-UN-MOUVEMENT.

           ADD 1 TO WS-CT-APPLIQUES

           IF LED-PORTEE = 'B' OR LED-PORTEE = 'G'
              COMPUTE WS-PRD-IDX = LED-P-NO + 1
              ADD LED-QTE TO WS-PRD-MVT(WS-PRD-IDX)
           END-IF

           IF LED-PORTEE = 'B' OR LED-PORTEE = 'D'
              MOVE LED-DEPOT TO WS-CLE-DEPOT
              MOVE LED-P-NO  TO WS-CLE-PNO
              PERFORM 2100-TROUVER-SOLDE
              IF WS-DEP-TROUVE > 0
                 ADD LED-QTE TO WS-DEP-MVT(WS-DEP-TROUVE)
              END-IF
           END-IF
           .

*> Solde WS-CLE-DEPOT/WS-CLE-PNO dans la table, ajoute au premier
*> besoin ; table pleine = WS-DEP-TROUVE a zero et debordement
       2100-TROUVER-SOLDE.

           MOVE 0 TO WS-DEP-TROUVE
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-NB-DEP
                   OR WS-DEP-TROUVE > 0
              IF WS-DEP-DEPOT(WS-DEP-IDX) = WS-CLE-DEPOT
                 AND WS-DEP-PNO(WS-DEP-IDX) = WS-CLE-PNO
                 MOVE WS-DEP-IDX TO WS-DEP-TROUVE
              END-IF
           END-PERFORM

           IF WS-DEP-TROUVE = 0
              IF WS-NB-DEP < 2000
                 ADD 1 TO WS-NB-DEP
                 MOVE WS-NB-DEP    TO WS-DEP-TROUVE
                 MOVE WS-CLE-DEPOT TO WS-DEP-DEPOT(WS-NB-DEP)
                 MOVE WS-CLE-PNO   TO WS-DEP-PNO(WS-NB-DEP)
                 MOVE 0            TO WS-DEP-OUVERT(WS-NB-DEP)
                 MOVE 0            TO WS-DEP-MVT(WS-NB-DEP)
                 MOVE 0            TO WS-DEP-REEL(WS-NB-DEP)
                 MOVE 'N'          TO WS-DEP-EXISTE(WS-NB-DEP)
              ELSE
                 ADD 1 TO WS-CT-DEBORDEMENT
              END-IF
           END-IF
           .

*> Stock total constate de chaque produit
       3000-STOCK-PRODUITS.

           EXEC SQL OPEN CSTKPRD END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0

              EXEC SQL FETCH CSTKPRD
                  INTO :P-P-NO, :P-STOCK-QTY
              END-EXEC

              IF SQLCODE = 0
                 COMPUTE WS-PRD-IDX = P-P-NO + 1
                 MOVE P-STOCK-QTY TO WS-PRD-REEL(WS-PRD-IDX)
                 MOVE 'Y'         TO WS-PRD-EXISTE(WS-PRD-IDX)
                 ADD 1 TO WS-CT-PRODUITS
              END-IF

           END-PERFORM

           IF SQLCODE NOT = 100
              DISPLAY 'PSTKCHK : ERREUR SQL PRODUCTS ' SQLCODE
              MOVE 8 TO WS-RETURN-CODE
           END-IF

           EXEC SQL CLOSE CSTKPRD END-EXEC
           .

*> Stock constate de chaque depot, cumule par produit pour le
*> controle croise
       3100-STOCK-DEPOTS.

           OPEN INPUT FSTKDEP
           IF WS-STATUS-STK NOT = 0
              DISPLAY 'PSTKCHK : FICHIER DSTOCK-DEPOT ABSENT OU'
                      ' ILLISIBLE'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FSTKDEP NEXT
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-SOLDES
                       MOVE STK-DEPOT TO WS-CLE-DEPOT
                       MOVE STK-P-NO  TO WS-CLE-PNO
                       PERFORM 2100-TROUVER-SOLDE
                       IF WS-DEP-TROUVE > 0
                          MOVE STK-QTY TO WS-DEP-REEL(WS-DEP-TROUVE)
                          MOVE 'Y'     TO WS-DEP-EXISTE(WS-DEP-TROUVE)
                       END-IF
                       COMPUTE WS-PRD-IDX = STK-P-NO + 1
                       ADD STK-QTY TO WS-PRD-DEPOTS(WS-PRD-IDX)
                       MOVE 'Y' TO WS-PRD-STOCKE(WS-PRD-IDX)
                 END-READ
              END-PERFORM
              CLOSE FSTKDEP
           END-IF
           .

*> Marchandise en transit : lignes de transfert dont le dernier etat
*> est 'T', pour la quantite expediee ; une ligne recue ou annulee
*> quitte la table, qui ne garde que le transit en cours
       3200-EN-TRANSIT.

           OPEN INPUT FXFERFIL
           IF WS-STATUS-XFR = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FXFERFIL
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM 3210-RETENIR-TRANSFERT
                 END-READ
              END-PERFORM
              CLOSE FXFERFIL
           END-IF

           PERFORM VARYING WS-XFR-IDX FROM 1 BY 1
                   UNTIL WS-XFR-IDX > WS-NB-XFR
              IF WS-XFR-ETAT(WS-XFR-IDX) = 'T'
                 COMPUTE WS-PRD-IDX = WS-XFR-PNO(WS-XFR-IDX) + 1
                 ADD WS-XFR-QTE(WS-XFR-IDX)
                     TO WS-PRD-TRANSIT(WS-PRD-IDX)
                 MOVE 'Y' TO WS-PRD-STOCKE(WS-PRD-IDX)
              END-IF
           END-PERFORM
           .

       3210-RETENIR-TRANSFERT.

           MOVE 0 TO WS-XFR-TROUVE
           PERFORM VARYING WS-XFR-IDX FROM 1 BY 1
                   UNTIL WS-XFR-IDX > WS-NB-XFR
                   OR WS-XFR-TROUVE > 0
              IF WS-XFR-NO(WS-XFR-IDX) = XFR-NO
                 AND WS-XFR-PNO(WS-XFR-IDX) = XFR-P-NO
                 MOVE WS-XFR-IDX TO WS-XFR-TROUVE
              END-IF
           END-PERFORM

           IF XFR-ETAT NOT = 'T'
              IF WS-XFR-TROUVE > 0
                 PERFORM 3220-OTER-TRANSFERT
              END-IF
              MOVE 0 TO WS-XFR-TROUVE
           ELSE
              IF WS-XFR-TROUVE = 0
                 IF WS-NB-XFR < 500
                    ADD 1 TO WS-NB-XFR
                    MOVE WS-NB-XFR TO WS-XFR-TROUVE
                 ELSE
                    ADD 1 TO WS-CT-DEBORDEMENT
                 END-IF
              END-IF
           END-IF

           IF WS-XFR-TROUVE > 0
              MOVE XFR-NO      TO WS-XFR-NO(WS-XFR-TROUVE)
              MOVE XFR-P-NO    TO WS-XFR-PNO(WS-XFR-TROUVE)
              MOVE XFR-QTE-EXP TO WS-XFR-QTE(WS-XFR-TROUVE)
              MOVE XFR-ETAT    TO WS-XFR-ETAT(WS-XFR-TROUVE)
           END-IF
           .

*> La derniere ligne de la table prend la place de la ligne sortie
*> du transit
       3220-OTER-TRANSFERT.

           IF WS-XFR-TROUVE < WS-NB-XFR
              MOVE WS-XFR-ENTREE(WS-NB-XFR)
                   TO WS-XFR-ENTREE(WS-XFR-TROUVE)
           END-IF
           SUBTRACT 1 FROM WS-NB-XFR
           .

*> En-tete, preuve des mouvements (total puis depots) et controle
*> croise depots + transit = PRODUCTS
       4000-CONTROLER.

           MOVE SPACES TO ENRCHKRPT
           MOVE 'H' TO ENRCHKRPT(1:1)
           MOVE 'CONTROLE DU STOCK AU' TO ENRCHKRPT(3:20)
           MOVE WS-DATE-RUN TO ENRCHKRPT(24:10)
           IF WS-SANS-SNAP = 'Y'
              MOVE 'SANS INSTANTANE - CONTROLE CROISE SEUL'
                   TO ENRCHKRPT(36:38)
           ELSE
              MOVE 'INSTANTANE DU' TO ENRCHKRPT(36:13)
              MOVE WS-DATE-SNAP TO ENRCHKRPT(50:10)
           END-IF
           WRITE ENRCHKRPT

           IF WS-SANS-SNAP = 'N'
              PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                      UNTIL WS-PRD-IDX > 1000
                 IF WS-PRD-SNAP(WS-PRD-IDX) = 'Y'
                    OR WS-PRD-EXISTE(WS-PRD-IDX) = 'Y'
                    PERFORM 4100-PROUVER-PRODUIT
                 END-IF
              END-PERFORM

              PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                      UNTIL WS-DEP-IDX > WS-NB-DEP
                 PERFORM 4200-PROUVER-DEPOT
              END-PERFORM
           END-IF

           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > 1000
              IF WS-PRD-EXISTE(WS-PRD-IDX) = 'Y'
                 OR WS-PRD-STOCKE(WS-PRD-IDX) = 'Y'
                 PERFORM 4300-CONTROLE-CROISE
              END-IF
           END-PERFORM

           MOVE SPACES TO ENRCHKRPT
           MOVE 'T' TO ENRCHKRPT(1:1)
           MOVE 'MVTS' TO ENRCHKRPT(3:4)
           MOVE WS-CT-APPLIQUES TO WS-NB-STR
           MOVE WS-NB-STR TO ENRCHKRPT(8:9)
           MOVE 'ECARTS TOTAL' TO ENRCHKRPT(18:12)
           MOVE WS-CT-ECARTS-G TO WS-NB-STR
           MOVE WS-NB-STR TO ENRCHKRPT(31:9)
           MOVE 'DEPOT' TO ENRCHKRPT(41:5)
           MOVE WS-CT-ECARTS-D TO WS-NB-STR
           MOVE WS-NB-STR TO ENRCHKRPT(47:9)
           MOVE 'CROISE' TO ENRCHKRPT(57:6)
           MOVE WS-CT-ECARTS-X TO WS-NB-STR
           MOVE WS-NB-STR TO ENRCHKRPT(64:9)
           WRITE ENRCHKRPT
           .

*> Total : instantane + mouvements B/G du jour = PRODUCTS
       4100-PROUVER-PRODUIT.

           COMPUTE WS-ATTENDU = WS-PRD-OUVERT(WS-PRD-IDX)
                              + WS-PRD-MVT(WS-PRD-IDX)
           COMPUTE WS-ECART = WS-PRD-REEL(WS-PRD-IDX) - WS-ATTENDU

           IF WS-ECART NOT = 0
              ADD 1 TO WS-CT-ECARTS-G
              MOVE SPACES TO ENRCHKRPT
              MOVE 'G' TO ENRCHKRPT(1:1)
              COMPUTE WS-CLE-PNO = WS-PRD-IDX - 1
              MOVE WS-CLE-PNO TO ENRCHKRPT(3:3)
              MOVE WS-PRD-OUVERT(WS-PRD-IDX) TO WS-MNT-SGN
              MOVE WS-MNT-SGN TO ENRCHKRPT(10:8)
              MOVE WS-PRD-MVT(WS-PRD-IDX) TO WS-MNT-SGN
              MOVE WS-MNT-SGN TO ENRCHKRPT(19:8)
              MOVE WS-ATTENDU TO WS-MNT-SGN
              MOVE WS-MNT-SGN TO ENRCHKRPT(28:8)
              MOVE WS-PRD-REEL(WS-PRD-IDX) TO WS-MNT-SGN
              MOVE WS-MNT-SGN TO ENRCHKRPT(37:8)
              MOVE WS-ECART TO WS-MNT-SGN
              MOVE WS-MNT-SGN TO ENRCHKRPT(46:8)
              MOVE 'TOTAL SANS MOUVEMENT' TO ENRCHKRPT(55:20)
              WRITE ENRCHKRPT
           END-IF
           .

*> Depot : instantane + mouvements B/D du jour = DSTOCK-DEPOT
       4200-PROUVER-DEPOT.

           COMPUTE WS-ATTENDU = WS-DEP-OUVERT(WS-DEP-IDX)
                              + WS-DEP-MVT(WS-DEP-IDX)
           COMPUTE WS-ECART = WS-DEP-REEL(WS-DEP-IDX) - WS-ATTENDU

           IF WS-ECART NOT = 0
              ADD 1 TO WS-CT-ECARTS-D
              MOVE SPACES TO ENRCHKRPT
              MOVE 'D' TO ENRCHKRPT(1:1)
              MOVE WS-DEP-PNO(WS-DEP-IDX) TO ENRCHKRPT(3:3)
              MOVE WS-DEP-DEPOT(WS-DEP-IDX) TO ENRCHKRPT(7:2)
              MOVE WS-DEP-OUVERT(WS-DEP-IDX) TO WS-MNT-SGN
              MOVE WS-MNT-SGN TO ENRCHKRPT(10:8)
              MOVE WS-DEP-MVT(WS-DEP-IDX) TO WS-MNT-SGN
              MOVE WS-MNT-SGN TO ENRCHKRPT(19:8)
              MOVE WS-ATTENDU TO WS-MNT-SGN
              MOVE WS-MNT-SGN TO ENRCHKRPT(28:8)
              MOVE WS-DEP-REEL(WS-DEP-IDX) TO WS-MNT-SGN
              MOVE WS-MNT-SGN TO ENRCHKRPT(37:8)
              MOVE WS-ECART TO WS-MNT-SGN
              MOVE WS-MNT-SGN TO ENRCHKRPT(46:8)
              MOVE 'DEPOT SANS MOUVEMENT' TO ENRCHKRPT(55:20)
              WRITE ENRCHKRPT
           END-IF
           .

*> Somme des depots + transit = PRODUCTS.STOCK_QTY
       4300-CONTROLE-CROISE.

           COMPUTE WS-ATTENDU = WS-PRD-DEPOTS(WS-PRD-IDX)
                              + WS-PRD-TRANSIT(WS-PRD-IDX)
           COMPUTE WS-ECART = WS-PRD-REEL(WS-PRD-IDX) - WS-ATTENDU

           IF WS-ECART NOT = 0
              ADD 1 TO WS-CT-ECARTS-X
              MOVE SPACES TO ENRCHKRPT
              MOVE 'X' TO ENRCHKRPT(1:1)
              COMPUTE WS-CLE-PNO = WS-PRD-IDX - 1
              MOVE WS-CLE-PNO TO ENRCHKRPT(3:3)
              MOVE WS-PRD-DEPOTS(WS-PRD-IDX) TO WS-MNT-SGN
              MOVE WS-MNT-SGN TO ENRCHKRPT(10:8)
              MOVE WS-PRD-TRANSIT(WS-PRD-IDX) TO WS-MNT-SGN
              MOVE WS-MNT-SGN TO ENRCHKRPT(19:8)
              MOVE WS-ATTENDU TO WS-MNT-SGN
              MOVE WS-MNT-SGN TO ENRCHKRPT(28:8)
              MOVE WS-PRD-REEL(WS-PRD-IDX) TO WS-MNT-SGN
              MOVE WS-MNT-SGN TO ENRCHKRPT(37:8)
              MOVE WS-ECART TO WS-MNT-SGN
              MOVE WS-MNT-SGN TO ENRCHKRPT(46:8)
              MOVE 'DEPOTS+TRANSIT<>TOTAL' TO ENRCHKRPT(55:21)
              WRITE ENRCHKRPT
           END-IF
           .

*> Instantane du jour : compte du journal, stock total de chaque
*> produit, stock de chaque solde depot present
       5000-ECRIRE-INSTANTANE.

           MOVE SPACES TO ENRSNAPNEW
           MOVE 'H'         TO SNW-TYPE
           MOVE 0           TO SNW-P-NO
           MOVE 0           TO SNW-QTE
           MOVE WS-CT-LED   TO SNW-NB-LED
           MOVE WS-DATE-RUN TO SNW-DATE
           WRITE ENRSNAPNEW

           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > 1000
              IF WS-PRD-EXISTE(WS-PRD-IDX) = 'Y'
                 MOVE SPACES TO ENRSNAPNEW
                 MOVE 'G' TO SNW-TYPE
                 COMPUTE SNW-P-NO = WS-PRD-IDX - 1
                 MOVE WS-PRD-REEL(WS-PRD-IDX) TO SNW-QTE
                 MOVE 0 TO SNW-NB-LED
                 WRITE ENRSNAPNEW
              END-IF
           END-PERFORM

           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-NB-DEP
              IF WS-DEP-EXISTE(WS-DEP-IDX) = 'Y'
                 MOVE SPACES TO ENRSNAPNEW
                 MOVE 'D' TO SNW-TYPE
                 MOVE WS-DEP-DEPOT(WS-DEP-IDX) TO SNW-DEPOT
                 MOVE WS-DEP-PNO(WS-DEP-IDX)   TO SNW-P-NO
                 MOVE WS-DEP-REEL(WS-DEP-IDX)  TO SNW-QTE
                 MOVE 0 TO SNW-NB-LED
                 WRITE ENRSNAPNEW
              END-IF
           END-PERFORM
           .

*> Fermetures, synthese et code retour
       9000-FIN.

           CLOSE FCHKRPT
           CLOSE FSNAPNEW

           DISPLAY 'PSTKCHK : ' WS-CT-LED ' LIGNES AU JOURNAL, '
                   WS-CT-APPLIQUES ' MOUVEMENTS PROUVES'
           DISPLAY 'PSTKCHK : PRODUITS=' WS-CT-PRODUITS
                   ' SOLDES DEPOT=' WS-CT-SOLDES
           DISPLAY 'PSTKCHK : ECARTS TOTAL=' WS-CT-ECARTS-G
                   ' DEPOT=' WS-CT-ECARTS-D
                   ' CROISES=' WS-CT-ECARTS-X

           IF WS-CT-DEBORDEMENT > 0
              DISPLAY 'PSTKCHK : TABLE PLEINE OU JOURNAL RACCOURCI, '
                      WS-CT-DEBORDEMENT ' CAS'
           END-IF

           IF WS-RETURN-CODE NOT = 8
              IF WS-CT-ECARTS-G > 0 OR WS-CT-ECARTS-D > 0
                 OR WS-CT-ECARTS-X > 0 OR WS-CT-DEBORDEMENT > 0
                 MOVE 4 TO WS-RETURN-CODE
              ELSE
                 MOVE 0 TO WS-RETURN-CODE
              END-IF
           END-IF

           MOVE 'F' TO WS-RL-PHASE
           MOVE WS-RETURN-CODE TO WS-RL-RC
           MOVE WS-CT-APPLIQUES TO WS-RL-COMPTEUR
           CALL PRUNLOG USING WS-RL-NOM WS-RL-PHASE WS-RL-RC
                              WS-RL-COMPTEUR

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
