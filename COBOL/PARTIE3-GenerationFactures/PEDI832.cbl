*> ==========================================================
*> PEDI832.cbl - Catalogue de prix EDI (type 832) des clients EDI
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Transmettre a chaque client marque EDI un catalogue prix/ventes
*>   type 832 : produits actifs (discontinues exclus), description,
*>   prix que CE client paiera (prix contrat DCONTRACT en vigueur,
*>   sinon prix catalogue date de PNEWPROD) et dates d'effet - les
*>   clients EDI commandaient sur des listes faxees perimees et leurs
*>   850 tombaient dans les exceptions de source et de tolerance prix
*> - Deux modes : catalogue COMPLET a la demande, ou MODIFICATIONS
*>   seules (ajouts, changements de prix ou de dates, retraits) par
*>   rapport au dernier envoi, apres chaque chargement catalogue ou
*>   changement de contrat
*> - Memes enveloppe ISA/GS ... GE/IEA et meme suite de numeros de
*>   controle que PEDIFACT (registre DEDI-CTL) : PEDI997 rapproche
*>   les accuses des 832 comme ceux des 810
*>
*> Entrées :
*> - SYSIN : une ligne, col. 1 = mode ('C' = complet, 'M' =
*>   modifications, defaut 'M'), col. 2-5 = N° de client (9(4))
*>   optionnel pour ne traiter qu'un client EDI
*> - FRUNPARM / DRUNPARM : cle MODE (cf PEDIFACT) - un cycle d'essai
*>   n'emet rien ; membre absent = run normal
*> - FEDICUST / DEDICUST : clients EDI, un C_NO par ligne
*> - FCONTRACT / DCONTRACT : prix contrats (cf PORDER.1300)
*> - FPRICEHIST / DPRICE-HIST : historique date des prix catalogue
*>   (cf PNEWPROD)
*> - FSENT / DEDI832-SENT : registre des lignes de catalogue deja
*>   transmises (derniere ligne gagnante par client et produit)
*> - FEDICTL / DEDI-CTL : dernier numero de controle attribue
*> - Tables DB2 : PRODUCTS, CUSTOMERS (lecture seule)
*>
*> Sorties :
*> - DEDI832-OUT : segments EDI, un segment par ligne de 80
*>   caracteres
*> - DEDI-CTL : complete d'une ligne par echange emis
*> - DEDI832-SENT : complete d'une ligne par produit transmis
*> - DEDI832-RPT : une ligne 'C' par client EDI transmis (echange,
*>   produits, dont prix contrat, dont retraits, segments) et une
*>   ligne 'T' de total
*>
*> Sous-programmes appelés :
*> - PRUNLOG : journal d'execution du cycle
*>
*> Remarques :
*> - Les prix sont ceux en vigueur a la date du run, avec la meme
*>   cascade que PORDER pour une vente sans prix au fichier : contrat
*>   du couple client/produit (derniere entree valide gagnante), sinon
*>   derniere ligne d'historique datee au plus tard ce jour, sinon
*>   PRODUCTS.PRICE ; les promotions (regionales et temporaires) ne
*>   sont pas cataloguees
*> - En mode modifications, un contrat qui arrive a echeance ou un
*>   prix date qui entre en vigueur part au premier run suivant :
*>   l'etape tourne a chaque cycle, juste apres PNEWPROD
*> - Un client sans aucune modification ne consomme aucun numero de
*>   controle
*> - Les montants sont edites avec la virgule decimale, comme dans
*>   PEDIFACT
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PEDI832.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

*> Membre central de parametres du run (cf PEDIFACT)
           SELECT FRUNPARM ASSIGN TO DRUNPARM
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-PRM.

           SELECT FEDICUST ASSIGN TO DEDICUST
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-CUS.

           SELECT FCONTRACT ASSIGN TO DCONTRACT
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-CTR.

           SELECT FPRICEHIST ASSIGN TO DPRICE-HIST
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS WS-STATUS-PHI.

           SELECT FSENT ASSIGN TO DEDI832-SENT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-SNT.

           SELECT FEDICTL ASSIGN TO DEDI-CTL
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-CTL.

           SELECT FEDIOUT ASSIGN TO DEDI832-OUT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-OUT.

           SELECT FEDIRPT ASSIGN TO DEDI832-RPT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.

*> Même découpage que celui valide par PPARMVAL (cf PPARMVAL.cbl)
       FD FRUNPARM
           RECORDING MODE IS F.

       01 ENRRUNPARM.
          05 PRM-CLE         PIC X(12).
          05 FILLER          PIC X(1).
          05 PRM-VALEUR      PIC X(20).

*> Même structure que celle lue par PEDIFACT (cf PEDIFACT.cbl)
       FD FEDICUST
           RECORDING MODE IS F.

       01 ENREDICUST.
          05 EDC-C-NO        PIC 9(4).
          05 FILLER          PIC X(6).

*> Même découpage que celui lu par PORDER (cf PORDER.cbl)
       FD FCONTRACT
           RECORDING MODE IS F.

       01 ENRCONTRACT.
          05 CTR-C-NO       PIC 9(4).
          05 FILLER         PIC X(1).
          05 CTR-P-NO       PIC 9(3).
          05 FILLER         PIC X(1).
          05 CTR-DATE-DEBUT PIC X(10).
          05 FILLER         PIC X(1).
          05 CTR-DATE-FIN   PIC X(10).
          05 FILLER         PIC X(1).
          05 CTR-PRICE      PIC 9(3)V99.

*> Même structure que celle écrite par PNEWPROD (cf PNEWPROD.cbl)
       FD FPRICEHIST
           RECORDING MODE IS F.

       01 ENRPRICEHIST.
          05 PHI-PNO         PIC X(3).
          05 FILLER          PIC X(1).
          05 PHI-DATE        PIC X(10).
          05 FILLER          PIC X(1).
          05 PHI-PRICE       PIC 9(5)V99.

*> Une ligne par produit transmis a un client : etat 'A' = actif au
*> catalogue du client, 'D' = retire ; source 'C' contrat, 'H'
*> historique date, 'K' prix courant PRODUCTS
       FD FSENT
           RECORDING MODE IS F.

       01 ENRSENT.
          05 SNT-C-NO        PIC 9(4).
          05 FILLER          PIC X(1).
          05 SNT-P-NO        PIC 9(3).
          05 FILLER          PIC X(1).
          05 SNT-ETAT        PIC X(1).
          05 FILLER          PIC X(1).
          05 SNT-SOURCE      PIC X(1).
          05 FILLER          PIC X(1).
          05 SNT-PRIX        PIC 9(5)V99.
          05 FILLER          PIC X(1).
          05 SNT-DEBUT       PIC X(10).
          05 FILLER          PIC X(1).
          05 SNT-FIN         PIC X(10).
          05 FILLER          PIC X(1).
          05 SNT-CTL-NO      PIC 9(9).
          05 FILLER          PIC X(1).
          05 SNT-DATE        PIC X(8).

*> Même structure que celle écrite par PEDIFACT (cf PEDIFACT.cbl)
       FD FEDICTL
           RECORDING MODE IS F.

       01 ENREDICTL.
          05 CTL-NO          PIC 9(9).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 CTL-C-NO        PIC 9(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 CTL-DATE        PIC X(8).

       FD FEDIOUT
           RECORDING MODE F
           DATA RECORD IS ENREDIOUT.

       01 ENREDIOUT          PIC X(80).

       FD FEDIRPT
           RECORDING MODE IS F.

       01 ENREDIRPT.
          05 RPT-TYPE-REC    PIC X(1).
*>            'C' = une ligne par client EDI transmis, 'T' = total
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-C-NO        PIC 9(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-CTL-NO      PIC ZZZZZZZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-MODE        PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-PRODUITS    PIC ZZZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-CONTRATS    PIC ZZZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-RETRAITS    PIC ZZZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-SEGMENTS    PIC ZZZZZ9.

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE PRODUCTS END-EXEC.

           EXEC SQL INCLUDE CUSTOMER END-EXEC.

*> Colonne ajoutee a PRODUCTS apres le membre DCLGEN (cf PORDER)
       01 P-DISCONTINUED     PIC X(1).

*> Tout le catalogue, discontinues compris (un produit discontinue
*> deja transmis doit etre retire du catalogue du client)
           EXEC SQL DECLARE CPROD CURSOR FOR
                SELECT P_NO, DESCRIPTION, PRICE,
                       VALUE(DISCONTINUED, 'N')
                FROM API12.PRODUCTS
                ORDER BY P_NO
           END-EXEC.

       77 WS-STATUS-PRM      PIC 99 VALUE 0.
       77 WS-STATUS-CUS      PIC 99 VALUE 0.
       77 WS-STATUS-CTR      PIC 99 VALUE 0.
       77 WS-STATUS-PHI      PIC 99 VALUE 0.
       77 WS-STATUS-SNT      PIC 99 VALUE 0.
       77 WS-STATUS-CTL      PIC 99 VALUE 0.
       77 WS-STATUS-OUT      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1) VALUE 'N'.

*> Parametres du run : mode d'envoi, client demande, cycle d'essai
       01 WS-SYSIN-LIGNE     PIC X(5).
       01 WS-MODE            PIC X(1).
       01 WS-CLI-DEMANDE     PIC 9(4) VALUE 0.
       01 WS-MODE-ESSAI      PIC X(1) VALUE 'N'.

*> Date du run : les prix sont ceux en vigueur ce jour
       01 WS-DATE-JOUR       PIC X(10).
       01 WS-EDI-DATE        PIC X(8).

*> Clients EDI charges en memoire
       01 WS-EDI-TABLE.
          05 WS-EDI-ENTRY OCCURS 50 TIMES.
             10 WS-EDI-CNO   PIC 9(4).
       01 WS-NB-EDI          PIC 99 VALUE 0.
       01 WS-EDI-IDX         PIC 99.
       01 WS-CLI-IDX         PIC 99.

*> Catalogue PRODUCTS en memoire, indice = N° de produit ; le prix
*> retenu est le prix courant, remplace par l'historique date le plus
*> recent en vigueur ce jour
       01 WS-PROD-TABLE.
          05 WS-PROD-ENTRY OCCURS 999 TIMES.
             10 WS-PRD-PRESENT  PIC X(1).
             10 WS-PRD-DISC     PIC X(1).
             10 WS-PRD-DESC     PIC X(30).
             10 WS-PRD-PRIX     PIC 9(5)V99.
             10 WS-PRD-SOURCE   PIC X(1).
             10 WS-PRD-DEBUT    PIC X(10).
       01 WS-NB-PROD         PIC 9(4) VALUE 0.
       01 WS-PNO-N           PIC 9(3).
       01 WS-PNO-IDX         PIC 9(4).

*> Prix contrat en vigueur ce jour et dernier envoi, par client EDI
*> (indice de la table des clients EDI) et par N° de produit
       01 WS-CLI-PROD-TABLE.
          05 WS-CP-CLIENT OCCURS 50 TIMES.
             10 WS-CP-PROD OCCURS 999 TIMES.
                15 WS-CP-CTR-TROUVE PIC X(1).
                15 WS-CP-CTR-PRIX   PIC 9(3)V99.
                15 WS-CP-CTR-DEBUT  PIC X(10).
                15 WS-CP-CTR-FIN    PIC X(10).
                15 WS-CP-SNT-ETAT   PIC X(1).
                15 WS-CP-SNT-PRIX   PIC 9(5)V99.
                15 WS-CP-SNT-DEBUT  PIC X(10).
                15 WS-CP-SNT-FIN    PIC X(10).

*> Ligne de catalogue en cours : prix resolu et action a transmettre
*> ('A' ajout, 'M' modification, 'D' retrait, 'C' catalogue complet,
*> espace = rien a transmettre)
       01 WS-LIG-PRIX        PIC 9(5)V99.
       01 WS-LIG-SOURCE      PIC X(1).
       01 WS-LIG-DEBUT       PIC X(10).
       01 WS-LIG-FIN         PIC X(10).
       01 WS-LIG-ACTION      PIC X(1).

*> Echange en cours pour le client EDI en cours
       01 WS-CLI-COURANT     PIC 9(4).
       01 WS-CTL-NO          PIC 9(9) VALUE 0.
       01 WS-ECHANGE-OUVERT  PIC X(1).
       01 WS-SEG-ST          PIC 9(5).
       01 WS-SEG-ECHANGE     PIC 9(5).
       01 WS-CLI-COMPANY     PIC X(30).
       01 WS-NB-PRD-CLI      PIC 9(4).
       01 WS-NB-CTR-CLI      PIC 9(4).
       01 WS-NB-RET-CLI      PIC 9(4).

*> Conversion AAAA-MM-JJ -> AAAAMMJJ des segments DTM
       01 WS-DATE-ISO        PIC X(10).
       01 WS-DATE-AMJ        PIC X(8).

*> Champs d'edition des segments
       77 WS-CTL-STR         PIC 9(9).
       77 WS-PNO-STR         PIC 9(3).
       77 WS-PRIX-STR        PIC Z(4)9,99.
       77 WS-SEG-STR         PIC ZZZZ9.
       77 WS-NB-STR          PIC ZZZ9.

*> Compteurs de fin de run
       77 WS-CT-ECHANGES     PIC 9(4) VALUE 0.
       77 WS-CT-PRODUITS     PIC 9(6) VALUE 0.
       77 WS-CT-RETRAITS     PIC 9(6) VALUE 0.
       77 WS-CT-SEGMENTS     PIC 9(7) VALUE 0.

*> Code retour remis au moniteur de job : 8 si aucun client EDI n'est
*> parametre (ou le client demande n'est pas EDI) ou si le catalogue
*> est vide, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

*> Journal d'execution du cycle (cf PRUNLOG) : un horodatage au
*> debut et un a la fin du run, pour la tendance des durees par
*> etape de PRUNTREND
       01 PRUNLOG            PIC X(7) VALUE 'PRUNLOG'.
       01 WS-RL-NOM          PIC X(8).
       01 WS-RL-PHASE        PIC X(1).
       01 WS-RL-RC           PIC 9(1).
       01 WS-RL-COMPTEUR     PIC 9(7).

       PROCEDURE DIVISION.

       0000-MAINLINE.

           MOVE 'PEDI832' TO WS-RL-NOM
           MOVE 'D' TO WS-RL-PHASE
           MOVE 0 TO WS-RL-RC
           MOVE 0 TO WS-RL-COMPTEUR
           CALL PRUNLOG USING WS-RL-NOM WS-RL-PHASE WS-RL-RC
                              WS-RL-COMPTEUR

           PERFORM 1000-DEBUT

*> Cycle d'essai : rien ne doit partir chez les clients ni consommer
*> de numero de controle (cf PEDIFACT)
           IF WS-MODE-ESSAI = 'E'
              PERFORM 9500-FIN-ESSAI
           END-IF

           PERFORM 1100-CHARGER-CLIENTS-EDI
           PERFORM 1200-CHARGER-PRODUITS
           PERFORM 1300-CHARGER-HISTORIQUE
           PERFORM 1350-CHARGER-CONTRATS
           PERFORM 1380-CHARGER-ENVOIS
           PERFORM 1400-INIT-NO-CONTROLE

           IF WS-RETURN-CODE NOT = 8
              PERFORM 2000-CATALOGUE-UN-CLIENT
                      VARYING WS-EDI-IDX FROM 1 BY 1
                      UNTIL WS-EDI-IDX > WS-NB-EDI
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Lecture du mode d'envoi et du client demande, mode d'essai du
*> membre central, date du run
       1000-DEBUT.

           MOVE SPACES TO WS-SYSIN-LIGNE
           ACCEPT WS-SYSIN-LIGNE FROM SYSIN
           IF WS-SYSIN-LIGNE(1:1) = 'C'
              MOVE 'C' TO WS-MODE
           ELSE
              MOVE 'M' TO WS-MODE
           END-IF
           IF WS-SYSIN-LIGNE(2:4) NUMERIC
              MOVE WS-SYSIN-LIGNE(2:4) TO WS-CLI-DEMANDE
           END-IF

           OPEN INPUT FRUNPARM
           IF WS-STATUS-PRM = 0
              PERFORM UNTIL WS-STATUS-PRM NOT = 0
                 READ FRUNPARM
                    AT END
                       MOVE 99 TO WS-STATUS-PRM
                    NOT AT END
                       IF PRM-CLE = 'MODE'
                          MOVE PRM-VALEUR(1:1) TO WS-MODE-ESSAI
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FRUNPARM
           END-IF
           IF WS-MODE-ESSAI NOT = 'E'
              MOVE 'N' TO WS-MODE-ESSAI
           END-IF

           DISPLAY 'PEDI832 - PARAMETRES : MODE=' WS-MODE
                   ' CLIENT=' WS-CLI-DEMANDE
                   ' ESSAI=' WS-MODE-ESSAI

           STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-JOUR
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EDI-DATE

           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

           OPEN OUTPUT FEDIOUT
           OPEN OUTPUT FEDIRPT
           .

*> Chargement des clients EDI parametres (cf PEDIFACT) ; un client
*> demande sur SYSIN restreint la table a lui seul
       1100-CHARGER-CLIENTS-EDI.

           OPEN INPUT FEDICUST
           IF WS-STATUS-CUS = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FEDICUST
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-NB-EDI < 50 AND EDC-C-NO NUMERIC
                          AND (WS-CLI-DEMANDE = 0
                               OR EDC-C-NO = WS-CLI-DEMANDE)
                          ADD 1 TO WS-NB-EDI
                          MOVE EDC-C-NO TO WS-EDI-CNO(WS-NB-EDI)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FEDICUST
           END-IF

           IF WS-NB-EDI = 0
              MOVE 8 TO WS-RETURN-CODE
              IF WS-CLI-DEMANDE NOT = 0
                 DISPLAY 'PEDI832 : CLIENT ' WS-CLI-DEMANDE
                         ' ABSENT DE DEDICUST'
              ELSE
                 DISPLAY 'PEDI832 : AUCUN CLIENT EDI PARAMETRE'
              END-IF
           END-IF

           INITIALIZE WS-CLI-PROD-TABLE
           .

*> Chargement du catalogue PRODUCTS, discontinues compris
       1200-CHARGER-PRODUITS.

           INITIALIZE WS-PROD-TABLE

           EXEC SQL OPEN CPROD END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0

              EXEC SQL FETCH CPROD
                  INTO :P-P-NO, :P-DESCRIPTION, :P-PRICE,
                       :P-DISCONTINUED
              END-EXEC

              IF SQLCODE = 0
                 MOVE P-P-NO TO WS-PNO-N
                 IF WS-PNO-N > 0
                    ADD 1 TO WS-NB-PROD
                    MOVE 'Y' TO WS-PRD-PRESENT(WS-PNO-N)
                    MOVE P-DISCONTINUED TO WS-PRD-DISC(WS-PNO-N)
                    MOVE SPACES TO WS-PRD-DESC(WS-PNO-N)
                    MOVE P-DESCRIPTION-TEXT(1:P-DESCRIPTION-LEN)
                         TO WS-PRD-DESC(WS-PNO-N)
                    MOVE P-PRICE TO WS-PRD-PRIX(WS-PNO-N)
                    MOVE 'K' TO WS-PRD-SOURCE(WS-PNO-N)
                    MOVE SPACES TO WS-PRD-DEBUT(WS-PNO-N)
                 END-IF
              END-IF

           END-PERFORM

           EXEC SQL CLOSE CPROD END-EXEC

           IF WS-NB-PROD = 0
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PEDI832 : CATALOGUE PRODUCTS VIDE'
           END-IF
           .

*> Historique date des prix : pour chaque produit, la derniere ligne
*> datee au plus tard ce jour gagne (cf PORDER.3045) et devient le
*> prix catalogue, avec sa date d'effet
       1300-CHARGER-HISTORIQUE.

           OPEN INPUT FPRICEHIST
           IF WS-STATUS-PHI = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FPRICEHIST
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF PHI-PNO NUMERIC
                          MOVE PHI-PNO TO WS-PNO-N
                          PERFORM 1310-TESTER-HISTORIQUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FPRICEHIST
           END-IF
           .

       1310-TESTER-HISTORIQUE.

           IF WS-PNO-N > 0
              AND WS-PRD-PRESENT(WS-PNO-N) = 'Y'
              AND PHI-DATE <= WS-DATE-JOUR
              AND (WS-PRD-SOURCE(WS-PNO-N) = 'K'
                   OR PHI-DATE >= WS-PRD-DEBUT(WS-PNO-N))
              MOVE PHI-PRICE TO WS-PRD-PRIX(WS-PNO-N)
              MOVE 'H' TO WS-PRD-SOURCE(WS-PNO-N)
              MOVE PHI-DATE TO WS-PRD-DEBUT(WS-PNO-N)
           END-IF
           .

*> Prix contrats en vigueur ce jour pour les clients EDI retenus :
*> la derniere entree valide du fichier gagne (cf PORDER.3040)
       1350-CHARGER-CONTRATS.

           OPEN INPUT FCONTRACT
           IF WS-STATUS-CTR = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FCONTRACT
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF CTR-P-NO NUMERIC AND CTR-P-NO > 0
                          AND CTR-DATE-DEBUT <= WS-DATE-JOUR
                          AND CTR-DATE-FIN >= WS-DATE-JOUR
                          MOVE CTR-C-NO TO WS-CLI-COURANT
                          PERFORM 2950-INDICE-CLIENT
                          IF WS-CLI-IDX > 0
                             PERFORM 1360-RETENIR-CONTRAT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FCONTRACT
           END-IF
           .

       1360-RETENIR-CONTRAT.

           MOVE CTR-P-NO TO WS-PNO-N
           MOVE 'Y' TO WS-CP-CTR-TROUVE(WS-CLI-IDX, WS-PNO-N)
           MOVE CTR-PRICE TO WS-CP-CTR-PRIX(WS-CLI-IDX, WS-PNO-N)
           MOVE CTR-DATE-DEBUT
                TO WS-CP-CTR-DEBUT(WS-CLI-IDX, WS-PNO-N)
           MOVE CTR-DATE-FIN
                TO WS-CP-CTR-FIN(WS-CLI-IDX, WS-PNO-N)
           .

*> Registre des envois : le dernier etat transmis de chaque couple
*> client/produit, base de comparaison du mode modifications
       1380-CHARGER-ENVOIS.

           OPEN INPUT FSENT
           IF WS-STATUS-SNT = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FSENT
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF SNT-P-NO NUMERIC AND SNT-P-NO > 0
                          MOVE SNT-C-NO TO WS-CLI-COURANT
                          PERFORM 2950-INDICE-CLIENT
                          IF WS-CLI-IDX > 0
                             PERFORM 1390-RETENIR-ENVOI
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FSENT
           END-IF

           OPEN EXTEND FSENT
           IF WS-STATUS-SNT NOT = 0
              CLOSE FSENT
              OPEN OUTPUT FSENT
           END-IF
           .

       1390-RETENIR-ENVOI.

           MOVE SNT-P-NO TO WS-PNO-N
           MOVE SNT-ETAT  TO WS-CP-SNT-ETAT(WS-CLI-IDX, WS-PNO-N)
           MOVE SNT-PRIX  TO WS-CP-SNT-PRIX(WS-CLI-IDX, WS-PNO-N)
           MOVE SNT-DEBUT TO WS-CP-SNT-DEBUT(WS-CLI-IDX, WS-PNO-N)
           MOVE SNT-FIN   TO WS-CP-SNT-FIN(WS-CLI-IDX, WS-PNO-N)
           .

*> Lecture du dernier numero de controle d'echange attribue, puis
*> reouverture en ajout (meme enchainement que PEDIFACT.1400)
       1400-INIT-NO-CONTROLE.

           OPEN EXTEND FEDICTL
           IF WS-STATUS-CTL NOT = 0
              CLOSE FEDICTL
              OPEN OUTPUT FEDICTL
           END-IF

           MOVE 0 TO WS-CTL-NO
           CLOSE FEDICTL
           OPEN INPUT FEDICTL
           IF WS-STATUS-CTL = 0
              PERFORM UNTIL WS-STATUS-CTL NOT = 0
                 READ FEDICTL
                    AT END MOVE 99 TO WS-STATUS-CTL
                    NOT AT END MOVE CTL-NO TO WS-CTL-NO
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FEDICTL
           OPEN EXTEND FEDICTL
           .

*> Catalogue du client EDI d'indice WS-EDI-IDX : une transaction
*> ST..SE unique, enveloppe ouverte au premier produit a transmettre
       2000-CATALOGUE-UN-CLIENT.

           MOVE WS-EDI-CNO(WS-EDI-IDX) TO WS-CLI-COURANT
           MOVE 'N' TO WS-ECHANGE-OUVERT
           MOVE 0 TO WS-SEG-ECHANGE
           MOVE 0 TO WS-NB-PRD-CLI
           MOVE 0 TO WS-NB-CTR-CLI
           MOVE 0 TO WS-NB-RET-CLI

           PERFORM 2100-TRAITER-PRODUIT
                   VARYING WS-PNO-IDX FROM 1 BY 1
                   UNTIL WS-PNO-IDX > 999

           IF WS-ECHANGE-OUVERT = 'Y'
              PERFORM 2500-FERMER-ECHANGE
              PERFORM 2600-LIGNE-RAPPORT-CLIENT
           END-IF
           .

*> Un N° de produit pour le client en cours : prix resolu, action
*> decidee selon le mode et le dernier envoi, segments transmis
       2100-TRAITER-PRODUIT.

           MOVE WS-PNO-IDX TO WS-PNO-N
           MOVE SPACE TO WS-LIG-ACTION

           IF WS-PRD-PRESENT(WS-PNO-N) = 'Y'
              AND WS-PRD-DISC(WS-PNO-N) NOT = 'Y'
              PERFORM 2110-RESOUDRE-PRIX
              IF WS-MODE = 'C'
                 MOVE 'C' TO WS-LIG-ACTION
              ELSE
                 EVALUATE TRUE
                    WHEN WS-CP-SNT-ETAT(WS-EDI-IDX, WS-PNO-N)
                         NOT = 'A'
                       MOVE 'A' TO WS-LIG-ACTION
                    WHEN WS-CP-SNT-PRIX(WS-EDI-IDX, WS-PNO-N)
                         NOT = WS-LIG-PRIX
                      OR WS-CP-SNT-DEBUT(WS-EDI-IDX, WS-PNO-N)
                         NOT = WS-LIG-DEBUT
                      OR WS-CP-SNT-FIN(WS-EDI-IDX, WS-PNO-N)
                         NOT = WS-LIG-FIN
                       MOVE 'M' TO WS-LIG-ACTION
                 END-EVALUATE
              END-IF
           ELSE
*> Produit discontinue ou supprime : retire du catalogue du client
*> s'il y figurait (mode modifications seulement, le catalogue
*> complet ne le porte simplement plus)
              IF WS-MODE = 'M'
                 AND WS-CP-SNT-ETAT(WS-EDI-IDX, WS-PNO-N) = 'A'
                 MOVE 'D' TO WS-LIG-ACTION
                 MOVE 0 TO WS-LIG-PRIX
                 MOVE SPACE TO WS-LIG-SOURCE
                 MOVE SPACES TO WS-LIG-DEBUT
                 MOVE SPACES TO WS-LIG-FIN
              END-IF
           END-IF

           IF WS-LIG-ACTION NOT = SPACE
              IF WS-ECHANGE-OUVERT = 'N'
                 PERFORM 2200-OUVRIR-ECHANGE
              END-IF
              PERFORM 2300-SEGMENTS-PRODUIT
              PERFORM 2400-INSCRIRE-ENVOI
           END-IF
           .

*> Prix du client pour le produit : contrat en vigueur, sinon prix
*> catalogue date (cf 1300) - meme cascade que PQUOTE.3100
       2110-RESOUDRE-PRIX.

           IF WS-CP-CTR-TROUVE(WS-EDI-IDX, WS-PNO-N) = 'Y'
              MOVE WS-CP-CTR-PRIX(WS-EDI-IDX, WS-PNO-N)
                   TO WS-LIG-PRIX
              MOVE 'C' TO WS-LIG-SOURCE
              MOVE WS-CP-CTR-DEBUT(WS-EDI-IDX, WS-PNO-N)
                   TO WS-LIG-DEBUT
              MOVE WS-CP-CTR-FIN(WS-EDI-IDX, WS-PNO-N)
                   TO WS-LIG-FIN
           ELSE
              MOVE WS-PRD-PRIX(WS-PNO-N)   TO WS-LIG-PRIX
              MOVE WS-PRD-SOURCE(WS-PNO-N) TO WS-LIG-SOURCE
              MOVE WS-PRD-DEBUT(WS-PNO-N)  TO WS-LIG-DEBUT
              MOVE SPACES TO WS-LIG-FIN
           END-IF
           .

*> Enveloppe ISA/GS du client (groupe SC) et debut de l'unique
*> transaction 832 : BCT (catalogue original ou modification), date
*> d'effet du run, acheteur
       2200-OUVRIR-ECHANGE.

           ADD 1 TO WS-CTL-NO
           MOVE 'Y' TO WS-ECHANGE-OUVERT
           ADD 1 TO WS-CT-ECHANGES
           MOVE 0 TO WS-SEG-ST

           MOVE WS-CLI-COURANT TO C-C-NO
           MOVE SPACES TO WS-CLI-COMPANY
           EXEC SQL
              SELECT COMPANY
              INTO :C-COMPANY
              FROM API12.CUSTOMERS
              WHERE C_NO = :C-C-NO
           END-EXEC
           IF SQLCODE = 0
              MOVE C-COMPANY-TEXT(1:C-COMPANY-LEN) TO WS-CLI-COMPANY
           END-IF

           MOVE WS-CTL-NO TO WS-CTL-STR

           MOVE SPACES TO ENREDIOUT
           STRING 'ISA*FACT*' DELIMITED BY SIZE
                  WS-CLI-COURANT DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-EDI-DATE DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-CTL-STR DELIMITED BY SIZE
                  INTO ENREDIOUT
           END-STRING
           PERFORM 2900-ECRIRE-SEGMENT

           MOVE SPACES TO ENREDIOUT
           STRING 'GS*SC*FACT*' DELIMITED BY SIZE
                  WS-CLI-COURANT DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-CTL-STR DELIMITED BY SIZE
                  INTO ENREDIOUT
           END-STRING
           PERFORM 2900-ECRIRE-SEGMENT

*> Ligne du registre des numeros de controle emis
           MOVE SPACES TO ENREDICTL
           MOVE WS-CTL-NO      TO CTL-NO
           MOVE WS-CLI-COURANT TO CTL-C-NO
           MOVE WS-EDI-DATE    TO CTL-DATE
           WRITE ENREDICTL

           MOVE SPACES TO ENREDIOUT
           STRING 'ST*832*0001' DELIMITED BY SIZE
                  INTO ENREDIOUT
           END-STRING
           PERFORM 2910-ECRIRE-SEGMENT-ST

*> BCT10 : 00 = catalogue original complet, 04 = modification
           MOVE SPACES TO ENREDIOUT
           IF WS-MODE = 'C'
              STRING 'BCT*PC*' DELIMITED BY SIZE
                     WS-CTL-STR DELIMITED BY SIZE
                     '********00' DELIMITED BY SIZE
                     INTO ENREDIOUT
              END-STRING
           ELSE
              STRING 'BCT*PC*' DELIMITED BY SIZE
                     WS-CTL-STR DELIMITED BY SIZE
                     '********04' DELIMITED BY SIZE
                     INTO ENREDIOUT
              END-STRING
           END-IF
           PERFORM 2910-ECRIRE-SEGMENT-ST

           MOVE SPACES TO ENREDIOUT
           STRING 'DTM*007*' DELIMITED BY SIZE
                  WS-EDI-DATE DELIMITED BY SIZE
                  INTO ENREDIOUT
           END-STRING
           PERFORM 2910-ECRIRE-SEGMENT-ST

           MOVE SPACES TO ENREDIOUT
           STRING 'N1*BY*' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLI-COMPANY) DELIMITED BY SIZE
                  INTO ENREDIOUT
           END-STRING
           PERFORM 2910-ECRIRE-SEGMENT-ST
           .

*> Segments d'un produit : LIN, G53 (type de mise a jour, mode
*> modifications), puis pour un produit actif PID (description), CTP
*> (prix contrat CON ou catalogue CAT) et DTM d'effet / d'echeance
       2300-SEGMENTS-PRODUIT.

           ADD 1 TO WS-NB-PRD-CLI
           ADD 1 TO WS-CT-PRODUITS

           MOVE WS-PNO-N TO WS-PNO-STR
           MOVE SPACES TO ENREDIOUT
           STRING 'LIN**VP*' DELIMITED BY SIZE
                  WS-PNO-STR DELIMITED BY SIZE
                  INTO ENREDIOUT
           END-STRING
           PERFORM 2910-ECRIRE-SEGMENT-ST

           IF WS-LIG-ACTION NOT = 'C'
              MOVE SPACES TO ENREDIOUT
              EVALUATE WS-LIG-ACTION
                 WHEN 'A'
                    MOVE 'G53*021' TO ENREDIOUT
                 WHEN 'M'
                    MOVE 'G53*001' TO ENREDIOUT
                 WHEN 'D'
                    MOVE 'G53*002' TO ENREDIOUT
              END-EVALUATE
              PERFORM 2910-ECRIRE-SEGMENT-ST
           END-IF

           IF WS-LIG-ACTION = 'D'
              ADD 1 TO WS-NB-RET-CLI
              ADD 1 TO WS-CT-RETRAITS
           ELSE
              MOVE SPACES TO ENREDIOUT
              STRING 'PID*F****' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PRD-DESC(WS-PNO-N))
                        DELIMITED BY SIZE
                     INTO ENREDIOUT
              END-STRING
              PERFORM 2910-ECRIRE-SEGMENT-ST

              MOVE WS-LIG-PRIX TO WS-PRIX-STR
              MOVE SPACES TO ENREDIOUT
              IF WS-LIG-SOURCE = 'C'
                 ADD 1 TO WS-NB-CTR-CLI
                 STRING 'CTP**CON*' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-PRIX-STR) DELIMITED BY SIZE
                        INTO ENREDIOUT
                 END-STRING
              ELSE
                 STRING 'CTP**CAT*' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-PRIX-STR) DELIMITED BY SIZE
                        INTO ENREDIOUT
                 END-STRING
              END-IF
              PERFORM 2910-ECRIRE-SEGMENT-ST

              IF WS-LIG-DEBUT NOT = SPACES
                 MOVE WS-LIG-DEBUT TO WS-DATE-ISO
                 PERFORM 2960-DATE-EDI
                 MOVE SPACES TO ENREDIOUT
                 STRING 'DTM*007*' DELIMITED BY SIZE
                        WS-DATE-AMJ DELIMITED BY SIZE
                        INTO ENREDIOUT
                 END-STRING
                 PERFORM 2910-ECRIRE-SEGMENT-ST
              END-IF

              IF WS-LIG-FIN NOT = SPACES
                 MOVE WS-LIG-FIN TO WS-DATE-ISO
                 PERFORM 2960-DATE-EDI
                 MOVE SPACES TO ENREDIOUT
                 STRING 'DTM*036*' DELIMITED BY SIZE
                        WS-DATE-AMJ DELIMITED BY SIZE
                        INTO ENREDIOUT
                 END-STRING
                 PERFORM 2910-ECRIRE-SEGMENT-ST
              END-IF
           END-IF
           .

*> Inscription au registre des envois de l'etat transmis
       2400-INSCRIRE-ENVOI.

           MOVE SPACES TO ENRSENT
           MOVE WS-CLI-COURANT TO SNT-C-NO
           MOVE WS-PNO-N       TO SNT-P-NO
           IF WS-LIG-ACTION = 'D'
              MOVE 'D' TO SNT-ETAT
           ELSE
              MOVE 'A' TO SNT-ETAT
           END-IF
           MOVE WS-LIG-SOURCE  TO SNT-SOURCE
           MOVE WS-LIG-PRIX    TO SNT-PRIX
           MOVE WS-LIG-DEBUT   TO SNT-DEBUT
           MOVE WS-LIG-FIN     TO SNT-FIN
           MOVE WS-CTL-NO      TO SNT-CTL-NO
           MOVE WS-EDI-DATE    TO SNT-DATE
           WRITE ENRSENT
           .

*> Fin de la transaction et de l'enveloppe : CTT (nombre de LIN), SE
*> avec le compte de segments ST..SE inclus, GE et IEA
       2500-FERMER-ECHANGE.

           MOVE WS-NB-PRD-CLI TO WS-NB-STR
           MOVE SPACES TO ENREDIOUT
           STRING 'CTT*' DELIMITED BY SIZE
                  WS-NB-STR DELIMITED BY SIZE
                  INTO ENREDIOUT
           END-STRING
           PERFORM 2910-ECRIRE-SEGMENT-ST

*> SE compte tous les segments de la transaction, lui-meme inclus
           ADD 1 TO WS-SEG-ST
           MOVE WS-SEG-ST TO WS-SEG-STR
           MOVE SPACES TO ENREDIOUT
           STRING 'SE*' DELIMITED BY SIZE
                  WS-SEG-STR DELIMITED BY SIZE
                  '*0001' DELIMITED BY SIZE
                  INTO ENREDIOUT
           END-STRING
           PERFORM 2900-ECRIRE-SEGMENT

           MOVE WS-CTL-NO TO WS-CTL-STR
           MOVE SPACES TO ENREDIOUT
           STRING 'GE*1*' DELIMITED BY SIZE
                  WS-CTL-STR DELIMITED BY SIZE
                  INTO ENREDIOUT
           END-STRING
           PERFORM 2900-ECRIRE-SEGMENT

           MOVE SPACES TO ENREDIOUT
           STRING 'IEA*1*' DELIMITED BY SIZE
                  WS-CTL-STR DELIMITED BY SIZE
                  INTO ENREDIOUT
           END-STRING
           PERFORM 2900-ECRIRE-SEGMENT
           .

*> Ligne 'C' du rapport pour le client dont l'echange vient d'etre
*> ferme
       2600-LIGNE-RAPPORT-CLIENT.

           MOVE SPACES TO ENREDIRPT
           MOVE 'C'            TO RPT-TYPE-REC
           MOVE WS-CLI-COURANT TO RPT-C-NO
           MOVE WS-CTL-NO      TO RPT-CTL-NO
           MOVE WS-MODE        TO RPT-MODE
           MOVE WS-NB-PRD-CLI  TO RPT-PRODUITS
           MOVE WS-NB-CTR-CLI  TO RPT-CONTRATS
           MOVE WS-NB-RET-CLI  TO RPT-RETRAITS
           MOVE WS-SEG-ECHANGE TO RPT-SEGMENTS
           WRITE ENREDIRPT
           .

*> Écriture d'un segment d'enveloppe (hors compte ST..SE)
       2900-ECRIRE-SEGMENT.

           WRITE ENREDIOUT
           ADD 1 TO WS-SEG-ECHANGE
           ADD 1 TO WS-CT-SEGMENTS
           .

*> Écriture d'un segment compte dans la transaction ST..SE en cours
       2910-ECRIRE-SEGMENT-ST.

           WRITE ENREDIOUT
           ADD 1 TO WS-SEG-ST
           ADD 1 TO WS-SEG-ECHANGE
           ADD 1 TO WS-CT-SEGMENTS
           .

*> Indice dans la table des clients EDI du client WS-CLI-COURANT
*> (0 = pas un client EDI retenu pour ce run)
       2950-INDICE-CLIENT.

           MOVE 0 TO WS-CLI-IDX
           PERFORM VARYING WS-EDI-IDX FROM 1 BY 1
                   UNTIL WS-EDI-IDX > WS-NB-EDI
              IF WS-EDI-CNO(WS-EDI-IDX) = WS-CLI-COURANT
                 MOVE WS-EDI-IDX TO WS-CLI-IDX
              END-IF
           END-PERFORM
           .

*> AAAA-MM-JJ -> AAAAMMJJ
       2960-DATE-EDI.

           MOVE WS-DATE-ISO(1:4) TO WS-DATE-AMJ(1:4)
           MOVE WS-DATE-ISO(6:2) TO WS-DATE-AMJ(5:2)
           MOVE WS-DATE-ISO(9:2) TO WS-DATE-AMJ(7:2)
           .

*> Arret sans aucune sortie en mode essai (cf PEDIFACT.9500) : ni
*> registre des envois ni registre des numeros de controle touches
       9500-FIN-ESSAI.

           DISPLAY 'PEDI832 : MODE ESSAI - AUCUN CATALOGUE EMIS'

           MOVE 'PEDI832' TO WS-RL-NOM
           MOVE 'F' TO WS-RL-PHASE
           MOVE 0 TO WS-RL-RC
           MOVE 0 TO WS-RL-COMPTEUR
           CALL PRUNLOG USING WS-RL-NOM WS-RL-PHASE WS-RL-RC
                              WS-RL-COMPTEUR

           CLOSE FEDIOUT
                 FEDIRPT

           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

*> Ligne de total, synthese et code retour
       9000-FIN.

           MOVE SPACES TO ENREDIRPT
           MOVE 'T'             TO RPT-TYPE-REC
           MOVE WS-CT-ECHANGES  TO RPT-CTL-NO
           MOVE WS-MODE         TO RPT-MODE
           MOVE WS-CT-PRODUITS  TO RPT-PRODUITS
           MOVE WS-CT-RETRAITS  TO RPT-RETRAITS
           MOVE WS-CT-SEGMENTS  TO RPT-SEGMENTS
           WRITE ENREDIRPT

           DISPLAY 'PEDI832 : ' WS-CT-ECHANGES ' ECHANGES, '
                   WS-CT-PRODUITS ' PRODUITS, '
                   WS-CT-RETRAITS ' RETRAITS, '
                   WS-CT-SEGMENTS ' SEGMENTS'

           IF WS-RETURN-CODE NOT = 8
              MOVE 0 TO WS-RETURN-CODE
           END-IF

           MOVE 'PEDI832' TO WS-RL-NOM
           MOVE 'F' TO WS-RL-PHASE
           MOVE WS-RETURN-CODE TO WS-RL-RC
           MOVE WS-CT-PRODUITS TO WS-RL-COMPTEUR
           CALL PRUNLOG USING WS-RL-NOM WS-RL-PHASE WS-RL-RC
                              WS-RL-COMPTEUR

           CLOSE FEDIOUT
                 FEDIRPT
                 FEDICTL
                 FSENT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
