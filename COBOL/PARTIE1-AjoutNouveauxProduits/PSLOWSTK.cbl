*> ==========================================================
*> PSLOWSTK.cbl - Stock dormant et obsolete, valorise
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Lister chaque mois le stock des depots (DSTOCK-DEPOT) des
*>   produits sans vente depuis 3, 6 et 12 mois, valorise au cout
*>   unitaire PRODUCTS.UNIT_COST, par depot et par CATEGORY : le
*>   stock qui dort des annees au fond d'un depot ne doit plus etre
*>   decouvert par les commissaires aux comptes
*> - Proposer un taux de provision pour depreciation par tranche
*>   d'anciennete, et le montant de provision qui en resulte
*> - Lister a part les produits hors catalogue (DISCONTINUED) qui
*>   tiennent encore du stock, et donner aux achats la liste des
*>   produits a proposer a la mise hors catalogue (PNEWPROD 'D')
*>
*> Entrées :
*> - FRUNPARM / DRUNPARM : cle DATE-RUN (AAAA-MM-JJ, validee par
*>   PPARMVAL) ; membre absent -> repli sur le SYSIN en ligne
*> - FARCHORD / DARCH-ORDERS, FARCHITM / DARCH-ITEMS : ventes
*>   archivees par PARCHIVE (cf PSEASON)
*> - Tables DB2 : ORDERS, ITEMS (ventes actives), PRODUCTS
*>   (DESCRIPTION, CATEGORY, UNIT_COST, DISCONTINUED), lecture seule
*> - FSTKDEP / DSTOCK-DEPOT : stock par depot, parcouru en entier
*> - FPROV / DSLOW-PROV : taux de provision proposes, en pourcentage,
*>   un seul enregistrement "TTT TTT TTT TTT" : sans vente depuis 3
*>   mois, 6 mois, 12 mois, produit hors catalogue (facultatif :
*>   absent ou non numerique -> 010 025 050 100)
*>
*> Sorties :
*> - DSLOWSTK-RPT : rapport de 80 caracteres
*>     'H' : en-tete (date du run et dates de coupure 3/6/12 mois)
*>     'P' : stock dormant d'un produit dans un depot - categorie,
*>           tranche (03M, 06M, 12M), date de derniere vente
*>           (JAMAIS si aucune), quantite, cout, valeur, taux et
*>           provision proposes
*>     'S' : sous-total par depot et categorie
*>     'X' : produit hors catalogue tenant du stock (tranche DIS),
*>           liste a part apres les lignes 'P', avec ses 'S'
*>     'B' : total par tranche, 'T' : total general
*> - DSLOWSTK-CAND : liste des achats, un produit encore au catalogue
*>   par ligne, sans vente depuis 12 mois (ou jamais vendu) et tenant
*>   du stock - candidat a une transaction 'D' de PNEWPROD
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - Tranches exclusives, sur la date de derniere vente : 03M = pas
*>   de vente depuis 3 mois mais une dans les 6, 06M = derniere vente
*>   entre 6 et 12 mois, 12M = rien depuis 12 mois ou jamais vendu ;
*>   un produit vendu dans les 3 derniers mois n'est pas liste
*> - Un produit hors catalogue est liste en 'X' quelle que soit sa
*>   derniere vente, au taux des produits hors catalogue
*> - Les dates archivees et O_DATE sont au format MM/JJ/AAAA (cf
*>   PFDATE/PORDER) : elles sont reconstruites en AAAA-MM-JJ avant
*>   comparaison, comme PSEASON
*> - Seuls les soldes de depot positifs sont valorises ; un produit
*>   en stock absent de PRODUCTS est compte et signale, pas liste
*> - Les taux sont une proposition : la provision passee reste une
*>   decision de la comptabilite
*> - Code retour 8 si DATE-RUN est absente ou sur erreur SQL, 4 si
*>   DSTOCK-DEPOT est absent ou si un produit en stock est inconnu
*>   de PRODUCTS, 0 sinon
*> - Ce programme tourne en dehors du cycle FACTBAT, une fois par
*>   mois
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PSLOWSTK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

*> Membre central de parametres du run (DRUNPARM, valide en tete de
*> cycle par PPARMVAL) ; absent -> repli sur l'ancien SYSIN en ligne
           SELECT FRUNPARM ASSIGN TO DRUNPARM
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-PRM.

           SELECT FARCHORD ASSIGN TO DARCH-ORDERS
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-AORD.

           SELECT FARCHITM ASSIGN TO DARCH-ITEMS
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-AITM.

*> Stock par depot tenu par PORDER, parcouru ici en sequentiel
           SELECT FSTKDEP ASSIGN TO DSTOCK-DEPOT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS STK-CLE
                           FILE STATUS IS WS-STATUS-STK.

*> Taux de provision proposes, un seul enregistrement, configurable
*> comme la tolerance DPRICETOL de PNEWPROD
           SELECT FPROV ASSIGN TO DSLOW-PROV
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-PRV.

           SELECT FSLOWRPT ASSIGN TO DSLOWSTK-RPT
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-RPT.

           SELECT FCAND ASSIGN TO DSLOWSTK-CAND
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-CND.

           SELECT FTRAVAIL ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.

*> Même découpage que celui valide par PPARMVAL (cf PPARMVAL.cbl)
       FD FRUNPARM
           RECORDING MODE IS F.

       01 ENRRUNPARM.
          05 PRM-CLE         PIC X(12).
          05 FILLER          PIC X(1).
          05 PRM-VALEUR      PIC X(20).

*> Même découpage que l'ENRARCHORD écrit par PARCHIVE
       FD FARCHORD
           RECORDING MODE IS F.

       01 ENRARCHORD.
          05 AO-O-NO            PIC 9(6).
          05 FILLER             PIC X(1).
          05 AO-S-NO            PIC 9(2).
          05 FILLER             PIC X(1).
          05 AO-C-NO            PIC 9(4).
          05 FILLER             PIC X(1).
          05 AO-DATE            PIC X(10).

*> Même découpage que l'ENRARCHITM écrit par PARCHIVE
       FD FARCHITM
           RECORDING MODE IS F.

       01 ENRARCHITM.
          05 AI-O-NO            PIC 9(6).
          05 FILLER             PIC X(1).
          05 AI-P-NO            PIC X(3).
          05 FILLER             PIC X(1).
          05 AI-QUANTITY        PIC 9(4).
          05 FILLER             PIC X(1).
          05 AI-PRICE           PIC 9(5)V99.

*> Même structure que celle tenue par PORDER (cf PORDER.cbl)
       FD FSTKDEP
           DATA RECORD IS ENRSTKDEP.

       01 ENRSTKDEP.
          05 STK-CLE.
             10 STK-DEPOT      PIC X(2).
             10 STK-P-NO       PIC 9(3).
          05 STK-QTY         PIC S9(5).

       FD FPROV
           RECORDING MODE IS F.

       01 ENRPROV.
          05 PRV-TAUX-03M    PIC X(3).
          05 FILLER          PIC X(1).
          05 PRV-TAUX-06M    PIC X(3).
          05 FILLER          PIC X(1).
          05 PRV-TAUX-12M    PIC X(3).
          05 FILLER          PIC X(1).
          05 PRV-TAUX-DIS    PIC X(3).

       FD FSLOWRPT
           RECORDING MODE IS F.

       01 ENRSLOWRPT.
          05 SLW-TYPE          PIC X(1).
          05 FILLER            PIC X(1).
          05 SLW-DEPOT         PIC X(2).
          05 FILLER            PIC X(1).
          05 SLW-P-NO          PIC X(3).
          05 FILLER            PIC X(1).
          05 SLW-CATEGORY      PIC X(10).
          05 FILLER            PIC X(1).
          05 SLW-TRANCHE       PIC X(3).
          05 FILLER            PIC X(1).
          05 SLW-DERNIERE      PIC X(10).
          05 FILLER            PIC X(1).
          05 SLW-QTE           PIC ZZZZZZ9.
          05 FILLER            PIC X(1).
          05 SLW-COUT          PIC ZZZZ9,99.
          05 FILLER            PIC X(1).
          05 SLW-VALEUR        PIC ZZZZZZZ9,99.
          05 FILLER            PIC X(1).
          05 SLW-TAUX          PIC ZZ9.
          05 FILLER            PIC X(1).
          05 SLW-PROVISION     PIC ZZZZZZZ9,99.
          05 FILLER            PIC X(1).
*> Vue texte de la ligne d'en-tete 'H'
       01 ENRSLOWTXT REDEFINES ENRSLOWRPT PIC X(80).

*> Liste des achats : candidats a la mise hors catalogue
       FD FCAND
           RECORDING MODE IS F.

       01 ENRCAND.
          05 CND-P-NO          PIC 9(3).
          05 FILLER            PIC X(1).
          05 CND-DESCRIPTION   PIC X(30).
          05 FILLER            PIC X(1).
          05 CND-CATEGORY      PIC X(10).
          05 FILLER            PIC X(1).
          05 CND-DERNIERE      PIC X(10).
          05 FILLER            PIC X(1).
          05 CND-QTE           PIC ZZZZZZ9.
          05 FILLER            PIC X(1).
          05 CND-VALEUR        PIC ZZZZZZZZ9,99.
          05 FILLER            PIC X(3).

*> Fichier de travail du tri par section, depot, categorie, produit
       SD FTRAVAIL.

       01 ENRTRAVAIL.
          05 SRT-SECTION       PIC X(1).
          05 SRT-DEPOT         PIC X(2).
          05 SRT-CATEGORY      PIC X(10).
          05 SRT-P-NO          PIC 9(3).
          05 SRT-TRANCHE       PIC X(3).
          05 SRT-DERNIERE      PIC X(10).
          05 SRT-QTE           PIC 9(5).
          05 SRT-COUT          PIC 9(5)V99.
          05 SRT-VALEUR        PIC 9(9)V99.
          05 SRT-TAUX          PIC 9(3).
          05 SRT-PROVISION     PIC 9(9)V99.

       WORKING-STORAGE SECTION.

       77 WS-STATUS-PRM      PIC 99 VALUE 0.
       01 WS-PARM-FICHIER    PIC X(1) VALUE 'N'.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE ORDERS END-EXEC.

           EXEC SQL INCLUDE ITEMS END-EXEC.

           EXEC SQL INCLUDE PRODUCTS END-EXEC.

*> PRODUCTS.CATEGORY, UNIT_COST et DISCONTINUED : pas dans le membre
*> DCLGEN de ce dépôt, déclarées localement comme dans PNEWPROD
       01 P-CATEGORY         PIC X(10).
       01 P-UNIT-COST        PIC 9(5)V99.
       01 P-DISCONTINUED     PIC X(1).

*> Catalogue complet, produits hors catalogue compris
           EXEC SQL DECLARE CSLWPRD CURSOR FOR
                SELECT P_NO, DESCRIPTION,
                       VALUE(CATEGORY, 'SANS-CATEG'),
                       VALUE(UNIT_COST, 0),
                       VALUE(DISCONTINUED, 'N')
                FROM API12.PRODUCTS
                ORDER BY P_NO
           END-EXEC.

*> Derniere vente active par produit ; O_DATE (MM/JJ/AAAA) est
*> reconstruite en AAAA-MM-JJ pour que le MAX soit chronologique
           EXEC SQL DECLARE CSLWVTE CURSOR FOR
                SELECT I.P_NO,
                       MAX(SUBSTR(O.O_DATE,7,4) || '-' ||
                           SUBSTR(O.O_DATE,1,2) || '-' ||
                           SUBSTR(O.O_DATE,4,2))
                FROM API12.ITEMS I
                JOIN API12.ORDERS O ON O.O_NO = I.O_NO
                GROUP BY I.P_NO
           END-EXEC.

       77 WS-STATUS-AORD     PIC 99 VALUE 0.
       77 WS-STATUS-AITM     PIC 99 VALUE 0.
       77 WS-STATUS-STK      PIC 99 VALUE 0.
       77 WS-STATUS-PRV      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.
       77 WS-STATUS-CND      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1).
       01 WS-EOF-TRI         PIC X(1).

*> Date du run et dates de coupure : une derniere vente anterieure
*> a la coupure N = pas de vente depuis N mois
       01 WS-DATE-RUN        PIC X(10).
       01 WS-COUPE-03M       PIC X(10).
       01 WS-COUPE-06M       PIC X(10).
       01 WS-COUPE-12M       PIC X(10).
       01 WS-NB-MOIS         PIC 99.
       01 WS-COUPE           PIC X(10).
       01 WS-CP-AN           PIC 9(4).
       01 WS-CP-MOIS         PIC S99.
       01 WS-CP-MOIS-N       PIC 99.

*> Taux de provision proposes (pourcentage par tranche)
       01 WS-TAUX-03M        PIC 9(3) VALUE 10.
       01 WS-TAUX-06M        PIC 9(3) VALUE 25.
       01 WS-TAUX-12M        PIC 9(3) VALUE 50.
       01 WS-TAUX-DIS        PIC 9(3) VALUE 100.

*> Produits, indices par N° de produit + 1 (000 a 999)
       01 WS-PRD-TABLE.
          05 WS-PRD-ENTREE OCCURS 1000 TIMES.
             10 WS-PRD-EXISTE     PIC X(1).
             10 WS-PRD-LIBELLE    PIC X(30).
             10 WS-PRD-CATEGORY   PIC X(10).
             10 WS-PRD-COUT       PIC 9(5)V99.
             10 WS-PRD-DISCONT    PIC X(1).
             10 WS-PRD-DERNIERE   PIC X(10).
             10 WS-PRD-QTE-DORT   PIC 9(7).
             10 WS-PRD-VAL-DORT   PIC 9(9)V99.
       01 WS-PRD-IDX         PIC 9(4).

*> Date AAAA-MM-JJ de chaque commande archivée, indexée par son N°
*> de commande (blanc = commande inconnue)
       01 WS-AO-TABLE.
          05 WS-AO-DATE OCCURS 999999 TIMES PIC X(10).

*> Date archivée MM/JJ/AAAA decoupee
       01 WS-ARC-MOIS        PIC X(2).
       01 WS-ARC-JOUR        PIC X(2).
       01 WS-ARC-ANNEE       PIC X(4).
       01 WS-ARC-ISO         PIC X(10).

*> Vente en cours de prise en compte (archive ou curseur)
       01 WS-VTE-PNO         PIC X(3).
       01 WS-VTE-DATE        PIC X(10).

*> Solde de depot en cours de classement
       01 WS-SLD-TRANCHE     PIC X(3).
       01 WS-SLD-TAUX        PIC 9(3).
       01 WS-SLD-VALEUR      PIC 9(9)V99.

*> Rupture par section + depot + categorie et ses cumuls
       01 WS-RUP-CLE         PIC X(13).
       01 WS-RUP-CT          PIC 9(5) VALUE 0.
       01 WS-RUP-DEPOT       PIC X(2).
       01 WS-RUP-CATEGORY    PIC X(10).
       01 WS-RUP-QTE         PIC 9(7) VALUE 0.
       01 WS-RUP-VALEUR      PIC 9(9)V99 VALUE 0.
       01 WS-RUP-PROVISION   PIC 9(9)V99 VALUE 0.

*> Totaux par tranche : 03M, 06M, 12M, DIS
       01 WS-TRA-TABLE.
          05 WS-TRA-ENTREE OCCURS 4 TIMES.
             10 WS-TRA-CODE       PIC X(3).
             10 WS-TRA-TAUX       PIC 9(3).
             10 WS-TRA-QTE        PIC 9(7).
             10 WS-TRA-VALEUR     PIC 9(9)V99.
             10 WS-TRA-PROVISION  PIC 9(9)V99.
       01 WS-TRA-IDX         PIC 9.

       77 WS-CT-SOLDES       PIC 9(5) VALUE 0.
       77 WS-CT-LIGNES       PIC 9(5) VALUE 0.
       77 WS-CT-INCONNUS     PIC 9(5) VALUE 0.
       77 WS-CT-CANDIDATS    PIC 9(5) VALUE 0.
       77 WS-TOT-QTE         PIC 9(7) VALUE 0.
       77 WS-TOT-VALEUR      PIC 9(9)V99 VALUE 0.
       77 WS-TOT-PROVISION   PIC 9(9)V99 VALUE 0.

*> Code retour remis au moniteur de job : 8 si DATE-RUN est absente
*> ou sur erreur SQL, 4 si le stock par depot est absent ou si un
*> produit en stock est inconnu, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 2000-CHARGER-PRODUITS
           END-IF

           IF WS-RETURN-CODE NOT = 8
              PERFORM 3000-VENTES-ARCHIVEES
              PERFORM 3100-VENTES-ACTIVES
           END-IF

           IF WS-RETURN-CODE NOT = 8
              PERFORM 4000-EDITER-RAPPORT
              PERFORM 5000-LISTER-CANDIDATS
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Date du run, dates de coupure a 3, 6 et 12 mois, taux de
*> provision en vigueur
       1000-DEBUT.

           MOVE SPACES TO WS-DATE-RUN
           OPEN INPUT FRUNPARM
           IF WS-STATUS-PRM = 0
              MOVE 'Y' TO WS-PARM-FICHIER
              PERFORM UNTIL WS-STATUS-PRM NOT = 0
                 READ FRUNPARM
                    AT END
                       MOVE 99 TO WS-STATUS-PRM
                    NOT AT END
                       IF PRM-CLE = 'DATE-RUN'
                          MOVE PRM-VALEUR(1:10) TO WS-DATE-RUN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FRUNPARM
           END-IF

           IF WS-PARM-FICHIER = 'N'
              ACCEPT WS-DATE-RUN FROM SYSIN
           END-IF

           DISPLAY 'PSLOWSTK - PARAMETRES : DATE-RUN=' WS-DATE-RUN

           IF WS-DATE-RUN = SPACES
              OR WS-DATE-RUN(1:4) NOT NUMERIC
              OR WS-DATE-RUN(6:2) NOT NUMERIC
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PSLOWSTK : DATE-RUN ABSENTE OU INVALIDE'
           ELSE
              MOVE 3 TO WS-NB-MOIS
              PERFORM 1200-RECULER-MOIS
              MOVE WS-COUPE TO WS-COUPE-03M
              MOVE 6 TO WS-NB-MOIS
              PERFORM 1200-RECULER-MOIS
              MOVE WS-COUPE TO WS-COUPE-06M
              MOVE 12 TO WS-NB-MOIS
              PERFORM 1200-RECULER-MOIS
              MOVE WS-COUPE TO WS-COUPE-12M
           END-IF

           PERFORM 1100-LIRE-PROVISIONS

           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

           OPEN OUTPUT FSLOWRPT
           OPEN OUTPUT FCAND

           MOVE SPACES TO ENRSLOWTXT
           STRING 'H DATE-RUN '  DELIMITED BY SIZE
                  WS-DATE-RUN    DELIMITED BY SIZE
                  ' SANS VENTE DEPUIS 3M:' DELIMITED BY SIZE
                  WS-COUPE-03M   DELIMITED BY SIZE
                  ' 6M:'         DELIMITED BY SIZE
                  WS-COUPE-06M   DELIMITED BY SIZE
                  ' 12M:'        DELIMITED BY SIZE
                  WS-COUPE-12M   DELIMITED BY SIZE
                  INTO ENRSLOWTXT
           END-STRING
           WRITE ENRSLOWRPT

           MOVE '03M'       TO WS-TRA-CODE(1)
           MOVE WS-TAUX-03M TO WS-TRA-TAUX(1)
           MOVE '06M'       TO WS-TRA-CODE(2)
           MOVE WS-TAUX-06M TO WS-TRA-TAUX(2)
           MOVE '12M'       TO WS-TRA-CODE(3)
           MOVE WS-TAUX-12M TO WS-TRA-TAUX(3)
           MOVE 'DIS'       TO WS-TRA-CODE(4)
           MOVE WS-TAUX-DIS TO WS-TRA-TAUX(4)
           PERFORM VARYING WS-TRA-IDX FROM 1 BY 1
                   UNTIL WS-TRA-IDX > 4
              MOVE 0 TO WS-TRA-QTE(WS-TRA-IDX)
              MOVE 0 TO WS-TRA-VALEUR(WS-TRA-IDX)
              MOVE 0 TO WS-TRA-PROVISION(WS-TRA-IDX)
           END-PERFORM
           .

*> Taux proposes : fichier absent ou valeur non numerique -> taux
*> par defaut de la WORKING-STORAGE
       1100-LIRE-PROVISIONS.

           OPEN INPUT FPROV
           IF WS-STATUS-PRV = 0
              READ FPROV
                 NOT AT END
                    IF PRV-TAUX-03M IS NUMERIC
                       MOVE PRV-TAUX-03M TO WS-TAUX-03M
                    END-IF
                    IF PRV-TAUX-06M IS NUMERIC
                       MOVE PRV-TAUX-06M TO WS-TAUX-06M
                    END-IF
                    IF PRV-TAUX-12M IS NUMERIC
                       MOVE PRV-TAUX-12M TO WS-TAUX-12M
                    END-IF
                    IF PRV-TAUX-DIS IS NUMERIC
                       MOVE PRV-TAUX-DIS TO WS-TAUX-DIS
                    END-IF
              END-READ
              CLOSE FPROV
           END-IF

           DISPLAY 'PSLOWSTK - TAUX DE PROVISION : 3M=' WS-TAUX-03M
                   ' 6M=' WS-TAUX-06M ' 12M=' WS-TAUX-12M
                   ' HORS CATALOGUE=' WS-TAUX-DIS
           .

*> Date du run reculee de WS-NB-MOIS mois, jour conserve (la
*> comparaison se fait sur la chaine AAAA-MM-JJ)
       1200-RECULER-MOIS.

           COMPUTE WS-CP-AN = FUNCTION NUMVAL(WS-DATE-RUN(1:4))
           COMPUTE WS-CP-MOIS = FUNCTION NUMVAL(WS-DATE-RUN(6:2))
                              - WS-NB-MOIS
           IF WS-CP-MOIS < 1
              ADD 12 TO WS-CP-MOIS
              SUBTRACT 1 FROM WS-CP-AN
           END-IF

           MOVE WS-DATE-RUN TO WS-COUPE
           MOVE WS-CP-AN TO WS-COUPE(1:4)
           MOVE WS-CP-MOIS TO WS-CP-MOIS-N
           MOVE WS-CP-MOIS-N TO WS-COUPE(6:2)
           .

*> Catalogue en memoire : libelle, categorie, cout, indicateur hors
*> catalogue ; la derniere vente part a blanc (jamais vendu)
       2000-CHARGER-PRODUITS.

           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > 1000
              MOVE 'N'    TO WS-PRD-EXISTE(WS-PRD-IDX)
              MOVE SPACES TO WS-PRD-LIBELLE(WS-PRD-IDX)
              MOVE SPACES TO WS-PRD-CATEGORY(WS-PRD-IDX)
              MOVE 0      TO WS-PRD-COUT(WS-PRD-IDX)
              MOVE 'N'    TO WS-PRD-DISCONT(WS-PRD-IDX)
              MOVE SPACES TO WS-PRD-DERNIERE(WS-PRD-IDX)
              MOVE 0      TO WS-PRD-QTE-DORT(WS-PRD-IDX)
              MOVE 0      TO WS-PRD-VAL-DORT(WS-PRD-IDX)
           END-PERFORM

           EXEC SQL OPEN CSLWPRD END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0

              EXEC SQL FETCH CSLWPRD
                  INTO :P-P-NO, :P-DESCRIPTION, :P-CATEGORY,
                       :P-UNIT-COST, :P-DISCONTINUED
              END-EXEC

              IF SQLCODE = 0
                 COMPUTE WS-PRD-IDX = P-P-NO + 1
                 MOVE 'Y' TO WS-PRD-EXISTE(WS-PRD-IDX)
                 MOVE P-DESCRIPTION-TEXT(1:P-DESCRIPTION-LEN)
                      TO WS-PRD-LIBELLE(WS-PRD-IDX)
                 IF P-CATEGORY = SPACES
                    MOVE 'SANS-CATEG' TO P-CATEGORY
                 END-IF
                 MOVE P-CATEGORY     TO WS-PRD-CATEGORY(WS-PRD-IDX)
                 MOVE P-UNIT-COST    TO WS-PRD-COUT(WS-PRD-IDX)
                 MOVE P-DISCONTINUED TO WS-PRD-DISCONT(WS-PRD-IDX)
              END-IF

           END-PERFORM

           IF SQLCODE NOT = 100
              DISPLAY 'PSLOWSTK : ERREUR SQL PRODUCTS ' SQLCODE
              MOVE 8 TO WS-RETURN-CODE
           END-IF

           EXEC SQL CLOSE CSLWPRD END-EXEC
           .

*> Passe archives : date de chaque commande archivée retenue par N°
*> de commande, puis chaque ligne archivée avance la derniere vente
*> de son produit
       3000-VENTES-ARCHIVEES.

           MOVE SPACES TO WS-AO-TABLE

           OPEN INPUT FARCHORD
           IF WS-STATUS-AORD = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FARCHORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM 3010-RETENIR-DATE-COMMANDE
                 END-READ
              END-PERFORM
              CLOSE FARCHORD
           END-IF

           OPEN INPUT FARCHITM
           IF WS-STATUS-AITM = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FARCHITM
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF AI-O-NO > 0
                          AND WS-AO-DATE(AI-O-NO) NOT = SPACES
                          MOVE AI-P-NO TO WS-VTE-PNO
                          MOVE WS-AO-DATE(AI-O-NO) TO WS-VTE-DATE
                          PERFORM 3200-RETENIR-VENTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FARCHITM
           END-IF
           .

*> Date AAAA-MM-JJ de la commande archivée lue
       3010-RETENIR-DATE-COMMANDE.

           UNSTRING AO-DATE DELIMITED BY '/'
               INTO WS-ARC-MOIS, WS-ARC-JOUR, WS-ARC-ANNEE
           END-UNSTRING

           MOVE SPACES TO WS-ARC-ISO
           STRING WS-ARC-ANNEE DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-ARC-MOIS  DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-ARC-JOUR  DELIMITED BY SIZE
                  INTO WS-ARC-ISO
           END-STRING

           IF AO-O-NO > 0
              MOVE WS-ARC-ISO TO WS-AO-DATE(AO-O-NO)
           END-IF
           .

*> Passe ventes actives : la derniere vente de chaque produit vient
*> toute faite du curseur
       3100-VENTES-ACTIVES.

           MOVE 0 TO SQLCODE

           EXEC SQL OPEN CSLWVTE END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0

             EXEC SQL FETCH CSLWVTE
                 INTO :WS-VTE-PNO, :WS-VTE-DATE
             END-EXEC

             IF SQLCODE = 0
                PERFORM 3200-RETENIR-VENTE
             END-IF

           END-PERFORM

           IF SQLCODE NOT = 100
              DISPLAY 'PSLOWSTK : ERREUR SQL ITEMS/ORDERS ' SQLCODE
              MOVE 8 TO WS-RETURN-CODE
           END-IF

           EXEC SQL CLOSE CSLWVTE END-EXEC
           .

*> La plus recente des dates vues fait la derniere vente du produit
       3200-RETENIR-VENTE.

           IF WS-VTE-PNO IS NUMERIC
              COMPUTE WS-PRD-IDX = FUNCTION NUMVAL(WS-VTE-PNO) + 1
              IF WS-VTE-DATE > WS-PRD-DERNIERE(WS-PRD-IDX)
                 MOVE WS-VTE-DATE TO WS-PRD-DERNIERE(WS-PRD-IDX)
              END-IF
           END-IF
           .

*> Edition triee par section (dormant puis hors catalogue), depot,
*> categorie et produit, avec sous-totaux en rupture
       4000-EDITER-RAPPORT.

           SORT FTRAVAIL
                ON ASCENDING KEY SRT-SECTION SRT-DEPOT
                                 SRT-CATEGORY SRT-P-NO
                INPUT PROCEDURE IS 4100-ALIMENTER-TRI
                OUTPUT PROCEDURE IS 4200-IMPRIMER-RAPPORT
           .

*> Chaque solde positif de depot est classe ; les produits vendus
*> dans les 3 derniers mois et toujours au catalogue ne sont pas
*> retenus
       4100-ALIMENTER-TRI.

           OPEN INPUT FSTKDEP
           IF WS-STATUS-STK NOT = 0
              MOVE 4 TO WS-RETURN-CODE
              DISPLAY 'PSLOWSTK : FICHIER DSTOCK-DEPOT ABSENT OU'
                      ' ILLISIBLE'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FSTKDEP NEXT
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF STK-QTY > 0
                          ADD 1 TO WS-CT-SOLDES
                          PERFORM 4110-CLASSER-SOLDE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FSTKDEP
           END-IF
           .

       4110-CLASSER-SOLDE.

           COMPUTE WS-PRD-IDX = STK-P-NO + 1
           MOVE SPACES TO WS-SLD-TRANCHE

           EVALUATE TRUE
              WHEN WS-PRD-EXISTE(WS-PRD-IDX) = 'N'
                 ADD 1 TO WS-CT-INCONNUS
                 DISPLAY 'PSLOWSTK : PRODUIT ' STK-P-NO ' EN STOCK AU'
                         ' DEPOT ' STK-DEPOT ' INCONNU DE PRODUCTS'
              WHEN WS-PRD-DISCONT(WS-PRD-IDX) = 'Y'
                 MOVE 'DIS'       TO WS-SLD-TRANCHE
                 MOVE WS-TAUX-DIS TO WS-SLD-TAUX
              WHEN WS-PRD-DERNIERE(WS-PRD-IDX) >= WS-COUPE-03M
                 CONTINUE
              WHEN WS-PRD-DERNIERE(WS-PRD-IDX) >= WS-COUPE-06M
                 MOVE '03M'       TO WS-SLD-TRANCHE
                 MOVE WS-TAUX-03M TO WS-SLD-TAUX
              WHEN WS-PRD-DERNIERE(WS-PRD-IDX) >= WS-COUPE-12M
                 MOVE '06M'       TO WS-SLD-TRANCHE
                 MOVE WS-TAUX-06M TO WS-SLD-TAUX
              WHEN OTHER
                 MOVE '12M'       TO WS-SLD-TRANCHE
                 MOVE WS-TAUX-12M TO WS-SLD-TAUX
           END-EVALUATE

           IF WS-SLD-TRANCHE NOT = SPACES
              COMPUTE WS-SLD-VALEUR = STK-QTY * WS-PRD-COUT(WS-PRD-IDX)

              MOVE SPACES TO ENRTRAVAIL
              IF WS-SLD-TRANCHE = 'DIS'
                 MOVE '2' TO SRT-SECTION
              ELSE
                 MOVE '1' TO SRT-SECTION
              END-IF
              MOVE STK-DEPOT                   TO SRT-DEPOT
              MOVE WS-PRD-CATEGORY(WS-PRD-IDX) TO SRT-CATEGORY
              MOVE STK-P-NO                    TO SRT-P-NO
              MOVE WS-SLD-TRANCHE              TO SRT-TRANCHE
              MOVE WS-PRD-DERNIERE(WS-PRD-IDX) TO SRT-DERNIERE
              MOVE STK-QTY                     TO SRT-QTE
              MOVE WS-PRD-COUT(WS-PRD-IDX)     TO SRT-COUT
              MOVE WS-SLD-VALEUR               TO SRT-VALEUR
              MOVE WS-SLD-TAUX                 TO SRT-TAUX
              COMPUTE SRT-PROVISION ROUNDED =
                      WS-SLD-VALEUR * WS-SLD-TAUX / 100
              RELEASE ENRTRAVAIL

*> Candidat a la mise hors catalogue : rien vendu depuis 12 mois,
*> stock cumule tous depots pour la liste des achats
              IF WS-SLD-TRANCHE = '12M'
                 ADD STK-QTY TO WS-PRD-QTE-DORT(WS-PRD-IDX)
                 ADD WS-SLD-VALEUR TO WS-PRD-VAL-DORT(WS-PRD-IDX)
              END-IF
           END-IF
           .

       4200-IMPRIMER-RAPPORT.

           MOVE 'N' TO WS-EOF-TRI
           MOVE SPACES TO WS-RUP-CLE

           PERFORM UNTIL WS-EOF-TRI = 'Y'
              RETURN FTRAVAIL
                 AT END
                    MOVE 'Y' TO WS-EOF-TRI
                 NOT AT END
                    IF WS-RUP-CT > 0
                       AND ENRTRAVAIL(1:13) NOT = WS-RUP-CLE
                       PERFORM 4220-LIGNE-SOUS-TOTAL
                    END-IF
                    MOVE ENRTRAVAIL(1:13) TO WS-RUP-CLE
                    MOVE SRT-DEPOT        TO WS-RUP-DEPOT
                    MOVE SRT-CATEGORY     TO WS-RUP-CATEGORY
                    ADD 1 TO WS-RUP-CT
                    PERFORM 4210-LIGNE-SOLDE
              END-RETURN
           END-PERFORM

           IF WS-RUP-CT > 0
              PERFORM 4220-LIGNE-SOUS-TOTAL
           END-IF

           PERFORM 4230-LIGNES-TRANCHES
           .

*> Ligne 'P' (dormant) ou 'X' (hors catalogue) et cumuls
       4210-LIGNE-SOLDE.

           MOVE SPACES TO ENRSLOWRPT
           IF SRT-SECTION = '2'
              MOVE 'X' TO SLW-TYPE
           ELSE
              MOVE 'P' TO SLW-TYPE
           END-IF
           MOVE SRT-DEPOT     TO SLW-DEPOT
           MOVE SRT-P-NO      TO SLW-P-NO
           MOVE SRT-CATEGORY  TO SLW-CATEGORY
           MOVE SRT-TRANCHE   TO SLW-TRANCHE
           IF SRT-DERNIERE = SPACES
              MOVE 'JAMAIS'   TO SLW-DERNIERE
           ELSE
              MOVE SRT-DERNIERE TO SLW-DERNIERE
           END-IF
           MOVE SRT-QTE       TO SLW-QTE
           MOVE SRT-COUT      TO SLW-COUT
           MOVE SRT-VALEUR    TO SLW-VALEUR
           MOVE SRT-TAUX      TO SLW-TAUX
           MOVE SRT-PROVISION TO SLW-PROVISION
           WRITE ENRSLOWRPT
           ADD 1 TO WS-CT-LIGNES

           ADD SRT-QTE       TO WS-RUP-QTE
           ADD SRT-VALEUR    TO WS-RUP-VALEUR
           ADD SRT-PROVISION TO WS-RUP-PROVISION

           PERFORM VARYING WS-TRA-IDX FROM 1 BY 1
                   UNTIL WS-TRA-IDX > 4
              IF WS-TRA-CODE(WS-TRA-IDX) = SRT-TRANCHE
                 ADD SRT-QTE    TO WS-TRA-QTE(WS-TRA-IDX)
                 ADD SRT-VALEUR TO WS-TRA-VALEUR(WS-TRA-IDX)
                 ADD SRT-PROVISION
                     TO WS-TRA-PROVISION(WS-TRA-IDX)
              END-IF
           END-PERFORM
           .

*> Ligne 'S' du depot et de la categorie en rupture
       4220-LIGNE-SOUS-TOTAL.

           MOVE SPACES TO ENRSLOWRPT
           MOVE 'S'              TO SLW-TYPE
           MOVE WS-RUP-DEPOT     TO SLW-DEPOT
           MOVE WS-RUP-CATEGORY  TO SLW-CATEGORY
           MOVE WS-RUP-QTE       TO SLW-QTE
           MOVE WS-RUP-VALEUR    TO SLW-VALEUR
           MOVE WS-RUP-PROVISION TO SLW-PROVISION
           WRITE ENRSLOWRPT

           MOVE 0 TO WS-RUP-QTE
           MOVE 0 TO WS-RUP-VALEUR
           MOVE 0 TO WS-RUP-PROVISION
           MOVE 0 TO WS-RUP-CT
           .

*> Lignes 'B' par tranche (taux propose et provision) et 'T' general
       4230-LIGNES-TRANCHES.

           PERFORM VARYING WS-TRA-IDX FROM 1 BY 1
                   UNTIL WS-TRA-IDX > 4
              MOVE SPACES TO ENRSLOWRPT
              MOVE 'B' TO SLW-TYPE
              MOVE WS-TRA-CODE(WS-TRA-IDX)      TO SLW-TRANCHE
              MOVE WS-TRA-QTE(WS-TRA-IDX)       TO SLW-QTE
              MOVE WS-TRA-VALEUR(WS-TRA-IDX)    TO SLW-VALEUR
              MOVE WS-TRA-TAUX(WS-TRA-IDX)      TO SLW-TAUX
              MOVE WS-TRA-PROVISION(WS-TRA-IDX) TO SLW-PROVISION
              WRITE ENRSLOWRPT

              ADD WS-TRA-QTE(WS-TRA-IDX)       TO WS-TOT-QTE
              ADD WS-TRA-VALEUR(WS-TRA-IDX)    TO WS-TOT-VALEUR
              ADD WS-TRA-PROVISION(WS-TRA-IDX) TO WS-TOT-PROVISION
           END-PERFORM

           MOVE SPACES TO ENRSLOWRPT
           MOVE 'T'              TO SLW-TYPE
           MOVE WS-TOT-QTE       TO SLW-QTE
           MOVE WS-TOT-VALEUR    TO SLW-VALEUR
           MOVE WS-TOT-PROVISION TO SLW-PROVISION
           WRITE ENRSLOWRPT
           .

*> Liste des achats, par N° de produit : produits encore au catalogue
*> dont le stock n'a rien vendu depuis 12 mois
       5000-LISTER-CANDIDATS.

           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > 1000
              IF WS-PRD-QTE-DORT(WS-PRD-IDX) > 0
                 MOVE SPACES TO ENRCAND
                 COMPUTE CND-P-NO = WS-PRD-IDX - 1
                 MOVE WS-PRD-LIBELLE(WS-PRD-IDX)  TO CND-DESCRIPTION
                 MOVE WS-PRD-CATEGORY(WS-PRD-IDX) TO CND-CATEGORY
                 IF WS-PRD-DERNIERE(WS-PRD-IDX) = SPACES
                    MOVE 'JAMAIS' TO CND-DERNIERE
                 ELSE
                    MOVE WS-PRD-DERNIERE(WS-PRD-IDX) TO CND-DERNIERE
                 END-IF
                 MOVE WS-PRD-QTE-DORT(WS-PRD-IDX) TO CND-QTE
                 MOVE WS-PRD-VAL-DORT(WS-PRD-IDX) TO CND-VALEUR
                 WRITE ENRCAND
                 ADD 1 TO WS-CT-CANDIDATS
              END-IF
           END-PERFORM
           .

*> Synthese de fin de run et code retour
       9000-FIN.

           DISPLAY 'PSLOWSTK : ' WS-CT-SOLDES ' SOLDES EN STOCK, '
                   WS-CT-LIGNES ' LISTES, VALEUR=' WS-TOT-VALEUR
                   ' PROVISION=' WS-TOT-PROVISION
           DISPLAY 'PSLOWSTK : ' WS-CT-CANDIDATS
                   ' CANDIDATS A LA MISE HORS CATALOGUE'

           IF WS-RETURN-CODE NOT = 8 AND WS-CT-INCONNUS > 0
              MOVE 4 TO WS-RETURN-CODE
           END-IF

           CLOSE FSLOWRPT
           CLOSE FCAND

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
