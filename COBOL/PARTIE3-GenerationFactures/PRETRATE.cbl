*> ==========================================================
*> PRETRATE.cbl - Taux de retour par produit, categorie, fournisseur
*> et depot expediteur, ventiles par motif
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - PRETURN enregistre le motif et la disposition de chaque retour,
*>   PRMA les autorisations, mais personne ne les exploitait : un
*>   produit qu'un client sur cinq renvoie continuait de se vendre
*> - Donner chaque mois le taux de retour (unites retournees contre
*>   unites vendues du mois) par produit, par CATEGORY, par
*>   fournisseur et par depot expediteur, avec la ventilation par
*>   motif code, la valeur creditee et les quantites remises en
*>   stock ou mises au rebut
*> - Signaler aux achats et a la qualite les produits dont le taux
*>   depasse le seuil
*>
*> Entrées :
*> - SYSIN : une ligne, champs separes par ';' :
*>     mois AAAA-MM (vide = mois qui precede la date du jour)
*>     seuil de signalement en % (1 a 3 chiffres, vide = 10)
*>     minimum d'unites vendues dans le mois pour signaler un
*>     produit (1 a 5 chiffres, vide = 10)
*> - FRETHIST / DRETURN-HIST : historique des retours acceptes (cf
*>   PRETURN) - motif, disposition, depot, montant credite
*> - FLEDGER / DSTOCK-LEDGER : mouvements de stock (cf PSTKMVT) ; les
*>   ventes VT/KT du mois font les unites vendues (cf PREORDPT)
*> - FVENDOR / DVENDOR : fournisseur de chaque produit (premiere
*>   ligne du produit, cf PREORDPT), facultatif
*> - Table DB2 PRODUCTS (DESCRIPTION, CATEGORY), lecture seule
*>
*> Sorties :
*> - DRETRATE-RPT : rapport de 80 caracteres
*>     'H' : en-tete (mois, seuil, minimum)
*>     'P' : par produit, 'C' : par categorie, 'F' : par fournisseur
*>           (N° DVENDOR), 'D' : par depot expediteur - unites
*>           vendues, unites retournees, taux en %, retours par motif
*>           (AVA, ERR, DEF, NCD, AUT), valeur creditee, unites
*>           remises en stock et mises au rebut ; '*' en fin de ligne
*>           'P' = produit signale
*>     'T' : total general
*> - DRETRATE-ALERT : liste des achats et de la qualite, une ligne
*>   par produit signale - libelle, categorie, fournisseur, vendus,
*>   retournes, taux et motif dominant
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - Ventes du mois = sorties VT et KT du journal des stocks datees
*>   du mois, hors mouvements de portee 'G' (sans depot), comme la
*>   repartition par depot de PREORDPT
*> - Retours du mois = retours acceptes par PRETURN dans le mois ; un
*>   retour peut porter sur une vente d'un mois anterieur : sans
*>   vente dans le mois, le taux reste a blanc et le produit n'est
*>   pas signale
*> - Remis en stock = disposition 'R', rebut = disposition 'D' (cf
*>   PRETURN)
*> - Un produit est signale quand ses ventes du mois atteignent le
*>   minimum et que son taux depasse strictement le seuil ; taux
*>   arrondi a l'unite, plafonne a 999 a l'edition
*> - Produit inconnu de PRODUCTS : categorie SANS-CATEG ; produit
*>   absent de DVENDOR : fournisseur SANS-FOURN
*> - Code retour 8 si le SYSIN est invalide ou sur erreur SQL, 4 si
*>   un produit est signale ou si DRETURN-HIST ou DSTOCK-LEDGER est
*>   absent, 0 sinon
*> - Ce programme tourne en dehors du cycle FACTBAT, une fois par
*>   mois
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PRETRATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FRETHIST ASSIGN TO DRETURN-HIST
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-HST.

           SELECT FLEDGER ASSIGN TO DSTOCK-LEDGER
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-LED.

           SELECT FVENDOR ASSIGN TO DVENDOR
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-VND.

           SELECT FRATERPT ASSIGN TO DRETRATE-RPT
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-RPT.

           SELECT FALERT ASSIGN TO DRETRATE-ALERT
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-ALR.

           SELECT FTRAVAIL ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.

*> Même structure que celle écrite par PRETURN (cf PRETURN.cbl)
       FD FRETHIST
           RECORDING MODE IS F.

       01 ENRRETHIST.
          05 HRT-DATE        PIC X(10).
          05 FILLER          PIC X(1).
          05 HRT-O-NO        PIC 9(6).
          05 FILLER          PIC X(1).
          05 HRT-P-NO        PIC X(3).
          05 FILLER          PIC X(1).
          05 HRT-C-NO        PIC 9(4).
          05 FILLER          PIC X(1).
          05 HRT-DEPOT       PIC X(2).
          05 FILLER          PIC X(1).
          05 HRT-QUANTITY    PIC 9(4).
          05 FILLER          PIC X(1).
          05 HRT-RAISON      PIC X(3).
          05 FILLER          PIC X(1).
          05 HRT-DISPOSITION PIC X(1).
          05 FILLER          PIC X(1).
          05 HRT-MONTANT     PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 HRT-MEMO-NO     PIC 9(6).
          05 FILLER          PIC X(1).
          05 HRT-RMA         PIC X(6).

*> Même structure que celle écrite par PSTKMVT (cf PSTKMVT.cbl)
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

*> Même structure que dans PPURCHORD (cf PPURCHORD.cbl)
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

       FD FRATERPT
           RECORDING MODE IS F.

       01 ENRRATERPT.
          05 RRT-TYPE          PIC X(1).
          05 FILLER            PIC X(1).
          05 RRT-CLE           PIC X(10).
          05 FILLER            PIC X(1).
          05 RRT-VENDUS        PIC ZZZZZ9.
          05 FILLER            PIC X(1).
          05 RRT-RETOURS       PIC ZZZZ9.
          05 FILLER            PIC X(1).
          05 RRT-TAUX          PIC ZZ9.
          05 FILLER            PIC X(1).
*> Retours par motif, dans l'ordre AVA, ERR, DEF, NCD, AUT
          05 RRT-MOTIFS OCCURS 5 TIMES.
             10 RRT-NB-MOTIF   PIC ZZZ9.
             10 FILLER         PIC X(1).
          05 RRT-CREDIT        PIC ZZZZZZ9,99.
          05 FILLER            PIC X(1).
          05 RRT-RESTOCK       PIC ZZZZ9.
          05 FILLER            PIC X(1).
          05 RRT-REBUT         PIC ZZZZ9.
          05 FILLER            PIC X(1).
          05 RRT-ALERTE        PIC X(1).
          05 FILLER            PIC X(1).
*> Vue texte de la ligne d'en-tete 'H'
       01 ENRRATETXT REDEFINES ENRRATERPT PIC X(80).

*> Liste des achats et de la qualite : produits signales
       FD FALERT
           RECORDING MODE IS F.

       01 ENRALERT.
          05 ALR-P-NO          PIC 9(3).
          05 FILLER            PIC X(1).
          05 ALR-DESCRIPTION   PIC X(30).
          05 FILLER            PIC X(1).
          05 ALR-CATEGORY      PIC X(10).
          05 FILLER            PIC X(1).
          05 ALR-VND-NO        PIC X(10).
          05 FILLER            PIC X(1).
          05 ALR-VND-NOM       PIC X(30).
          05 FILLER            PIC X(1).
          05 ALR-VENDUS        PIC ZZZZZ9.
          05 FILLER            PIC X(1).
          05 ALR-RETOURS       PIC ZZZZ9.
          05 FILLER            PIC X(1).
          05 ALR-TAUX          PIC ZZ9.
          05 FILLER            PIC X(1).
          05 ALR-MOTIF         PIC X(3).

*> Fichier de travail du tri par section puis cle ; les cumuls ont
*> le decoupage de WS-CUR
       SD FTRAVAIL.

       01 ENRTRAVAIL.
          05 SRT-SECTION       PIC X(1).
          05 SRT-CLE           PIC X(10).
          05 SRT-CPT.
             10 SRT-VENDUS     PIC 9(7).
             10 SRT-RETOURS    PIC 9(7).
             10 SRT-MOTIF      PIC 9(7) OCCURS 5 TIMES.
             10 SRT-CREDIT     PIC 9(9)V99.
             10 SRT-RESTOCK    PIC 9(7).
             10 SRT-REBUT      PIC 9(7).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE PRODUCTS END-EXEC.

*> PRODUCTS.CATEGORY : pas dans le membre DCLGEN de ce dépôt,
*> déclarée localement comme dans PNEWPROD
       01 P-CATEGORY         PIC X(10).

*> Catalogue complet, produits hors catalogue compris : un produit
*> retire peut encore revenir
           EXEC SQL DECLARE CRTRPRD CURSOR FOR
                SELECT P_NO, DESCRIPTION,
                       VALUE(CATEGORY, 'SANS-CATEG')
                FROM API12.PRODUCTS
                ORDER BY P_NO
           END-EXEC.

       77 WS-STATUS-HST      PIC 99 VALUE 0.
       77 WS-STATUS-LED      PIC 99 VALUE 0.
       77 WS-STATUS-VND      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.
       77 WS-STATUS-ALR      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1).
       01 WS-EOF-TRI         PIC X(1).

*> Ligne SYSIN et ses champs
       01 WS-SYSIN           PIC X(80).
       01 WS-PRM-MOIS        PIC X(7).
       01 WS-PRM-SEUIL       PIC X(3).
       01 WS-PRM-MINI        PIC X(5).

*> Mois analyse (AAAA-MM), seuil en % et minimum d'unites vendues
       01 WS-MOIS            PIC X(7).
       01 WS-SEUIL           PIC 9(3) VALUE 10.
       01 WS-MINI            PIC 9(5) VALUE 10.
       01 WS-DATE-CURRENT    PIC X(21).
       01 WS-MP-AN           PIC 9(4).
       01 WS-MP-MOIS         PIC 99.

*> Motifs codes de PRETURN, dans l'ordre des colonnes du rapport
       01 WS-MOTIF-LISTE     PIC X(15) VALUE 'AVAERRDEFNCDAUT'.
       01 WS-MOTIF-TABLE REDEFINES WS-MOTIF-LISTE.
          05 WS-MOTIF-CODE   PIC X(3) OCCURS 5 TIMES.
       01 WS-MOT-IDX         PIC 9.
       01 WS-MOT-TROUVE      PIC 9.

*> Cumuls d'un mouvement, d'un produit ou d'une cle de regroupement :
*> meme decoupage dans les tables, le tri et le total general
       01 WS-CUR.
          05 WS-CUR-VENDUS      PIC 9(7).
          05 WS-CUR-RETOURS     PIC 9(7).
          05 WS-CUR-MOTIF       PIC 9(7) OCCURS 5 TIMES.
          05 WS-CUR-CREDIT      PIC 9(9)V99.
          05 WS-CUR-RESTOCK     PIC 9(7).
          05 WS-CUR-REBUT       PIC 9(7).

       01 WS-TOT.
          05 WS-TOT-VENDUS      PIC 9(7).
          05 WS-TOT-RETOURS     PIC 9(7).
          05 WS-TOT-MOTIF       PIC 9(7) OCCURS 5 TIMES.
          05 WS-TOT-CREDIT      PIC 9(9)V99.
          05 WS-TOT-RESTOCK     PIC 9(7).
          05 WS-TOT-REBUT       PIC 9(7).

*> Produits, indices par N° de produit + 1 (000 a 999)
       01 WS-PRD-TABLE.
          05 WS-PRD-ENTREE OCCURS 1000 TIMES.
             10 WS-PRD-LIBELLE     PIC X(30).
             10 WS-PRD-CATEGORY    PIC X(10).
             10 WS-PRD-VND-NO      PIC X(10).
             10 WS-PRD-VND-NOM     PIC X(30).
             10 WS-PRD-CPT.
                15 WS-PRD-VENDUS   PIC 9(7).
                15 WS-PRD-RETOURS  PIC 9(7).
                15 WS-PRD-MOTIF    PIC 9(7) OCCURS 5 TIMES.
                15 WS-PRD-CREDIT   PIC 9(9)V99.
                15 WS-PRD-RESTOCK  PIC 9(7).
                15 WS-PRD-REBUT    PIC 9(7).
       01 WS-PRD-IDX         PIC 9(4).
       01 WS-PRD-NO          PIC 9(3).

*> Regroupements par categorie ('C'), fournisseur ('F') et depot
*> ('D') ; au-dela de la table, la cle est comptee et ignoree
       01 WS-AGR-TABLE.
          05 WS-AGR-ENTREE OCCURS 500 TIMES.
             10 WS-AGR-SECTION     PIC X(1).
             10 WS-AGR-CLE         PIC X(10).
             10 WS-AGR-CPT.
                15 WS-AGR-VENDUS   PIC 9(7).
                15 WS-AGR-RETOURS  PIC 9(7).
                15 WS-AGR-MOTIF    PIC 9(7) OCCURS 5 TIMES.
                15 WS-AGR-CREDIT   PIC 9(9)V99.
                15 WS-AGR-RESTOCK  PIC 9(7).
                15 WS-AGR-REBUT    PIC 9(7).
       01 WS-NB-AGR          PIC 9(3) VALUE 0.
       01 WS-AGR-IDX         PIC 9(3).
       01 WS-AGR-TROUVE      PIC 9(3).
       01 WS-AGR-SECTION-CUR PIC X(1).
       01 WS-AGR-CLE-CUR     PIC X(10).
       77 WS-CT-AGR-DEBORD   PIC 9(5) VALUE 0.

*> Ligne de rapport en cours : type, cle, taux calcule
       01 WS-LIG-TYPE        PIC X(1).
       01 WS-LIG-CLE         PIC X(10).
       01 WS-TAUX            PIC 9(5).
       01 WS-TAUX-CALCULE    PIC X(1).
       01 WS-SIGNALE         PIC X(1).
       01 WS-MOTIF-MAX       PIC 9(7).

       77 WS-CT-VENTES       PIC 9(7) VALUE 0.
       77 WS-CT-RETOURS      PIC 9(7) VALUE 0.
       77 WS-CT-IGNORES      PIC 9(5) VALUE 0.
       77 WS-CT-PRODUITS     PIC 9(5) VALUE 0.
       77 WS-CT-SIGNALES     PIC 9(5) VALUE 0.

*> Code retour remis au moniteur de job : 8 si le SYSIN est invalide
*> ou sur erreur SQL, 4 si un produit est signale ou si une source
*> est absente, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 2000-CHARGER-PRODUITS
           END-IF

           IF WS-RETURN-CODE NOT = 8
              PERFORM 2100-CHARGER-FOURNISSEURS
              PERFORM 3000-LIRE-VENTES
              PERFORM 3100-LIRE-RETOURS
              PERFORM 4000-CUMULER-REGROUPEMENTS
              PERFORM 5000-EDITER-RAPPORT
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Parametres SYSIN, mois analyse, ouverture des sorties et ligne
*> d'en-tete
       1000-DEBUT.

           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

           MOVE SPACES TO WS-SYSIN
           ACCEPT WS-SYSIN FROM SYSIN

           INITIALIZE WS-PRM-MOIS WS-PRM-SEUIL WS-PRM-MINI
           UNSTRING WS-SYSIN DELIMITED BY ';'
                 INTO WS-PRM-MOIS WS-PRM-SEUIL WS-PRM-MINI
           END-UNSTRING

           IF WS-PRM-MOIS = SPACES
              PERFORM 1100-MOIS-PRECEDENT
           ELSE
              MOVE WS-PRM-MOIS TO WS-MOIS
              IF WS-MOIS(1:4) NOT NUMERIC
                 OR WS-MOIS(5:1) NOT = '-'
                 OR WS-MOIS(6:2) NOT NUMERIC
                 OR WS-MOIS(6:2) < '01' OR WS-MOIS(6:2) > '12'
                 MOVE 8 TO WS-RETURN-CODE
                 DISPLAY 'PRETRATE : MOIS SYSIN INVALIDE ('
                         WS-PRM-MOIS ')'
              END-IF
           END-IF

           IF WS-PRM-SEUIL NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-PRM-SEUIL) NOT = 0
                 MOVE 8 TO WS-RETURN-CODE
                 DISPLAY 'PRETRATE : SEUIL SYSIN INVALIDE ('
                         WS-PRM-SEUIL ')'
              ELSE
                 COMPUTE WS-SEUIL = FUNCTION NUMVAL(WS-PRM-SEUIL)
              END-IF
           END-IF

           IF WS-PRM-MINI NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-PRM-MINI) NOT = 0
                 MOVE 8 TO WS-RETURN-CODE
                 DISPLAY 'PRETRATE : MINIMUM SYSIN INVALIDE ('
                         WS-PRM-MINI ')'
              ELSE
                 COMPUTE WS-MINI = FUNCTION NUMVAL(WS-PRM-MINI)
              END-IF
           END-IF

           DISPLAY 'PRETRATE - MOIS=' WS-MOIS ' SEUIL=' WS-SEUIL
                   ' % MINIMUM VENDU=' WS-MINI

           OPEN OUTPUT FRATERPT
           OPEN OUTPUT FALERT

           MOVE SPACES TO ENRRATETXT
           STRING 'H MOIS '                DELIMITED BY SIZE
                  WS-MOIS                  DELIMITED BY SIZE
                  ' SEUIL '                DELIMITED BY SIZE
                  WS-SEUIL                 DELIMITED BY SIZE
                  ' % MINIMUM VENDU '      DELIMITED BY SIZE
                  WS-MINI                  DELIMITED BY SIZE
                  ' - MOTIFS AVA ERR DEF NCD AUT'
                                           DELIMITED BY SIZE
                  INTO ENRRATETXT
           END-STRING
           WRITE ENRRATERPT

           INITIALIZE WS-TOT
           .

*> Mois par defaut : celui qui precede la date du jour (le mois en
*> cours est incomplet)
       1100-MOIS-PRECEDENT.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT
           MOVE WS-DATE-CURRENT(1:4) TO WS-MP-AN
           MOVE WS-DATE-CURRENT(5:2) TO WS-MP-MOIS
           IF WS-MP-MOIS = 1
              MOVE 12 TO WS-MP-MOIS
              SUBTRACT 1 FROM WS-MP-AN
           ELSE
              SUBTRACT 1 FROM WS-MP-MOIS
           END-IF

           MOVE SPACES TO WS-MOIS
           STRING WS-MP-AN   DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-MP-MOIS DELIMITED BY SIZE
                  INTO WS-MOIS
           END-STRING
           .

*> Catalogue en memoire : libelle et categorie ; cumuls a zero
       2000-CHARGER-PRODUITS.

           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > 1000
              MOVE SPACES       TO WS-PRD-LIBELLE(WS-PRD-IDX)
              MOVE 'SANS-CATEG' TO WS-PRD-CATEGORY(WS-PRD-IDX)
              MOVE 'SANS-FOURN' TO WS-PRD-VND-NO(WS-PRD-IDX)
              MOVE SPACES       TO WS-PRD-VND-NOM(WS-PRD-IDX)
              INITIALIZE WS-PRD-CPT(WS-PRD-IDX)
           END-PERFORM

           EXEC SQL OPEN CRTRPRD END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0

              EXEC SQL FETCH CRTRPRD
                  INTO :P-P-NO, :P-DESCRIPTION, :P-CATEGORY
              END-EXEC

              IF SQLCODE = 0
                 COMPUTE WS-PRD-IDX = P-P-NO + 1
                 MOVE P-DESCRIPTION-TEXT(1:P-DESCRIPTION-LEN)
                      TO WS-PRD-LIBELLE(WS-PRD-IDX)
                 IF P-CATEGORY NOT = SPACES
                    MOVE P-CATEGORY TO WS-PRD-CATEGORY(WS-PRD-IDX)
                 END-IF
              END-IF

           END-PERFORM

           IF SQLCODE NOT = 100
              DISPLAY 'PRETRATE : ERREUR SQL PRODUCTS ' SQLCODE
              MOVE 8 TO WS-RETURN-CODE
           END-IF

           EXEC SQL CLOSE CRTRPRD END-EXEC
           .

*> Fournisseur de chaque produit : premiere ligne DVENDOR du produit ;
*> referentiel absent = tous les produits en SANS-FOURN
       2100-CHARGER-FOURNISSEURS.

           OPEN INPUT FVENDOR
           IF WS-STATUS-VND NOT = 0
              DISPLAY 'PRETRATE : DVENDOR ABSENT, REGROUPEMENT PAR'
                      ' FOURNISSEUR EN SANS-FOURN'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FVENDOR
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF VND-P-NO IS NUMERIC
                          COMPUTE WS-PRD-IDX = VND-P-NO + 1
                          IF WS-PRD-VND-NOM(WS-PRD-IDX) = SPACES
                             MOVE VND-NO  TO WS-PRD-VND-NO(WS-PRD-IDX)
                             MOVE VND-NOM TO WS-PRD-VND-NOM(WS-PRD-IDX)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FVENDOR
           END-IF
           .

*> Unites vendues du mois : sorties VT/KT datees du mois, par
*> produit et par depot
       3000-LIRE-VENTES.

           OPEN INPUT FLEDGER
           IF WS-STATUS-LED NOT = 0
              MOVE 4 TO WS-RETURN-CODE
              DISPLAY 'PRETRATE : DSTOCK-LEDGER ABSENT, AUCUNE VENTE'
                      ' DU MOIS - TAUX NON CALCULES'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FLEDGER
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF (LED-TYPE = 'VT' OR LED-TYPE = 'KT')
                          AND LED-PORTEE NOT = 'G'
                          AND LED-DEPOT NOT = SPACES
                          AND LED-DATE(1:7) = WS-MOIS
                          AND LED-QTE < 0
                          PERFORM 3010-RETENIR-VENTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FLEDGER
           END-IF
           .

       3010-RETENIR-VENTE.

           ADD 1 TO WS-CT-VENTES
           INITIALIZE WS-CUR
           COMPUTE WS-CUR-VENDUS = 0 - LED-QTE

           COMPUTE WS-PRD-IDX = LED-P-NO + 1
           PERFORM 3200-CUMULER-PRODUIT

           MOVE 'D'       TO WS-AGR-SECTION-CUR
           MOVE LED-DEPOT TO WS-AGR-CLE-CUR
           PERFORM 3300-CUMULER-REGROUPEMENT
           .

*> Retours acceptes du mois : quantite, motif, valeur creditee et
*> disposition, par produit et par depot expediteur
       3100-LIRE-RETOURS.

           OPEN INPUT FRETHIST
           IF WS-STATUS-HST NOT = 0
              MOVE 4 TO WS-RETURN-CODE
              DISPLAY 'PRETRATE : DRETURN-HIST ABSENT, AUCUN RETOUR'
                      ' DU MOIS'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FRETHIST
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF HRT-DATE(1:7) = WS-MOIS
                          PERFORM 3110-RETENIR-RETOUR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FRETHIST
           END-IF
           .

*> Une ligne illisible (produit ou quantite non numerique) est
*> comptee et ignoree ; un motif hors liste tombe en AUT
       3110-RETENIR-RETOUR.

           IF HRT-P-NO IS NOT NUMERIC OR HRT-QUANTITY IS NOT NUMERIC
              OR HRT-MONTANT IS NOT NUMERIC
              ADD 1 TO WS-CT-IGNORES
           ELSE
              ADD 1 TO WS-CT-RETOURS
              INITIALIZE WS-CUR
              MOVE HRT-QUANTITY TO WS-CUR-RETOURS
              MOVE HRT-MONTANT  TO WS-CUR-CREDIT

              MOVE 5 TO WS-MOT-TROUVE
              PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                      UNTIL WS-MOT-IDX > 4
                 IF WS-MOTIF-CODE(WS-MOT-IDX) = HRT-RAISON
                    MOVE WS-MOT-IDX TO WS-MOT-TROUVE
                 END-IF
              END-PERFORM
              MOVE HRT-QUANTITY TO WS-CUR-MOTIF(WS-MOT-TROUVE)

              IF HRT-DISPOSITION = 'D'
                 MOVE HRT-QUANTITY TO WS-CUR-REBUT
              ELSE
                 MOVE HRT-QUANTITY TO WS-CUR-RESTOCK
              END-IF

              COMPUTE WS-PRD-IDX = FUNCTION NUMVAL(HRT-P-NO) + 1
              PERFORM 3200-CUMULER-PRODUIT

              MOVE 'D'       TO WS-AGR-SECTION-CUR
              MOVE HRT-DEPOT TO WS-AGR-CLE-CUR
              PERFORM 3300-CUMULER-REGROUPEMENT
           END-IF
           .

*> WS-CUR ajoute aux cumuls du produit WS-PRD-IDX
       3200-CUMULER-PRODUIT.

           ADD WS-CUR-VENDUS  TO WS-PRD-VENDUS(WS-PRD-IDX)
           ADD WS-CUR-RETOURS TO WS-PRD-RETOURS(WS-PRD-IDX)
           PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                   UNTIL WS-MOT-IDX > 5
              ADD WS-CUR-MOTIF(WS-MOT-IDX)
                  TO WS-PRD-MOTIF(WS-PRD-IDX WS-MOT-IDX)
           END-PERFORM
           ADD WS-CUR-CREDIT  TO WS-PRD-CREDIT(WS-PRD-IDX)
           ADD WS-CUR-RESTOCK TO WS-PRD-RESTOCK(WS-PRD-IDX)
           ADD WS-CUR-REBUT   TO WS-PRD-REBUT(WS-PRD-IDX)
           .

*> WS-CUR ajoute aux cumuls de la cle WS-AGR-SECTION-CUR +
*> WS-AGR-CLE-CUR, creee au besoin
       3300-CUMULER-REGROUPEMENT.

           MOVE 0 TO WS-AGR-TROUVE
           PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-NB-AGR
                   OR WS-AGR-TROUVE > 0
              IF WS-AGR-SECTION(WS-AGR-IDX) = WS-AGR-SECTION-CUR
                 AND WS-AGR-CLE(WS-AGR-IDX) = WS-AGR-CLE-CUR
                 MOVE WS-AGR-IDX TO WS-AGR-TROUVE
              END-IF
           END-PERFORM

           IF WS-AGR-TROUVE = 0
              IF WS-NB-AGR < 500
                 ADD 1 TO WS-NB-AGR
                 MOVE WS-NB-AGR TO WS-AGR-TROUVE
                 MOVE WS-AGR-SECTION-CUR TO WS-AGR-SECTION(WS-NB-AGR)
                 MOVE WS-AGR-CLE-CUR     TO WS-AGR-CLE(WS-NB-AGR)
                 INITIALIZE WS-AGR-CPT(WS-NB-AGR)
              ELSE
                 ADD 1 TO WS-CT-AGR-DEBORD
              END-IF
           END-IF

           IF WS-AGR-TROUVE > 0
              MOVE WS-AGR-TROUVE TO WS-AGR-IDX
              ADD WS-CUR-VENDUS  TO WS-AGR-VENDUS(WS-AGR-IDX)
              ADD WS-CUR-RETOURS TO WS-AGR-RETOURS(WS-AGR-IDX)
              PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                      UNTIL WS-MOT-IDX > 5
                 ADD WS-CUR-MOTIF(WS-MOT-IDX)
                     TO WS-AGR-MOTIF(WS-AGR-IDX WS-MOT-IDX)
              END-PERFORM
              ADD WS-CUR-CREDIT  TO WS-AGR-CREDIT(WS-AGR-IDX)
              ADD WS-CUR-RESTOCK TO WS-AGR-RESTOCK(WS-AGR-IDX)
              ADD WS-CUR-REBUT   TO WS-AGR-REBUT(WS-AGR-IDX)
           END-IF
           .

*> Cumuls par categorie et par fournisseur, a partir des cumuls de
*> chaque produit vendu ou retourne dans le mois
       4000-CUMULER-REGROUPEMENTS.

           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > 1000
              IF WS-PRD-VENDUS(WS-PRD-IDX) > 0
                 OR WS-PRD-RETOURS(WS-PRD-IDX) > 0
                 ADD 1 TO WS-CT-PRODUITS
                 MOVE WS-PRD-CPT(WS-PRD-IDX) TO WS-CUR

                 MOVE 'C' TO WS-AGR-SECTION-CUR
                 MOVE WS-PRD-CATEGORY(WS-PRD-IDX) TO WS-AGR-CLE-CUR
                 PERFORM 3300-CUMULER-REGROUPEMENT

                 MOVE 'F' TO WS-AGR-SECTION-CUR
                 MOVE WS-PRD-VND-NO(WS-PRD-IDX) TO WS-AGR-CLE-CUR
                 PERFORM 3300-CUMULER-REGROUPEMENT
              END-IF
           END-PERFORM
           .

*> Edition triee par section (produit, categorie, fournisseur,
*> depot) puis par cle, total general en fin de rapport
       5000-EDITER-RAPPORT.

           SORT FTRAVAIL
                ON ASCENDING KEY SRT-SECTION SRT-CLE
                INPUT PROCEDURE IS 5100-ALIMENTER-TRI
                OUTPUT PROCEDURE IS 5200-IMPRIMER-RAPPORT
           .

       5100-ALIMENTER-TRI.

           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > 1000
              IF WS-PRD-VENDUS(WS-PRD-IDX) > 0
                 OR WS-PRD-RETOURS(WS-PRD-IDX) > 0
                 MOVE '1' TO SRT-SECTION
                 MOVE SPACES TO SRT-CLE
                 COMPUTE WS-PRD-NO = WS-PRD-IDX - 1
                 MOVE WS-PRD-NO TO SRT-CLE(1:3)
                 MOVE WS-PRD-CPT(WS-PRD-IDX) TO SRT-CPT
                 RELEASE ENRTRAVAIL
              END-IF
           END-PERFORM

           PERFORM VARYING WS-AGR-IDX FROM 1 BY 1
                   UNTIL WS-AGR-IDX > WS-NB-AGR
              EVALUATE WS-AGR-SECTION(WS-AGR-IDX)
                 WHEN 'C'
                    MOVE '2' TO SRT-SECTION
                 WHEN 'F'
                    MOVE '3' TO SRT-SECTION
                 WHEN OTHER
                    MOVE '4' TO SRT-SECTION
              END-EVALUATE
              MOVE WS-AGR-CLE(WS-AGR-IDX) TO SRT-CLE
              MOVE WS-AGR-CPT(WS-AGR-IDX) TO SRT-CPT
              RELEASE ENRTRAVAIL
           END-PERFORM
           .

       5200-IMPRIMER-RAPPORT.

           MOVE 'N' TO WS-EOF-TRI

           PERFORM UNTIL WS-EOF-TRI = 'Y'
              RETURN FTRAVAIL
                 AT END
                    MOVE 'Y' TO WS-EOF-TRI
                 NOT AT END
                    MOVE SRT-CPT TO WS-CUR
                    MOVE SRT-CLE TO WS-LIG-CLE
                    EVALUATE SRT-SECTION
                       WHEN '1'
                          MOVE 'P' TO WS-LIG-TYPE
                          PERFORM 5240-CUMULER-TOTAL
                       WHEN '2'
                          MOVE 'C' TO WS-LIG-TYPE
                       WHEN '3'
                          MOVE 'F' TO WS-LIG-TYPE
                       WHEN OTHER
                          MOVE 'D' TO WS-LIG-TYPE
                    END-EVALUATE
                    PERFORM 5210-LIGNE-RAPPORT
              END-RETURN
           END-PERFORM

           MOVE WS-TOT TO WS-CUR
           MOVE 'T'    TO WS-LIG-TYPE
           MOVE SPACES TO WS-LIG-CLE
           PERFORM 5210-LIGNE-RAPPORT
           .

*> Une ligne du rapport a partir de WS-CUR ; une ligne 'P' au-dessus
*> du seuil est marquee et part sur la liste des achats
       5210-LIGNE-RAPPORT.

           MOVE 'N' TO WS-TAUX-CALCULE
           MOVE 'N' TO WS-SIGNALE
           IF WS-CUR-VENDUS > 0
              MOVE 'Y' TO WS-TAUX-CALCULE
              COMPUTE WS-TAUX ROUNDED =
                      WS-CUR-RETOURS * 100 / WS-CUR-VENDUS
              IF WS-TAUX > 999
                 MOVE 999 TO WS-TAUX
              END-IF
              IF WS-LIG-TYPE = 'P'
                 AND WS-CUR-VENDUS >= WS-MINI
                 AND WS-CUR-RETOURS * 100 > WS-SEUIL * WS-CUR-VENDUS
                 MOVE 'Y' TO WS-SIGNALE
              END-IF
           END-IF

           MOVE SPACES TO ENRRATERPT
           MOVE WS-LIG-TYPE    TO RRT-TYPE
           MOVE WS-LIG-CLE     TO RRT-CLE
           MOVE WS-CUR-VENDUS  TO RRT-VENDUS
           MOVE WS-CUR-RETOURS TO RRT-RETOURS
           IF WS-TAUX-CALCULE = 'Y'
              MOVE WS-TAUX TO RRT-TAUX
           END-IF
           PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                   UNTIL WS-MOT-IDX > 5
              MOVE WS-CUR-MOTIF(WS-MOT-IDX)
                   TO RRT-NB-MOTIF(WS-MOT-IDX)
           END-PERFORM
           MOVE WS-CUR-CREDIT  TO RRT-CREDIT
           MOVE WS-CUR-RESTOCK TO RRT-RESTOCK
           MOVE WS-CUR-REBUT   TO RRT-REBUT
           IF WS-SIGNALE = 'Y'
              MOVE '*' TO RRT-ALERTE
           END-IF
           WRITE ENRRATERPT

           IF WS-SIGNALE = 'Y'
              PERFORM 5220-SIGNALER-PRODUIT
           END-IF
           .

*> Ligne de la liste des achats et de la qualite : le motif dominant
*> est le plus frequent (le premier de la liste en cas d'egalite)
       5220-SIGNALER-PRODUIT.

           ADD 1 TO WS-CT-SIGNALES
           COMPUTE WS-PRD-IDX = FUNCTION NUMVAL(WS-LIG-CLE(1:3)) + 1

           MOVE 1 TO WS-MOT-TROUVE
           MOVE WS-CUR-MOTIF(1) TO WS-MOTIF-MAX
           PERFORM VARYING WS-MOT-IDX FROM 2 BY 1
                   UNTIL WS-MOT-IDX > 5
              IF WS-CUR-MOTIF(WS-MOT-IDX) > WS-MOTIF-MAX
                 MOVE WS-MOT-IDX TO WS-MOT-TROUVE
                 MOVE WS-CUR-MOTIF(WS-MOT-IDX) TO WS-MOTIF-MAX
              END-IF
           END-PERFORM

           MOVE SPACES TO ENRALERT
           COMPUTE ALR-P-NO = WS-PRD-IDX - 1
           MOVE WS-PRD-LIBELLE(WS-PRD-IDX)  TO ALR-DESCRIPTION
           MOVE WS-PRD-CATEGORY(WS-PRD-IDX) TO ALR-CATEGORY
           MOVE WS-PRD-VND-NO(WS-PRD-IDX)   TO ALR-VND-NO
           MOVE WS-PRD-VND-NOM(WS-PRD-IDX)  TO ALR-VND-NOM
           MOVE WS-CUR-VENDUS               TO ALR-VENDUS
           MOVE WS-CUR-RETOURS              TO ALR-RETOURS
           MOVE WS-TAUX                     TO ALR-TAUX
           MOVE WS-MOTIF-CODE(WS-MOT-TROUVE) TO ALR-MOTIF
           WRITE ENRALERT
           .

*> Le total general se cumule sur les lignes produit : chaque vente
*> et chaque retour y figure une fois et une seule
       5240-CUMULER-TOTAL.

           ADD WS-CUR-VENDUS  TO WS-TOT-VENDUS
           ADD WS-CUR-RETOURS TO WS-TOT-RETOURS
           PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                   UNTIL WS-MOT-IDX > 5
              ADD WS-CUR-MOTIF(WS-MOT-IDX) TO WS-TOT-MOTIF(WS-MOT-IDX)
           END-PERFORM
           ADD WS-CUR-CREDIT  TO WS-TOT-CREDIT
           ADD WS-CUR-RESTOCK TO WS-TOT-RESTOCK
           ADD WS-CUR-REBUT   TO WS-TOT-REBUT
           .

*> Synthese de fin de run et code retour
       9000-FIN.

           DISPLAY 'PRETRATE : ' WS-CT-VENTES ' VENTES ET '
                   WS-CT-RETOURS ' RETOURS DU MOIS, '
                   WS-CT-PRODUITS ' PRODUITS, '
                   WS-CT-SIGNALES ' SIGNALES'
           IF WS-CT-IGNORES > 0
              DISPLAY 'PRETRATE : ' WS-CT-IGNORES
                      ' LIGNES DRETURN-HIST ILLISIBLES IGNOREES'
           END-IF
           IF WS-CT-AGR-DEBORD > 0
              DISPLAY 'PRETRATE : ' WS-CT-AGR-DEBORD
                      ' CUMULS HORS TABLE DE REGROUPEMENT'
           END-IF

           IF WS-RETURN-CODE NOT = 8 AND WS-CT-SIGNALES > 0
              MOVE 4 TO WS-RETURN-CODE
           END-IF

           CLOSE FRATERPT
           CLOSE FALERT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
