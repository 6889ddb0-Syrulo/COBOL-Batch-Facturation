*> ==========================================================
*> PREORDPT.cbl - Recalcul saisonnier des points de commande
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Les points de commande et quantites de reassort de DREORDER-PT
*>   (lus par PREPLEN) etaient tenus a la main et vieillissaient :
*>   rupture chaque decembre, stock qui dort chaque ete
*> - Proposer par produit et par depot un nouveau point de commande
*>   et une nouvelle quantite de reassort, a partir de l'historique
*>   de ventes mensuel de PSEASON, du delai fournisseur et de la
*>   saisonnalite des mois a venir, avec un stock de securite
*>   calcule pour un taux de service
*> - Editer les valeurs proposees face aux valeurs en place, et
*>   reporter dans DREORDER-PT les propositions acceptees, avec une
*>   ligne d'audit par changement
*>
*> Entrées :
*> - FRUNPARM / DRUNPARM : cle DATE-RUN (AAAA-MM-JJ, validee par
*>   PPARMVAL) ; membre absent -> repli sur le SYSIN en ligne
*> - FSEASON / DSEASON-RPT : ventes par produit et par mois sur 24
*>   mois (lignes 'M' de PSEASON, passe pour la meme DATE-RUN)
*> - FVENDOR / DVENDOR : delai fournisseur VND-DELAI par produit
*> - FLEDGER / DSTOCK-LEDGER : mouvements de stock (cf PSTKMVT) ; les
*>   ventes VT/KT des 12 derniers mois repartissent la demande entre
*>   les depots ; facultatif
*> - FREORDER / DREORDER-PT : seuils en place (cf PREPLEN)
*> - FPARAM / DREORDER-PARM : un seul enregistrement facultatif :
*>   taux de service en % (9(2)), couverture du reassort en mois
*>   (9(2)), delai par defaut en jours (9(3)), separes par un blanc ;
*>   defauts 95 %, 1 mois, 30 jours
*> - FACCEPT / DREORDER-ACCEPT : propositions acceptees apres revue,
*>   une par ligne, champs separes par ';' :
*>     NO-PRODUIT;DEPOT;OPERATEUR  (depot blanc = seuil tous depots)
*>     TOUS;;OPERATEUR             (toutes les propositions)
*>   fichier absent = run de proposition seule, rien n'est ecrit
*>
*> Sorties :
*> - DREORDER-RPT : 'H' entete et parametres, une ligne 'P' par
*>   produit et depot (delai, demande mensuelle de base, indice
*>   saisonnier de l'horizon, stock de securite, seuil en place,
*>   seuil propose, etat), une ligne 'T' de synthese
*> - FREORDER / DREORDER-PT : reecrit si au moins une proposition
*>   est acceptee (lignes non touchees recopiees telles quelles)
*> - DREORDER-AUDIT : une ligne 'D' par seuil cree ou modifie (cle,
*>   avant/apres, operateur, horodatage), une ligne 'T' par run
*>   applique, en mode ajout
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - Fenetre de calcul : les 23 mois complets qui precedent le mois
*>   de DATE-RUN (le mois en cours, incomplet, est ecarte)
*> - Demande de base = moyenne des 12 derniers mois (une annee
*>   complete, donc desaisonnalisee) ; indice saisonnier d'un mois
*>   civil = moyenne de ce mois sur la fenetre / moyenne mensuelle de
*>   la fenetre ; prevision d'un mois = base x indice du mois
*> - Point de commande = demande prevue sur le delai fournisseur
*>   (mois a venir, a partir du mois de DATE-RUN) + stock de
*>   securite = z x ecart-type mensuel desaisonnalise x racine(delai
*>   en mois), z du taux de service (90 %: 1,28 ; 95 %: 1,65 ;
*>   97 %: 1,96 ; 98 %: 2,05 ; 99 %: 2,33)
*> - Quantite de reassort = demande prevue sur les mois de
*>   couverture qui suivent le delai ; valeurs arrondies a l'unite
*>   superieure
*> - Repartition par depot au prorata des ventes des 12 derniers
*>   mois du journal des stocks ; sans vente journalisee, une seule
*>   proposition tous depots (depot blanc) ; au-dela de 1000
*>   couples produit/depot, les ventes des couples suivants ne sont
*>   pas reparties (message et code retour 4)
*> - Un produit sans vente sur 12 mois n'est pas propose : son seuil
*>   en place est laisse a l'acheteur (cf PSLOWSTK)
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande,
*>   apres PSEASON et avant PREPLEN
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PREORDPT.

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

           SELECT FSEASON ASSIGN TO DSEASON-RPT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-SEA.

           SELECT FVENDOR ASSIGN TO DVENDOR
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-VND.

           SELECT FLEDGER ASSIGN TO DSTOCK-LEDGER
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-LED.

           SELECT FREORDER ASSIGN TO DREORDER-PT
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-ROP.

*> Taux de service et couverture, configurables comme DSLOW-PROV de
*> PSLOWSTK ; fichier absent = valeurs par defaut
           SELECT FPARAM ASSIGN TO DREORDER-PARM
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-PAR.

           SELECT FACCEPT ASSIGN TO DREORDER-ACCEPT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-ACC.

           SELECT FROPRPT ASSIGN TO DREORDER-RPT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-RPT.

           SELECT FAUDIT ASSIGN TO DREORDER-AUDIT
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-AUD.

       DATA DIVISION.
       FILE SECTION.

*> Même découpage que celui valide par PPARMVAL (cf PPARMVAL.cbl)
       FD FRUNPARM
           RECORDING MODE IS F.

       01 ENRRUNPARM.
          05 PRM-CLE         PIC X(12).
          05 FILLER          PIC X(1).
          05 PRM-VALEUR      PIC X(20).

*> Même structure que celle écrite par PSEASON (cf PSEASON.cbl)
       FD FSEASON
           RECORDING MODE IS F.

       01 ENRSEASON.
          05 SEA-TYPE-REC       PIC X(1).
          05 FILLER             PIC X(1).
          05 SEA-P-NO           PIC X(3).
          05 FILLER             PIC X(1).
          05 SEA-MOIS           PIC X(7).
          05 FILLER             PIC X(1).
          05 SEA-UNITES         PIC X(7).
          05 FILLER             PIC X(1).
          05 SEA-MONTANT        PIC X(12).

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

*> Même découpage que dans PREPLEN (cf PREPLEN.cbl)
       FD FREORDER
           RECORDING MODE IS F.

       01 ENRREORDER.
          05 ROP-P-NO       PIC X(3).
          05 FILLER         PIC X(1).
          05 ROP-POINT      PIC 9(5).
          05 FILLER         PIC X(1).
          05 ROP-QTY        PIC 9(5).
          05 FILLER         PIC X(1).
          05 ROP-DEPOT      PIC X(2).

       01 ENRREORDTXT REDEFINES ENRREORDER PIC X(18).

*> Parametres du calcul, un seul enregistrement attendu
       FD FPARAM
           RECORDING MODE IS F.

       01 ENRPARAM.
          05 PAR-SERVICE     PIC 9(2).
          05 FILLER          PIC X(1).
          05 PAR-COUVERTURE  PIC 9(2).
          05 FILLER          PIC X(1).
          05 PAR-DELAI       PIC 9(3).

       FD FACCEPT
           RECORDING MODE IS F.

       01 ENRACCEPT          PIC X(40).

*> Rapport : 'H' entete, 'P' proposition, 'T' synthese
       FD FROPRPT
           RECORDING MODE IS F.

       01 ENRROPRPT.
          05 RPT-TYPE-REC    PIC X(1).
          05 FILLER          PIC X(1).
          05 RPT-P-NO        PIC 9(3).
          05 FILLER          PIC X(1).
          05 RPT-DEPOT       PIC X(2).
          05 FILLER          PIC X(1).
          05 RPT-DELAI       PIC ZZ9.
          05 FILLER          PIC X(1).
          05 RPT-BASE        PIC ZZZZ9.
          05 FILLER          PIC X(1).
          05 RPT-INDICE      PIC Z9,99.
          05 FILLER          PIC X(1).
          05 RPT-SECURITE    PIC ZZZZ9.
          05 FILLER          PIC X(1).
          05 RPT-ANC-POINT   PIC ZZZZ9.
          05 FILLER          PIC X(1).
          05 RPT-ANC-QTE     PIC ZZZZ9.
          05 FILLER          PIC X(1).
          05 RPT-NOUV-POINT  PIC ZZZZ9.
          05 FILLER          PIC X(1).
          05 RPT-NOUV-QTE    PIC ZZZZ9.
          05 FILLER          PIC X(1).
          05 RPT-ETAT        PIC X(8).
          05 FILLER          PIC X(17).

       01 ENRROPTXT REDEFINES ENRROPRPT PIC X(80).

*> Audit des seuils : 'D' = seuil cree (C) ou modifie (M), 'T' = run
       FD FAUDIT
           RECORDING MODE IS F.

       01 ENRAUDIT.
          05 AUD-REC-TYPE      PIC X(1).
          05 AUD-ACTION        PIC X(1).
          05 AUD-P-NO          PIC 9(3).
          05 AUD-DEPOT         PIC X(2).
          05 AUD-POINT-AVANT   PIC 9(5).
          05 AUD-QTE-AVANT     PIC 9(5).
          05 AUD-POINT-APRES   PIC 9(5).
          05 AUD-QTE-APRES     PIC 9(5).
          05 AUD-SERVICE       PIC 9(2).
          05 AUD-DELAI         PIC 9(3).
          05 AUD-OPERATEUR     PIC X(8).
          05 AUD-TIMESTAMP     PIC X(21).
          05 AUD-PROPOSES      PIC 9(5).
          05 AUD-APPLIQUES     PIC 9(5).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-PRM      PIC 99 VALUE 0.
       77 WS-STATUS-SEA      PIC 99 VALUE 0.
       77 WS-STATUS-VND      PIC 99 VALUE 0.
       77 WS-STATUS-LED      PIC 99 VALUE 0.
       77 WS-STATUS-ROP      PIC 99 VALUE 0.
       77 WS-STATUS-PAR      PIC 99 VALUE 0.
       77 WS-STATUS-ACC      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.
       77 WS-STATUS-AUD      PIC 99 VALUE 0.

       01 WS-PARM-FICHIER    PIC X(1) VALUE 'N'.
       01 WS-EOF             PIC X(1).

*> Date du run, mois du run en nombre de mois, coupure a 12 mois
*> pour la repartition par depot
       01 WS-DATE-RUN        PIC X(10).
       01 WS-DATE-CURRENT    PIC X(21).
       01 WS-RUN-AN          PIC 9(4).
       01 WS-RUN-MOIS        PIC 99.
       01 WS-RUN-RANG        PIC 9(6).
       01 WS-COUPE-12M       PIC X(10).
       01 WS-CP-AN           PIC 9(4).
       01 WS-RANG            PIC 9(6).
       01 WS-DECALAGE        PIC S9(6).

*> Parametres du calcul et facteur z du taux de service
       01 WS-SERVICE         PIC 9(2) VALUE 95.
       01 WS-COUVERTURE      PIC 9(2) VALUE 1.
       01 WS-DELAI-DEFAUT    PIC 9(3) VALUE 30.
       01 WS-FACTEUR-Z       PIC 9V99.
       01 WS-Z-EDIT          PIC 9,99.

*> Produits vendus : ventes des 23 mois de la fenetre (rang 1 = mois
*> qui precede le mois du run) et delai fournisseur
       01 WS-PRD-TABLE.
          05 WS-PRD OCCURS 300.
             10 WS-PRD-PNO        PIC 9(3).
             10 WS-PRD-DELAI      PIC 9(3).
             10 WS-PRD-DELAI-CONNU PIC X(1).
             10 WS-PRD-UNITES     PIC 9(7) OCCURS 23.
       01 WS-NB-PRD          PIC 9(3) VALUE 0.
       01 WS-PRD-IDX         PIC 9(3).
       01 WS-PRD-TROUVE      PIC 9(3).
       01 WS-CH-PNO          PIC 9(3).
       01 WS-MOIS-IDX        PIC 9(2).

*> Ventes journalisees des 12 derniers mois par produit et depot
       01 WS-DSH-TABLE.
          05 WS-DSH OCCURS 1000.
             10 WS-DSH-PNO        PIC 9(3).
             10 WS-DSH-DEPOT      PIC X(2).
             10 WS-DSH-QTE        PIC 9(7).
       01 WS-NB-DSH          PIC 9(4) VALUE 0.
       01 WS-DSH-IDX         PIC 9(4).
       01 WS-DSH-TROUVE      PIC 9(4).
       01 WS-DSH-TOTAL       PIC 9(7).
*> Mouvements du journal ecartes faute de place dans la table
       77 WS-CT-DSH-DEBORD   PIC 9(7) VALUE 0.

*> Seuils en place (ligne brute conservee pour la reecriture) et
*> seuils acceptes a creer
       01 WS-ROP-TABLE.
          05 WS-ROP OCCURS 1000.
             10 WS-ROP-BRUT       PIC X(18).
             10 WS-ROP-VALIDE     PIC X(1).
             10 WS-ROP-PNO        PIC 9(3).
             10 WS-ROP-DEPOT      PIC X(2).
             10 WS-ROP-POINT      PIC 9(5).
             10 WS-ROP-QTY        PIC 9(5).
             10 WS-ROP-MODIFIE    PIC X(1).
       01 WS-NB-ROP          PIC 9(4) VALUE 0.
       01 WS-ROP-IDX         PIC 9(4).
       01 WS-ROP-EXACT       PIC 9(4).
       01 WS-ROP-TOUS        PIC 9(4).

*> Acceptations : cle produit + depot, ou TOUS
       01 WS-ACC-TABLE.
          05 WS-ACC OCCURS 500.
             10 WS-ACC-PNO        PIC 9(3).
             10 WS-ACC-DEPOT      PIC X(2).
             10 WS-ACC-OPERATEUR  PIC X(8).
       01 WS-NB-ACC          PIC 9(3) VALUE 0.
       01 WS-ACC-IDX         PIC 9(3).
       01 WS-ACC-TOUS        PIC X(1) VALUE 'N'.
       01 WS-ACC-TOUS-OPER   PIC X(8).
       01 WS-ACC-FICHIER     PIC X(1) VALUE 'N'.
       01 WS-ACC-PNO-X       PIC X(4).
       01 WS-ACC-DEPOT-X     PIC X(2).
       01 WS-ACC-OPER-X      PIC X(8).
       01 WS-ACCEPTE         PIC X(1).
       01 WS-OPERATEUR       PIC X(8).

*> Calcul d'un produit : indices saisonniers par mois civil, base,
*> ecart-type, horizon du delai
       01 WS-IDX-SOMME       PIC 9(9) OCCURS 12.
       01 WS-IDX-NB          PIC 9(2) OCCURS 12.
       01 WS-INDICE          PIC 9(2)V9999 OCCURS 12.
       01 WS-CAL             PIC 9(2).
       01 WS-TOTAL-FENETRE   PIC 9(9).
       01 WS-MOY-FENETRE     PIC 9(7)V9999.
       01 WS-BASE            PIC 9(7)V9999.
       01 WS-DESAIS          PIC 9(7)V9999.
       01 WS-SOMME-CARRES    PIC 9(13)V9999.
       01 WS-ECART-TYPE      PIC 9(7)V9999.
       01 WS-DELAI           PIC 9(3).
       01 WS-NB-MOIS-DELAI   PIC 9(2).
       01 WS-J               PIC 9(2).
       01 WS-PREV-HORIZON    PIC 9(9)V9999.
       01 WS-INDICE-HORIZON  PIC 9(2)V9999.
       01 WS-DEMANDE-DELAI   PIC 9(9)V9999.
       01 WS-SECURITE        PIC 9(9)V9999.
       01 WS-PREV-REASSORT   PIC 9(9)V9999.
       01 WS-POINT-CALC      PIC 9(9)V9999.
       01 WS-QTE-CALC        PIC 9(9)V9999.

*> Proposition d'un couple produit/depot
       01 WS-PRO-DEPOT       PIC X(2).
       01 WS-PRO-PART        PIC 9V9999.
       01 WS-PRO-VALEUR      PIC 9(9)V9999.
       01 WS-PRO-ENTIER      PIC 9(9).
       01 WS-PRO-POINT       PIC 9(5).
       01 WS-PRO-QTE         PIC 9(5).
       01 WS-PRO-SECURITE    PIC 9(5).
       01 WS-ANC-POINT       PIC 9(5).
       01 WS-ANC-QTE         PIC 9(5).
       01 WS-ANC-CONNU       PIC X(1).

       77 WS-CT-PRODUITS     PIC 9(5) VALUE 0.
       77 WS-CT-SANS-VENTE   PIC 9(5) VALUE 0.
       77 WS-CT-PROPOSES     PIC 9(5) VALUE 0.
       77 WS-CT-IDEM         PIC 9(5) VALUE 0.
       77 WS-CT-APPLIQUES    PIC 9(5) VALUE 0.
       77 WS-CT-STR          PIC ZZZZ9.

*> Code retour : 8 si DATE-RUN ou l'historique PSEASON manque, 4 si
*> une table deborde, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 2000-CHARGER-SEUILS
              PERFORM 2100-CHARGER-HISTORIQUE
           END-IF

           IF WS-RETURN-CODE NOT = 8
              PERFORM 2200-CHARGER-DELAIS
              PERFORM 2300-CHARGER-REPARTITION
              PERFORM 2400-CHARGER-ACCEPTATIONS
              PERFORM 3000-PROPOSER
              IF WS-CT-APPLIQUES > 0
                 PERFORM 4000-REECRIRE-SEUILS
              END-IF
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Parametres du run et du calcul
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

           DISPLAY 'PREORDPT - PARAMETRES : DATE-RUN=' WS-DATE-RUN

           IF WS-DATE-RUN = SPACES
              OR WS-DATE-RUN(1:4) NOT NUMERIC
              OR WS-DATE-RUN(6:2) NOT NUMERIC
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PREORDPT : DATE-RUN ABSENTE OU INVALIDE'
           ELSE
              MOVE WS-DATE-RUN(1:4) TO WS-RUN-AN
              MOVE WS-DATE-RUN(6:2) TO WS-RUN-MOIS
              COMPUTE WS-RUN-RANG = WS-RUN-AN * 12 + WS-RUN-MOIS
              MOVE WS-DATE-RUN TO WS-COUPE-12M
              COMPUTE WS-CP-AN = WS-RUN-AN - 1
              MOVE WS-CP-AN TO WS-COUPE-12M(1:4)
           END-IF

           PERFORM 1100-LIRE-PARAMETRES

           OPEN OUTPUT FROPRPT

           MOVE SPACES TO ENRROPTXT
           STRING 'H DATE-RUN '    DELIMITED BY SIZE
                  WS-DATE-RUN      DELIMITED BY SIZE
                  ' SERVICE '      DELIMITED BY SIZE
                  WS-SERVICE       DELIMITED BY SIZE
                  '% Z='           DELIMITED BY SIZE
                  WS-Z-EDIT        DELIMITED BY SIZE
                  ' COUVERTURE '   DELIMITED BY SIZE
                  WS-COUVERTURE    DELIMITED BY SIZE
                  ' MOIS DELAI DEFAUT ' DELIMITED BY SIZE
                  WS-DELAI-DEFAUT  DELIMITED BY SIZE
                  ' J'             DELIMITED BY SIZE
                  INTO ENRROPTXT
           END-STRING
           WRITE ENRROPRPT

           MOVE SPACES TO ENRROPTXT
           MOVE 'H PRD DP DEL  BASE  IND   SEC  PT-A QTE-A  PT-N QTE-N'
                TO ENRROPTXT
           MOVE 'ETAT' TO ENRROPTXT(56:4)
           WRITE ENRROPRPT
           .

*> Parametres du calcul : zone absente, non numerique ou nulle ->
*> valeur par defaut ; facteur z du taux de service retenu
       1100-LIRE-PARAMETRES.

           OPEN INPUT FPARAM
           IF WS-STATUS-PAR = 0
              READ FPARAM
                 NOT AT END
                    IF PAR-SERVICE IS NUMERIC AND PAR-SERVICE > 0
                       MOVE PAR-SERVICE TO WS-SERVICE
                    END-IF
                    IF PAR-COUVERTURE IS NUMERIC
                       AND PAR-COUVERTURE > 0
                       MOVE PAR-COUVERTURE TO WS-COUVERTURE
                    END-IF
                    IF PAR-DELAI IS NUMERIC AND PAR-DELAI > 0
                       MOVE PAR-DELAI TO WS-DELAI-DEFAUT
                    END-IF
              END-READ
              CLOSE FPARAM
           END-IF

           EVALUATE TRUE
              WHEN WS-SERVICE >= 99
                 MOVE 2,33 TO WS-FACTEUR-Z
              WHEN WS-SERVICE >= 98
                 MOVE 2,05 TO WS-FACTEUR-Z
              WHEN WS-SERVICE >= 97
                 MOVE 1,96 TO WS-FACTEUR-Z
              WHEN WS-SERVICE >= 95
                 MOVE 1,65 TO WS-FACTEUR-Z
              WHEN WS-SERVICE >= 90
                 MOVE 1,28 TO WS-FACTEUR-Z
              WHEN OTHER
                 MOVE 0,84 TO WS-FACTEUR-Z
           END-EVALUATE
           MOVE WS-FACTEUR-Z TO WS-Z-EDIT

           DISPLAY 'PREORDPT - SERVICE=' WS-SERVICE '% Z=' WS-Z-EDIT
                   ' COUVERTURE=' WS-COUVERTURE ' MOIS'
                   ' DELAI DEFAUT=' WS-DELAI-DEFAUT
           .

*> Seuils en place : chaque ligne est gardee brute pour etre
*> recopiee telle quelle si aucune proposition ne la touche
       2000-CHARGER-SEUILS.

           OPEN INPUT FREORDER
           IF WS-STATUS-ROP = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FREORDER
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM 2010-RETENIR-SEUIL
                 END-READ
              END-PERFORM
              CLOSE FREORDER
           END-IF
           .

       2010-RETENIR-SEUIL.

           IF WS-NB-ROP < 1000
              ADD 1 TO WS-NB-ROP
              MOVE ENRREORDTXT TO WS-ROP-BRUT(WS-NB-ROP)
              MOVE 'N' TO WS-ROP-MODIFIE(WS-NB-ROP)
              IF ROP-P-NO IS NUMERIC
                 AND ROP-POINT IS NUMERIC
                 AND ROP-QTY IS NUMERIC
                 MOVE 'Y'       TO WS-ROP-VALIDE(WS-NB-ROP)
                 MOVE ROP-P-NO  TO WS-ROP-PNO(WS-NB-ROP)
                 MOVE ROP-DEPOT TO WS-ROP-DEPOT(WS-NB-ROP)
                 MOVE ROP-POINT TO WS-ROP-POINT(WS-NB-ROP)
                 MOVE ROP-QTY   TO WS-ROP-QTY(WS-NB-ROP)
              ELSE
                 MOVE 'N' TO WS-ROP-VALIDE(WS-NB-ROP)
              END-IF
           ELSE
*> Table pleine : DREORDER-PT ne doit pas etre reecrit tronque
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PREORDPT : DREORDER-PT DEPASSE 1000 LIGNES'
              MOVE 'Y' TO WS-EOF
           END-IF
           .

*> Historique mensuel de PSEASON : seuls les 23 mois complets qui
*> precedent le mois du run sont retenus
       2100-CHARGER-HISTORIQUE.

           OPEN INPUT FSEASON
           IF WS-STATUS-SEA NOT = 0
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PREORDPT : HISTORIQUE DSEASON-RPT ABSENT'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FSEASON
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF SEA-TYPE-REC = 'M'
                          PERFORM 2110-RETENIR-MOIS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FSEASON
           END-IF
           .

       2110-RETENIR-MOIS.

           IF SEA-P-NO IS NUMERIC
              AND SEA-MOIS(1:4) IS NUMERIC
              AND SEA-MOIS(6:2) IS NUMERIC
              COMPUTE WS-RANG = FUNCTION NUMVAL(SEA-MOIS(1:4)) * 12
                              + FUNCTION NUMVAL(SEA-MOIS(6:2))
              COMPUTE WS-DECALAGE = WS-RUN-RANG - WS-RANG
              IF WS-DECALAGE >= 1 AND WS-DECALAGE <= 23
                 MOVE SEA-P-NO TO WS-CH-PNO
                 PERFORM 2120-CHERCHER-PRODUIT
                 IF WS-PRD-TROUVE > 0
                    MOVE WS-DECALAGE TO WS-MOIS-IDX
                    COMPUTE WS-PRD-UNITES(WS-PRD-TROUVE, WS-MOIS-IDX)
                          = WS-PRD-UNITES(WS-PRD-TROUVE, WS-MOIS-IDX)
                          + FUNCTION NUMVAL(SEA-UNITES)
                 END-IF
              END-IF
           END-IF
           .

*> Produit WS-CH-PNO, cree s'il n'est pas encore en table
       2120-CHERCHER-PRODUIT.

           MOVE 0 TO WS-PRD-TROUVE
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-NB-PRD
                   OR WS-PRD-TROUVE > 0
              IF WS-PRD-PNO(WS-PRD-IDX) = WS-CH-PNO
                 MOVE WS-PRD-IDX TO WS-PRD-TROUVE
              END-IF
           END-PERFORM

           IF WS-PRD-TROUVE = 0
              IF WS-NB-PRD < 300
                 ADD 1 TO WS-NB-PRD
                 MOVE WS-NB-PRD TO WS-PRD-TROUVE
                 INITIALIZE WS-PRD(WS-NB-PRD)
                 MOVE WS-CH-PNO TO WS-PRD-PNO(WS-NB-PRD)
                 MOVE 'N' TO WS-PRD-DELAI-CONNU(WS-NB-PRD)
              ELSE
                 MOVE 4 TO WS-RETURN-CODE
                 DISPLAY 'PREORDPT : TABLE DES PRODUITS PLEINE, '
                         WS-CH-PNO ' IGNORE'
              END-IF
           END-IF
           .

*> Delai fournisseur du produit : premiere ligne DVENDOR du produit
       2200-CHARGER-DELAIS.

           OPEN INPUT FVENDOR
           IF WS-STATUS-VND = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FVENDOR
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM 2210-RETENIR-DELAI
                 END-READ
              END-PERFORM
              CLOSE FVENDOR
           END-IF
           .

       2210-RETENIR-DELAI.

           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-NB-PRD
              IF WS-PRD-PNO(WS-PRD-IDX) = VND-P-NO
                 AND WS-PRD-DELAI-CONNU(WS-PRD-IDX) = 'N'
                 AND VND-DELAI IS NUMERIC
                 AND VND-DELAI > 0
                 MOVE VND-DELAI TO WS-PRD-DELAI(WS-PRD-IDX)
                 MOVE 'Y' TO WS-PRD-DELAI-CONNU(WS-PRD-IDX)
              END-IF
           END-PERFORM
           .

*> Ventes des 12 derniers mois par depot (mouvements VT et KT du
*> journal des stocks, quantites sorties)
       2300-CHARGER-REPARTITION.

           OPEN INPUT FLEDGER
           IF WS-STATUS-LED = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FLEDGER
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF (LED-TYPE = 'VT' OR LED-TYPE = 'KT')
                          AND LED-PORTEE NOT = 'G'
                          AND LED-DEPOT NOT = SPACES
                          AND LED-DATE >= WS-COUPE-12M
                          AND LED-QTE < 0
                          PERFORM 2310-CUMULER-DEPOT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FLEDGER
           END-IF

           IF WS-CT-DSH-DEBORD > 0
              MOVE 4 TO WS-RETURN-CODE
              DISPLAY 'PREORDPT : TABLE DES DEPOTS PLEINE, '
                      WS-CT-DSH-DEBORD ' MOUVEMENT(S) NON REPARTI(S)'
           END-IF
           .

       2310-CUMULER-DEPOT.

           MOVE 0 TO WS-DSH-TROUVE
           PERFORM VARYING WS-DSH-IDX FROM 1 BY 1
                   UNTIL WS-DSH-IDX > WS-NB-DSH
                   OR WS-DSH-TROUVE > 0
              IF WS-DSH-PNO(WS-DSH-IDX) = LED-P-NO
                 AND WS-DSH-DEPOT(WS-DSH-IDX) = LED-DEPOT
                 MOVE WS-DSH-IDX TO WS-DSH-TROUVE
              END-IF
           END-PERFORM

           IF WS-DSH-TROUVE = 0
              IF WS-NB-DSH < 1000
                 ADD 1 TO WS-NB-DSH
                 MOVE WS-NB-DSH TO WS-DSH-TROUVE
                 MOVE LED-P-NO  TO WS-DSH-PNO(WS-NB-DSH)
                 MOVE LED-DEPOT TO WS-DSH-DEPOT(WS-NB-DSH)
                 MOVE 0         TO WS-DSH-QTE(WS-NB-DSH)
              ELSE
                 ADD 1 TO WS-CT-DSH-DEBORD
              END-IF
           END-IF

           IF WS-DSH-TROUVE > 0
              COMPUTE WS-DSH-QTE(WS-DSH-TROUVE) =
                      WS-DSH-QTE(WS-DSH-TROUVE) - LED-QTE
           END-IF
           .

*> Propositions acceptees apres revue ; sans fichier, run de
*> proposition seule
       2400-CHARGER-ACCEPTATIONS.

           OPEN INPUT FACCEPT
           IF WS-STATUS-ACC = 0
              MOVE 'Y' TO WS-ACC-FICHIER
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FACCEPT
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF ENRACCEPT NOT = SPACES
                          PERFORM 2410-RETENIR-ACCEPTATION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FACCEPT
           END-IF
           .

       2410-RETENIR-ACCEPTATION.

           MOVE SPACES TO WS-ACC-PNO-X WS-ACC-DEPOT-X WS-ACC-OPER-X
           UNSTRING ENRACCEPT DELIMITED BY ';'
              INTO WS-ACC-PNO-X WS-ACC-DEPOT-X WS-ACC-OPER-X
           END-UNSTRING

           EVALUATE TRUE
              WHEN WS-ACC-PNO-X = 'TOUS'
                 MOVE 'Y' TO WS-ACC-TOUS
                 MOVE WS-ACC-OPER-X TO WS-ACC-TOUS-OPER
              WHEN WS-ACC-PNO-X(1:3) IS NUMERIC
                   AND WS-ACC-PNO-X(4:1) = SPACE
                 IF WS-NB-ACC < 500
                    ADD 1 TO WS-NB-ACC
                    MOVE WS-ACC-PNO-X(1:3) TO WS-ACC-PNO(WS-NB-ACC)
                    MOVE WS-ACC-DEPOT-X TO WS-ACC-DEPOT(WS-NB-ACC)
                    MOVE WS-ACC-OPER-X  TO WS-ACC-OPERATEUR(WS-NB-ACC)
                 ELSE
                    MOVE 4 TO WS-RETURN-CODE
                    DISPLAY 'PREORDPT : ACCEPTATIONS AU-DELA DE 500 '
                            'IGNOREES'
                 END-IF
              WHEN OTHER
                 DISPLAY 'PREORDPT : ACCEPTATION ILLISIBLE IGNOREE : '
                         ENRACCEPT
           END-EVALUATE
           .

*> Un calcul par produit vendu, puis une proposition par depot
       3000-PROPOSER.

           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-NB-PRD
              ADD 1 TO WS-CT-PRODUITS
              PERFORM 3100-CALCULER-PRODUIT
              IF WS-BASE = 0
                 ADD 1 TO WS-CT-SANS-VENTE
              ELSE
                 PERFORM 3200-REPARTIR-DEPOTS
              END-IF
           END-PERFORM

           MOVE SPACES TO ENRROPTXT
           MOVE 'T' TO RPT-TYPE-REC
           MOVE WS-CT-PROPOSES TO WS-CT-STR
           STRING 'T PROPOSITIONS ' DELIMITED BY SIZE
                  WS-CT-STR         DELIMITED BY SIZE
                  INTO ENRROPTXT
           END-STRING
           MOVE WS-CT-IDEM TO WS-CT-STR
           MOVE 'INCHANGEES' TO ENRROPTXT(23:10)
           MOVE WS-CT-STR    TO ENRROPTXT(34:5)
           MOVE WS-CT-APPLIQUES TO WS-CT-STR
           MOVE 'APPLIQUEES' TO ENRROPTXT(41:10)
           MOVE WS-CT-STR    TO ENRROPTXT(52:5)
           MOVE WS-CT-SANS-VENTE TO WS-CT-STR
           MOVE 'SANS VENTE' TO ENRROPTXT(59:10)
           MOVE WS-CT-STR    TO ENRROPTXT(70:5)
           WRITE ENRROPRPT
           .

*> Indices saisonniers, demande de base, ecart-type desaisonnalise,
*> demande sur le delai, stock de securite et reassort du produit
       3100-CALCULER-PRODUIT.

           MOVE 0 TO WS-TOTAL-FENETRE WS-BASE
           PERFORM VARYING WS-CAL FROM 1 BY 1 UNTIL WS-CAL > 12
              MOVE 0 TO WS-IDX-SOMME(WS-CAL) WS-IDX-NB(WS-CAL)
              MOVE 1 TO WS-INDICE(WS-CAL)
           END-PERFORM

           PERFORM VARYING WS-MOIS-IDX FROM 1 BY 1
                   UNTIL WS-MOIS-IDX > 23
              COMPUTE WS-CAL = FUNCTION MOD(WS-RUN-MOIS - 1
                                            - WS-MOIS-IDX, 12) + 1
              ADD WS-PRD-UNITES(WS-PRD-IDX, WS-MOIS-IDX)
                  TO WS-IDX-SOMME(WS-CAL) WS-TOTAL-FENETRE
              ADD 1 TO WS-IDX-NB(WS-CAL)
              IF WS-MOIS-IDX <= 12
                 ADD WS-PRD-UNITES(WS-PRD-IDX, WS-MOIS-IDX) TO WS-BASE
              END-IF
           END-PERFORM
           COMPUTE WS-BASE = WS-BASE / 12

           IF WS-BASE > 0
              COMPUTE WS-MOY-FENETRE = WS-TOTAL-FENETRE / 23
              PERFORM VARYING WS-CAL FROM 1 BY 1 UNTIL WS-CAL > 12
                 COMPUTE WS-INDICE(WS-CAL) ROUNDED =
                         WS-IDX-SOMME(WS-CAL) / WS-IDX-NB(WS-CAL)
                         / WS-MOY-FENETRE
              END-PERFORM
              PERFORM 3110-ECART-TYPE
              PERFORM 3120-HORIZON
           END-IF
           .

*> Ecart-type des 12 derniers mois desaisonnalises autour de la base
       3110-ECART-TYPE.

           MOVE 0 TO WS-SOMME-CARRES
           PERFORM VARYING WS-MOIS-IDX FROM 1 BY 1
                   UNTIL WS-MOIS-IDX > 12
              COMPUTE WS-CAL = FUNCTION MOD(WS-RUN-MOIS - 1
                                            - WS-MOIS-IDX, 12) + 1
              IF WS-INDICE(WS-CAL) > 0
                 COMPUTE WS-DESAIS =
                         WS-PRD-UNITES(WS-PRD-IDX, WS-MOIS-IDX)
                         / WS-INDICE(WS-CAL)
              ELSE
                 MOVE WS-BASE TO WS-DESAIS
              END-IF
              COMPUTE WS-SOMME-CARRES = WS-SOMME-CARRES
                      + (WS-DESAIS - WS-BASE) * (WS-DESAIS - WS-BASE)
           END-PERFORM
           COMPUTE WS-ECART-TYPE = FUNCTION SQRT(WS-SOMME-CARRES / 11)
           .

*> Mois a venir : demande prevue sur le delai (a partir du mois du
*> run), stock de securite, puis reassort sur la couverture
       3120-HORIZON.

           IF WS-PRD-DELAI-CONNU(WS-PRD-IDX) = 'Y'
              MOVE WS-PRD-DELAI(WS-PRD-IDX) TO WS-DELAI
           ELSE
              MOVE WS-DELAI-DEFAUT TO WS-DELAI
           END-IF
           COMPUTE WS-NB-MOIS-DELAI = (WS-DELAI + 29) / 30

           MOVE 0 TO WS-PREV-HORIZON
           PERFORM VARYING WS-J FROM 0 BY 1
                   UNTIL WS-J >= WS-NB-MOIS-DELAI
              COMPUTE WS-CAL = FUNCTION MOD(WS-RUN-MOIS - 1 + WS-J, 12)
                             + 1
              COMPUTE WS-PREV-HORIZON = WS-PREV-HORIZON
                                      + WS-BASE * WS-INDICE(WS-CAL)
           END-PERFORM
           COMPUTE WS-INDICE-HORIZON ROUNDED =
                   WS-PREV-HORIZON / WS-NB-MOIS-DELAI / WS-BASE
           COMPUTE WS-DEMANDE-DELAI = WS-PREV-HORIZON * WS-DELAI
                                    / (WS-NB-MOIS-DELAI * 30)
           COMPUTE WS-SECURITE = WS-FACTEUR-Z * WS-ECART-TYPE
                               * FUNCTION SQRT(WS-DELAI / 30)

           MOVE 0 TO WS-PREV-REASSORT
           PERFORM VARYING WS-J FROM WS-NB-MOIS-DELAI BY 1
                   UNTIL WS-J >= WS-NB-MOIS-DELAI + WS-COUVERTURE
              COMPUTE WS-CAL = FUNCTION MOD(WS-RUN-MOIS - 1 + WS-J, 12)
                             + 1
              COMPUTE WS-PREV-REASSORT = WS-PREV-REASSORT
                                       + WS-BASE * WS-INDICE(WS-CAL)
           END-PERFORM

           COMPUTE WS-POINT-CALC = WS-DEMANDE-DELAI + WS-SECURITE
           MOVE WS-PREV-REASSORT TO WS-QTE-CALC
           .

*> Repartition au prorata des ventes journalisees par depot ; sans
*> vente journalisee, une proposition tous depots
       3200-REPARTIR-DEPOTS.

           MOVE 0 TO WS-DSH-TOTAL
           PERFORM VARYING WS-DSH-IDX FROM 1 BY 1
                   UNTIL WS-DSH-IDX > WS-NB-DSH
              IF WS-DSH-PNO(WS-DSH-IDX) = WS-PRD-PNO(WS-PRD-IDX)
                 ADD WS-DSH-QTE(WS-DSH-IDX) TO WS-DSH-TOTAL
              END-IF
           END-PERFORM

           IF WS-DSH-TOTAL = 0
              MOVE SPACES TO WS-PRO-DEPOT
              MOVE 1 TO WS-PRO-PART
              PERFORM 3300-PROPOSITION
           ELSE
              PERFORM VARYING WS-DSH-IDX FROM 1 BY 1
                      UNTIL WS-DSH-IDX > WS-NB-DSH
                 IF WS-DSH-PNO(WS-DSH-IDX) = WS-PRD-PNO(WS-PRD-IDX)
                    AND WS-DSH-QTE(WS-DSH-IDX) > 0
                    MOVE WS-DSH-DEPOT(WS-DSH-IDX) TO WS-PRO-DEPOT
                    COMPUTE WS-PRO-PART ROUNDED =
                            WS-DSH-QTE(WS-DSH-IDX) / WS-DSH-TOTAL
                    PERFORM 3300-PROPOSITION
                 END-IF
              END-PERFORM
           END-IF
           .

*> Une proposition produit/depot : valeurs arrondies a l'unite
*> superieure, comparees au seuil en place, appliquees si acceptees
       3300-PROPOSITION.

           ADD 1 TO WS-CT-PROPOSES

           COMPUTE WS-PRO-VALEUR = WS-POINT-CALC * WS-PRO-PART
           PERFORM 3310-ARRONDI-SUPERIEUR
           MOVE WS-PRO-ENTIER TO WS-PRO-POINT
           COMPUTE WS-PRO-VALEUR = WS-QTE-CALC * WS-PRO-PART
           PERFORM 3310-ARRONDI-SUPERIEUR
           IF WS-PRO-ENTIER = 0
              MOVE 1 TO WS-PRO-ENTIER
           END-IF
           MOVE WS-PRO-ENTIER TO WS-PRO-QTE
           COMPUTE WS-PRO-VALEUR = WS-SECURITE * WS-PRO-PART
           PERFORM 3310-ARRONDI-SUPERIEUR
           MOVE WS-PRO-ENTIER TO WS-PRO-SECURITE

*> Seuil en place : ligne du depot, a defaut ligne tous depots (meme
*> priorite que PREPLEN)
           MOVE 0 TO WS-ROP-EXACT WS-ROP-TOUS
           PERFORM VARYING WS-ROP-IDX FROM 1 BY 1
                   UNTIL WS-ROP-IDX > WS-NB-ROP
              IF WS-ROP-VALIDE(WS-ROP-IDX) = 'Y'
                 AND WS-ROP-PNO(WS-ROP-IDX) = WS-PRD-PNO(WS-PRD-IDX)
                 IF WS-ROP-DEPOT(WS-ROP-IDX) = WS-PRO-DEPOT
                    MOVE WS-ROP-IDX TO WS-ROP-EXACT
                 END-IF
                 IF WS-ROP-DEPOT(WS-ROP-IDX) = SPACES
                    MOVE WS-ROP-IDX TO WS-ROP-TOUS
                 END-IF
              END-IF
           END-PERFORM

           MOVE 'Y' TO WS-ANC-CONNU
           EVALUATE TRUE
              WHEN WS-ROP-EXACT > 0
                 MOVE WS-ROP-POINT(WS-ROP-EXACT) TO WS-ANC-POINT
                 MOVE WS-ROP-QTY(WS-ROP-EXACT)   TO WS-ANC-QTE
              WHEN WS-ROP-TOUS > 0
                 MOVE WS-ROP-POINT(WS-ROP-TOUS) TO WS-ANC-POINT
                 MOVE WS-ROP-QTY(WS-ROP-TOUS)   TO WS-ANC-QTE
              WHEN OTHER
                 MOVE 'N' TO WS-ANC-CONNU
                 MOVE 0 TO WS-ANC-POINT WS-ANC-QTE
           END-EVALUATE

           MOVE SPACES TO ENRROPTXT
           MOVE 'P' TO RPT-TYPE-REC
           MOVE WS-PRD-PNO(WS-PRD-IDX) TO RPT-P-NO
           MOVE WS-PRO-DEPOT       TO RPT-DEPOT
           MOVE WS-DELAI           TO RPT-DELAI
           MOVE WS-BASE            TO RPT-BASE
           MOVE WS-INDICE-HORIZON  TO RPT-INDICE
           MOVE WS-PRO-SECURITE    TO RPT-SECURITE
           IF WS-ANC-CONNU = 'Y'
              MOVE WS-ANC-POINT TO RPT-ANC-POINT
              MOVE WS-ANC-QTE   TO RPT-ANC-QTE
           END-IF
           MOVE WS-PRO-POINT TO RPT-NOUV-POINT
           MOVE WS-PRO-QTE   TO RPT-NOUV-QTE

           IF WS-ROP-EXACT > 0
              AND WS-PRO-POINT = WS-ANC-POINT
              AND WS-PRO-QTE = WS-ANC-QTE
              ADD 1 TO WS-CT-IDEM
              MOVE 'IDEM' TO RPT-ETAT
           ELSE
              PERFORM 3320-EST-ACCEPTEE
*> Seuil a creer alors que la table est pleine : laisse en proposition
              IF WS-ACCEPTE = 'Y' AND WS-ROP-EXACT = 0
                 AND WS-NB-ROP >= 1000
                 MOVE 'N' TO WS-ACCEPTE
                 MOVE 4 TO WS-RETURN-CODE
                 DISPLAY 'PREORDPT : DREORDER-PT PLEIN, SEUIL '
                         WS-PRD-PNO(WS-PRD-IDX) ' ' WS-PRO-DEPOT
                         ' NON CREE'
              END-IF
              IF WS-ACCEPTE = 'Y'
                 PERFORM 3330-APPLIQUER
                 MOVE 'APPLIQUE' TO RPT-ETAT
              ELSE
                 MOVE 'PROPOSE' TO RPT-ETAT
              END-IF
           END-IF
           WRITE ENRROPRPT
           .

*> WS-PRO-VALEUR arrondi a l'unite superieure dans WS-PRO-ENTIER
       3310-ARRONDI-SUPERIEUR.

           MOVE WS-PRO-VALEUR TO WS-PRO-ENTIER
           IF WS-PRO-ENTIER < WS-PRO-VALEUR
              ADD 1 TO WS-PRO-ENTIER
           END-IF
           IF WS-PRO-ENTIER > 99999
              MOVE 99999 TO WS-PRO-ENTIER
           END-IF
           .

       3320-EST-ACCEPTEE.

           MOVE 'N' TO WS-ACCEPTE
           IF WS-ACC-TOUS = 'Y'
              MOVE 'Y' TO WS-ACCEPTE
              MOVE WS-ACC-TOUS-OPER TO WS-OPERATEUR
           END-IF
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-NB-ACC
              IF WS-ACC-PNO(WS-ACC-IDX) = WS-PRD-PNO(WS-PRD-IDX)
                 AND WS-ACC-DEPOT(WS-ACC-IDX) = WS-PRO-DEPOT
                 MOVE 'Y' TO WS-ACCEPTE
                 MOVE WS-ACC-OPERATEUR(WS-ACC-IDX) TO WS-OPERATEUR
              END-IF
           END-PERFORM
           .

*> Seuil du depot mis a jour, ou cree s'il n'existait que la ligne
*> tous depots ; ligne d'audit
       3330-APPLIQUER.

           IF WS-CT-APPLIQUES = 0
              OPEN EXTEND FAUDIT
              IF WS-STATUS-AUD NOT = 0
                 CLOSE FAUDIT
                 OPEN OUTPUT FAUDIT
              END-IF
           END-IF

           MOVE SPACES TO ENRAUDIT
           MOVE 'D' TO AUD-REC-TYPE

           IF WS-ROP-EXACT > 0
              MOVE 'M' TO AUD-ACTION
              MOVE WS-ROP-POINT(WS-ROP-EXACT) TO AUD-POINT-AVANT
              MOVE WS-ROP-QTY(WS-ROP-EXACT)   TO AUD-QTE-AVANT
              MOVE WS-PRO-POINT TO WS-ROP-POINT(WS-ROP-EXACT)
              MOVE WS-PRO-QTE   TO WS-ROP-QTY(WS-ROP-EXACT)
              MOVE 'Y' TO WS-ROP-MODIFIE(WS-ROP-EXACT)
           ELSE
              MOVE 'C' TO AUD-ACTION
              MOVE WS-ANC-POINT TO AUD-POINT-AVANT
              MOVE WS-ANC-QTE   TO AUD-QTE-AVANT
              ADD 1 TO WS-NB-ROP
              MOVE SPACES TO WS-ROP-BRUT(WS-NB-ROP)
              MOVE 'Y' TO WS-ROP-VALIDE(WS-NB-ROP)
              MOVE 'Y' TO WS-ROP-MODIFIE(WS-NB-ROP)
              MOVE WS-PRD-PNO(WS-PRD-IDX) TO WS-ROP-PNO(WS-NB-ROP)
              MOVE WS-PRO-DEPOT           TO WS-ROP-DEPOT(WS-NB-ROP)
              MOVE WS-PRO-POINT           TO WS-ROP-POINT(WS-NB-ROP)
              MOVE WS-PRO-QTE             TO WS-ROP-QTY(WS-NB-ROP)
           END-IF

           ADD 1 TO WS-CT-APPLIQUES
           MOVE WS-PRD-PNO(WS-PRD-IDX) TO AUD-P-NO
           MOVE WS-PRO-DEPOT  TO AUD-DEPOT
           MOVE WS-PRO-POINT  TO AUD-POINT-APRES
           MOVE WS-PRO-QTE    TO AUD-QTE-APRES
           MOVE WS-SERVICE    TO AUD-SERVICE
           MOVE WS-DELAI      TO AUD-DELAI
           MOVE WS-OPERATEUR  TO AUD-OPERATEUR
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE 0 TO AUD-PROPOSES AUD-APPLIQUES
           WRITE ENRAUDIT
           .

*> Reecriture complete de DREORDER-PT : lignes modifiees ou creees
*> reformatees, autres lignes recopiees telles quelles
       4000-REECRIRE-SEUILS.

           OPEN OUTPUT FREORDER
           PERFORM VARYING WS-ROP-IDX FROM 1 BY 1
                   UNTIL WS-ROP-IDX > WS-NB-ROP
              IF WS-ROP-MODIFIE(WS-ROP-IDX) = 'Y'
                 MOVE SPACES TO ENRREORDTXT
                 MOVE WS-ROP-PNO(WS-ROP-IDX)   TO ROP-P-NO
                 MOVE WS-ROP-POINT(WS-ROP-IDX) TO ROP-POINT
                 MOVE WS-ROP-QTY(WS-ROP-IDX)   TO ROP-QTY
                 MOVE WS-ROP-DEPOT(WS-ROP-IDX) TO ROP-DEPOT
              ELSE
                 MOVE WS-ROP-BRUT(WS-ROP-IDX) TO ENRREORDTXT
              END-IF
              WRITE ENRREORDER
           END-PERFORM
           CLOSE FREORDER
           .

*> Synthese de fin de run et code retour
       9000-FIN.

           IF WS-CT-APPLIQUES > 0
              MOVE SPACES TO ENRAUDIT
              MOVE 'T' TO AUD-REC-TYPE
              MOVE 0 TO AUD-P-NO AUD-POINT-AVANT AUD-QTE-AVANT
                        AUD-POINT-APRES AUD-QTE-APRES AUD-DELAI
              MOVE WS-SERVICE TO AUD-SERVICE
              MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
              MOVE WS-CT-PROPOSES  TO AUD-PROPOSES
              MOVE WS-CT-APPLIQUES TO AUD-APPLIQUES
              WRITE ENRAUDIT
              CLOSE FAUDIT
           END-IF

           DISPLAY 'PREORDPT : ' WS-CT-PRODUITS ' PRODUITS, '
                   WS-CT-PROPOSES ' PROPOSITIONS, '
                   WS-CT-IDEM ' INCHANGEES, '
                   WS-CT-APPLIQUES ' APPLIQUEES'
           IF WS-ACC-FICHIER = 'N' AND WS-RETURN-CODE NOT = 8
              DISPLAY 'PREORDPT : PAS DE DREORDER-ACCEPT, PROPOSITION'
                      ' SEULE - DREORDER-PT INCHANGE'
           END-IF

           CLOSE FROPRPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
