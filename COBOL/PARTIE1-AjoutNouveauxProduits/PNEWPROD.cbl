*> Sous-programmes appelés :
*> - PFORMAT : formatage des descriptions (majuscules/minuscules)
*> - PDEVISE : conversion des prix selon la devise
*> - PSTKMVT : journal des mouvements de stock
*>
*> Remarques :
*> - Fichier DDDEVISE : mapping des devises pour PDEVISE
*>   PRODUCTS.UNIT_COST - la marge brute devient enfin calculable
*>   (cf PMARGIN) ; champ vide = cout inconnu, charge à zéro comme
*>   sur les fichiers fournisseur antérieurs à cet ajout
*> - Champ facultatif apres le cout : la classe de taxe du produit
*>   (PRODUCTS.TAX_CLASS, ex. SRV services, FRN fournitures) ; vide =
*>   le produit suit la classe par defaut de sa categorie (DTAXCLASS,
*>   resolue par PEXTRACT pour la taxe par etat et par classe)
*> - Un produit achete (PRODUCTS.COST_SOURCE = 'R') a un cout moyen
*>   pondere tenu par les receptions de PPORECV : le COST du fichier
*>   ne l'ecrase plus, l'UNIT_COST en place est reconduit. Tout
*>   changement de cout fait par ce chargement part a l'historique
*>   DCOST-HIST (ancien et nouveau cout, piece DDNEWPRO)
*> - Garde-fou de variation de prix : un changement au-dela de la
*>   tolerance DPRICETOL est retenu dans DPRICE-HOLD, le prix courant
*>   est reconduit, et une transaction 'R' re-soumise apres revue
*>   applique le prix retenu (cf 2050-CONTROLER-VARIATION)
*> - STOCK-QTY remplace le stock de PRODUCTS : la difference avec le
*>   stock precedent part au journal DSTOCK-LEDGER en mouvement CA
*>   (portee PRODUCTS seul, le fichier ne dit pas quel depot)
*> - Ce code est fourni à titre pédagogique
*> ==========================================================
       ID DIVISION.
*> que le fichier fournisseur de cette nuit n'a pas cite, avec le
*> nombre de chargements consecutifs ou il manque - un produit que le
*> fournisseur a abandonne en silence resterait vendable a jamais
*> Historique des couts unitaires, en mode ajout : une ligne par
*> changement de cout, commune avec les receptions de PPORECV, pour
*> que la marge de PMARGIN s'explique
           SELECT FCOSTHIST ASSIGN TO DCOST-HIST
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS ERRCODE11.

           SELECT FSWEEP ASSIGN TO DCATSWEEP-RPT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS ERRCODE9.
          05 AUD-TXN-CODE     PIC X(1).
          05 AUD-PNO          PIC X(3).
          05 AUD-DESCRIPTION  PIC X(30).
          05 AUD-PRICE        PIC 9(5)V99.
          05 AUD-DEVISE       PIC X(2).
          05 AUD-CATEGORY     PIC X(10).
          05 AUD-STOCK-QTY    PIC 9(5).
       01 ENRHOLD.
          05 HLD-PNO         PIC X(3).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 HLD-PRIX-ACTUEL PIC 9(5)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 HLD-PRIX-PROPOSE PIC 9(5)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 HLD-VARIATION   PIC 9(5)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 PHI-DATE        PIC X(10).
          05 FILLER          PIC X(1)  VALUE SPACE.
          05 PHI-PRICE       PIC 9(5)V99.

*> Produit, date, ancien et nouveau cout, stock avant, puis la piece
*> qui a provoque le changement : quantite et cout recus, programme
*> et N° de bon (PPORECV) ou DDNEWPRO (quantite nulle, cout du
*> fichier)
       FD FCOSTHIST
           RECORDING MODE IS F.

       01 ENRCOSTHIST.
          05 CHI-P-NO         PIC 9(3).
          05 FILLER           PIC X(1).
          05 CHI-DATE         PIC X(10).
          05 FILLER           PIC X(1).
          05 CHI-ANCIEN       PIC 9(5)V99.
          05 FILLER           PIC X(1).
          05 CHI-NOUVEAU      PIC 9(5)V99.
          05 FILLER           PIC X(1).
          05 CHI-STOCK        PIC S9(5) SIGN LEADING SEPARATE.
          05 FILLER           PIC X(1).
          05 CHI-QTE          PIC 9(5).
          05 FILLER           PIC X(1).
          05 CHI-COUT-RECU    PIC 9(5)V99.
          05 FILLER           PIC X(1).
          05 CHI-PROGRAMME    PIC X(10).
          05 FILLER           PIC X(1).
          05 CHI-DOC          PIC X(10).

       FD FSWEEP
           RECORDING MODE IS F.
       01 TXN-CODE     PIC X(1).
       01 P-NO         PIC X(3).
       01 DESCRIPTION  PIC X(30).
       01 PRICE        PIC X(8).
       01 DEVISE       PIC X(2).
       01 CATEGORY     PIC X(10).
       01 STOCK-QTY    PIC X(5).
       01 DISC-FLAG    PIC X(1).
       01 COST         PIC X(8).
       01 TAX-CLASS    PIC X(3).

*> Nouvelles colonnes PRODUCTS non portées par le membre EXEC SQL
*> INCLUDE PRODUCTS (DCLGEN non régénéré dans cet environnement) :
       01 P-CATEGORY      PIC X(10).
       01 P-STOCK-QTY     PIC 9(5).
       01 P-DISCONTINUED  PIC X(1).
       01 P-UNIT-COST     PIC 9(5)V99.
       01 P-COST-SOURCE   PIC X(1).
       01 P-TAX-CLASS     PIC X(3).

       77 ERRCODE     PIC 99.
       77 ERRCODE3    PIC 99.
*> Tolerance de variation de prix en vigueur (0 = controle
*> desactive), prix courant du produit et variation constatee
       01 WS-TOLERANCE    PIC 9(3)V99 VALUE 0.
       01 WS-PRIX-ACTUEL  PIC 9(5)V99.

*> Historique des prix : prix avant mise a jour et date du run au
*> format AAAA-MM-JJ
       77 ERRCODE10        PIC 99 VALUE 0.
       01 WS-PRIX-AVANT   PIC 9(5)V99.
       01 WS-STOCK-AVANT  PIC S9(5).
       01 WS-COUT-AVANT   PIC 9(5)V99.
       77 ERRCODE11        PIC 99 VALUE 0.
       01 WS-DATE-HIST    PIC X(10).
       01 WS-VARIATION    PIC 9(5)V99.
       01 WS-PRIX-RETENU  PIC X(1).
       01 WS-AUDIT-ACTION  PIC X(1).
       01 WS-AUDIT-SQLCODE PIC S9(4).

       01 WS-RESULT   PIC 9(5)V99.
       01 WS-LOAD-DATE PIC X(8).
*> Reference transmise a PDEVISE pour son rapport (N° produit, cadre
*> sur la largeur du N° de commande qu'y porte PORDER)
       01 WS-DEV-REF   PIC X(6).
       01 WS-PROD-EXISTS PIC 9(4) VALUE 0.

*> Indicateurs de validation d’un enregistrement DDNEWPRO
       01 WS-RL-RC           PIC 9(1).
       01 WS-RL-COMPTEUR     PIC 9(7).

*> Mouvement de stock passe a PSTKMVT (meme structure que sa LINKAGE)
       01 PSTKMVT            PIC X(7) VALUE 'PSTKMVT'.
       01 WS-SMV-ACTION      PIC X(1).
       01 WS-SMV-MVT.
          05 WS-SMV-P-NO        PIC 9(3).
          05 WS-SMV-DEPOT       PIC X(2).
          05 WS-SMV-DATE        PIC X(10).
          05 WS-SMV-QTE         PIC S9(5).
          05 WS-SMV-TYPE        PIC X(2).
          05 WS-SMV-PORTEE      PIC X(1).
          05 WS-SMV-PROGRAMME   PIC X(10).
          05 WS-SMV-DOC         PIC X(10).

       PROCEDURE DIVISION.

           MOVE 'PNEWPROD' TO WS-RL-NOM
                 OPEN OUTPUT FPRICEHIST
              END-IF

*> Historique des couts en mode ajout, comme celui des prix
              OPEN EXTEND FCOSTHIST
              IF ERRCODE11 NOT = 0
                 CLOSE FCOSTHIST
                 OPEN OUTPUT FCOSTHIST
              END-IF

              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOAD-DATE
              MOVE SPACES TO WS-DATE-HIST
              STRING WS-LOAD-DATE(1:4) DELIMITED BY SIZE
*> l’audit (cf 2030-ECRIRE-AUDIT)
              INITIALIZE TXN-CODE P-NO DESCRIPTION PRICE DEVISE
                         CATEGORY STOCK-QTY DISC-FLAG COST
                         TAX-CLASS P-PRICE P-UNIT-COST

              UNSTRING WS-ENRPRO DELIMITED BY ';'
                    INTO TXN-CODE P-NO DESCRIPTION PRICE DEVISE
                         CATEGORY STOCK-QTY DISC-FLAG COST
                         TAX-CLASS
              END-UNSTRING.

              PERFORM 2010-VALIDER
                            TO P-DESCRIPTION-LEN
*> Conversion du prix selon la devise avec PDEVISE, à la date du jour
                       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOAD-DATE
                       MOVE P-NO TO WS-DEV-REF
                       CALL PDEVISE USING DEVISE PRICE WS-LOAD-DATE
                                    WS-RESULT WS-DEV-REF

                       MOVE WS-RESULT TO P-PRICE
                       MOVE CATEGORY  TO P-CATEGORY
                       MOVE TAX-CLASS TO P-TAX-CLASS

                       IF DISC-FLAG = 'Y'
                          MOVE 'Y' TO P-DISCONTINUED
                          MOVE 0 TO P-UNIT-COST
                       ELSE
                          CALL PDEVISE USING DEVISE COST WS-LOAD-DATE
                                       WS-RESULT WS-DEV-REF
                          MOVE WS-RESULT TO P-UNIT-COST
                       END-IF

              END-EXEC

              IF WS-PROD-EXISTS > 0
*> Prix en vigueur avant la mise a jour, pour dater l'historique,
*> stock avant rechargement, pour le journal des mouvements, et cout
*> en vigueur avec son origine
                 MOVE 0 TO WS-PRIX-AVANT
                 MOVE 0 TO WS-STOCK-AVANT
                 MOVE 0 TO WS-COUT-AVANT
                 MOVE 'C' TO P-COST-SOURCE
                 EXEC SQL
                     SELECT PRICE, STOCK_QTY, VALUE(UNIT_COST, 0),
                            VALUE(COST_SOURCE, 'C')
                     INTO :WS-PRIX-AVANT, :WS-STOCK-AVANT,
                          :WS-COUT-AVANT, :P-COST-SOURCE
                     FROM API12.PRODUCTS
                     WHERE P_NO = :P-P-NO
                 END-EXEC

*> Produit achete : le cout moyen des receptions fait foi, le cout
*> du fichier est ignore
                 IF P-COST-SOURCE = 'R'
                    MOVE WS-COUT-AVANT TO P-UNIT-COST
                 END-IF

*> Garde-fou de variation de prix : un changement au-dela de la
*> tolerance est retenu dans DPRICE-HOLD et le prix courant est
*> conserve (les autres colonnes sont quand meme rafraichies) ; la
                         CATEGORY    = :P-CATEGORY,
                         STOCK_QTY   = :P-STOCK-QTY,
                         DISCONTINUED = :P-DISCONTINUED,
                         UNIT_COST   = :P-UNIT-COST,
                         TAX_CLASS   = :P-TAX-CLASS
                     WHERE P_NO = :P-P-NO
                 END-EXEC

                    IF P-PRICE NOT = WS-PRIX-AVANT
                       PERFORM 2060-HISTORISER-PRIX
                    END-IF
                    PERFORM 2065-JOURNALISER-STOCK
                    IF P-UNIT-COST NOT = WS-COUT-AVANT
                       PERFORM 2066-HISTORISER-COUT
                    END-IF
                 END-IF
              ELSE
                 EXEC SQL
                     INSERT INTO API12.PRODUCTS
                         (P_NO, DESCRIPTION, PRICE, CATEGORY,
                          STOCK_QTY, DISCONTINUED, UNIT_COST,
                          TAX_CLASS)
                     VALUES
                         (:P-P-NO, :P-DESCRIPTION, :P-PRICE,
                          :P-CATEGORY, :P-STOCK-QTY, :P-DISCONTINUED,
                          :P-UNIT-COST, :P-TAX-CLASS)
                 END-EXEC

                 MOVE 'I' TO WS-AUDIT-ACTION
                   ADD P-PRICE TO WS-CT-VALEUR
*> Prix initial du nouveau produit, date a l'historique
                   PERFORM 2060-HISTORISER-PRIX
                   MOVE 0 TO WS-STOCK-AVANT
                   PERFORM 2065-JOURNALISER-STOCK
                   MOVE 0 TO WS-COUT-AVANT
                   IF P-UNIT-COST NOT = 0
                      PERFORM 2066-HISTORISER-COUT
                   END-IF
                 END-IF
              END-IF

              PERFORM 2030-ECRIRE-AUDIT
              .

*> Stock charge par le catalogue : mouvement du delta avec le stock
*> precedent (zero pour un produit cree)
       2065-JOURNALISER-STOCK.

              MOVE 'M'         TO WS-SMV-ACTION
              MOVE P-NO        TO WS-SMV-P-NO
              MOVE SPACES      TO WS-SMV-DEPOT
              MOVE WS-DATE-HIST TO WS-SMV-DATE
              COMPUTE WS-SMV-QTE = P-STOCK-QTY - WS-STOCK-AVANT
              MOVE 'CA'        TO WS-SMV-TYPE
              MOVE 'G'         TO WS-SMV-PORTEE
              MOVE 'PNEWPROD'  TO WS-SMV-PROGRAMME
              MOVE 'DDNEWPRO'  TO WS-SMV-DOC
              CALL PSTKMVT USING WS-SMV-ACTION WS-SMV-MVT
              .

*> Cout change par le chargement catalogue : ligne d'historique
*> sans reception (quantite nulle, cout du fichier)
       2066-HISTORISER-COUT.

              MOVE SPACES TO ENRCOSTHIST
              MOVE P-NO          TO CHI-P-NO
              MOVE WS-DATE-HIST  TO CHI-DATE
              MOVE WS-COUT-AVANT TO CHI-ANCIEN
              MOVE P-UNIT-COST   TO CHI-NOUVEAU
              MOVE WS-STOCK-AVANT TO CHI-STOCK
              MOVE 0             TO CHI-QTE
              MOVE P-UNIT-COST   TO CHI-COUT-RECU
              MOVE 'PNEWPROD'    TO CHI-PROGRAMME
              MOVE 'DDNEWPRO'    TO CHI-DOC
              WRITE ENRCOSTHIST
              .

*> Ligne datee de l'historique des prix : produit, date d'effet
*> (date du run) et prix applique
       2060-HISTORISER-PRIX.
*> Cloture de PDEVISE : ferme les fichiers des taux gardes ouverts
*> depuis le premier appel du run
              CALL PDEVISE USING WS-DEVISE-FIN PRICE WS-LOAD-DATE
                           WS-RESULT WS-DEV-REF

              MOVE 'PNEWPROD' TO WS-RL-NOM
              MOVE 'F' TO WS-RL-PHASE
              CALL PRUNLOG USING WS-RL-NOM WS-RL-PHASE WS-RL-RC
                                 WS-RL-COMPTEUR

              MOVE '*' TO WS-SMV-ACTION
              CALL PSTKMVT USING WS-SMV-ACTION WS-SMV-MVT

              CLOSE FNEWPRO
              CLOSE FREJECT
              CLOSE FAUDIT
              CLOSE FHOLD
              CLOSE FPRICEHIST
              CLOSE FCOSTHIST
              .
