*>   PORDER (cumulatif, avec le depot en queue de ligne)
*> - FREORDER / DREORDER-PT : seuils, une ligne par produit : point
*>   de commande, quantite de reassort, et depot vise en queue de
*>   ligne (blanc = le seuil vaut pour tous les depots) ; recalcule
*>   a la demande par PREORDPT a partir des ventes saisonnieres
*> - FXFERFIL / DXFER-FILE : registre des transferts entre depots
*>   (cf PXFER), facultatif - les transferts crees ou en transit
*>   comptent comme stock a venir au depot destination
*>
*> Sorties :
*> - DPURCH-SUGG : suggestions d'achat, une ligne par depot et
*>   produit a reapprovisionner
*> - DXFER-SUGG : transferts proposes, au format des mouvements 'C'
*>   de DXFER-TXN (cf PXFER), a charger apres revue
*> - DREPLEN-RPT : rapport acheteurs, memes couples classes par
*>   deficit decroissant ('X' transfert propose, 'P' achat), plus les
*>   lignes de total
*>
*> Sous-programmes appelés :
*> - Aucun
*>   d'information
*> - Un produit discontinue (PRODUCTS.DISCONTINUED) n'est jamais
*>   suggere, quel que soit son solde
*> - Un produit en livraison directe (PRODUCTS.DROP_SHIP = 'Y') ne
*>   l'est pas non plus : le fournisseur expedie chez le client sur
*>   le bon leve par PORDER
*> - Avant tout achat, le deficit est couvert autant que possible
*>   par un transfert depuis un depot en surplus sur le meme produit
*>   (stock au-dela de son propre point de commande, transferts
*>   sortants non encore expedies deduits), le plus gros surplus
*>   d'abord ; seul le reste est suggere a l'achat. Un depot sans
*>   seuil parametre n'est jamais considere en surplus
*> - Le deficit tient compte des transferts entrants crees ou en
*>   transit : le stock deja en route n'est pas rachete
*> - La quantite suggeree est arrondie au multiple superieur de la
*>   quantite de reassort quand elle est renseignee
*> - Le fichier DSTOCK-DEPOT est requis : il se constitue au fil des
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-SUG.

*> Même structure que celle écrite par PXFER (cf PXFER.cbl)
           SELECT FXFERFIL ASSIGN TO DXFER-FILE
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-XFR.

           SELECT FXFERSUG ASSIGN TO DXFER-SUGG
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-XSG.

           SELECT FREPLRPT ASSIGN TO DREPLEN-RPT
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-RPT.
           RECORDING MODE IS F.

       01 ENRBACKORD.
          05 BKO-NO         PIC 9(6).
          05 FILLER         PIC X(1).
          05 BKO-P-NO       PIC 9(3).
          05 FILLER         PIC X(1).
          05 BKO-QUANTITY   PIC 9(4).
          05 FILLER         PIC X(1).
          05 BKO-STOCK-APRES PIC S9(5).
          05 FILLER         PIC X(1).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 SUG-BACKORDER  PIC 9(5).

       FD FXFERFIL
           RECORDING MODE IS F.

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

*> Transfert propose, ligne 'C' de DXFER-TXN :
*>   C;;SOURCE;DESTINATION;NO-PRODUIT;QUANTITE
       FD FXFERSUG
           RECORDING MODE IS F.

       01 ENRXFERSUG         PIC X(40).

*> Rapport acheteurs : 'X' = transfert propose vers le couple
*> depot/produit (depot source en queue), 'P' = achat suggere pour
*> le reste (classes par deficit), 'T' = total des achats, 'S' =
*> total des transferts
       FD FREPLRPT
           RECORDING MODE IS F.

          05 RPL-BACKORDER  PIC ZZZZ9.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 RPL-SUGGERE    PIC ZZZZ9.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 RPL-DEPOT-SRC  PIC X(2).

       WORKING-STORAGE SECTION.

*> PRODUCTS.DISCONTINUED : pas dans le membre DCLGEN de ce dépôt,
*> déclarée localement comme dans PORDER et PNEWPROD
       01 P-DISCONTINUED     PIC X(1).
*> PRODUCTS.DROP_SHIP (livraison directe fournisseur), idem
       01 P-DROP-SHIP        PIC X(1).

       77 WS-STATUS-BKO      PIC 99 VALUE 0.
       77 WS-STATUS-ROP      PIC 99 VALUE 0.
       77 WS-STATUS-STK      PIC 99 VALUE 0.
       77 WS-STATUS-SUG      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.
       77 WS-STATUS-XFR      PIC 99 VALUE 0.
       77 WS-STATUS-XSG      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1) VALUE 'N'.

             10 WS-SUG-POINT    PIC 9(5).
             10 WS-SUG-DEFICIT  PIC 9(5).
             10 WS-SUG-BKO      PIC 9(5).
             10 WS-SUG-REASSORT PIC 9(5).
       01 WS-NB-SUG          PIC 9(3) VALUE 0.
       01 WS-SUG-IDX         PIC 9(3).
       01 WS-SUG-SCAN        PIC 9(3).
       01 WS-SUG-MAX         PIC 9(5).
       01 WS-SUG-MAX-IDX     PIC 9(3).

*> Transferts en cours par depot et produit (dernier etat du
*> registre) : entrant = cree ou en transit vers le depot, sortant =
*> cree depuis le depot mais pas encore expedie (un transfert
*> expedie est deja sorti du stock du depot source)
       01 WS-XFR-TABLE.
          05 WS-XFR-ENTREE OCCURS 500 TIMES.
             10 WS-XFR-NO       PIC 9(6).
             10 WS-XFR-PNO      PIC 9(3).
             10 WS-XFR-SOURCE   PIC X(2).
             10 WS-XFR-DEST     PIC X(2).
             10 WS-XFR-QTE      PIC 9(5).
             10 WS-XFR-ETAT     PIC X(1).
       01 WS-NB-XFR          PIC 9(3) VALUE 0.
       01 WS-XFR-IDX         PIC 9(3).
       01 WS-XFR-TROUVE      PIC 9(3).
       01 WS-ENTRANT         PIC 9(6).
       01 WS-SORTANT         PIC 9(6).

*> Surplus par depot et produit, consommes par les transferts
*> proposes
       01 WS-SUR-TABLE.
          05 WS-SUR-ENTREE OCCURS 500 TIMES.
             10 WS-SUR-DEPOT    PIC X(2).
             10 WS-SUR-PNO      PIC 9(3).
             10 WS-SUR-QTE      PIC 9(5).
       01 WS-NB-SUR          PIC 9(3) VALUE 0.
       01 WS-SUR-IDX         PIC 9(3).
       01 WS-SUR-MAX         PIC 9(5).
       01 WS-SUR-MAX-IDX     PIC 9(3).
       01 WS-SURPLUS         PIC S9(6).
       01 WS-RESTE           PIC 9(5).
       01 WS-QTE-XFER        PIC 9(5).
       01 WS-QTY-STR         PIC 9(5).

*> Calculs du couple depot/produit en cours
       01 WS-POINT           PIC 9(5).
       01 WS-REASSORT        PIC 9(5).
       01 WS-QTE-SUGG        PIC 9(6).
       01 WS-BKO-PROD        PIC 9(5).
       01 WS-DISCONTINUE     PIC X(1).
       01 WS-SEUIL-TROUVE    PIC X(1).

*> Compteurs de fin de run
       77 WS-CT-SOLDES       PIC 9(4) VALUE 0.
       77 WS-CT-SUGGESTIONS  PIC 9(4) VALUE 0.
       77 WS-TOT-QTE         PIC 9(7) VALUE 0.
       77 WS-SANS-SEUIL      PIC 9(4) VALUE 0.
       77 WS-CT-TRANSFERTS   PIC 9(4) VALUE 0.
       77 WS-TOT-XFER        PIC 9(7) VALUE 0.

*> Code retour remis au moniteur de job : 8 si le fichier des stocks
*> par depot est absent ou vide, 4 si le fichier des seuils est
           PERFORM 1000-DEBUT
           PERFORM 1100-CHARGER-SEUILS
           PERFORM 1200-CHARGER-BACKORDERS
           PERFORM 1300-CHARGER-TRANSFERTS
           PERFORM 2000-PARCOURIR-DEPOTS
           PERFORM 3000-CLASSER-ET-EDITER
           PERFORM 9000-FIN
           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

           OPEN OUTPUT FSUGG
           OPEN OUTPUT FXFERSUG
           OPEN OUTPUT FREPLRPT
           .

           END-IF
           .

*> Registre des transferts : dernier etat par ligne (numero +
*> produit) ; seuls les transferts crees ('C') ou en transit ('T')
*> restent en memoire
       1300-CHARGER-TRANSFERTS.

           OPEN INPUT FXFERFIL
           IF WS-STATUS-XFR = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FXFERFIL
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM 1310-RETENIR-TRANSFERT
                 END-READ
              END-PERFORM
              CLOSE FXFERFIL
           END-IF
           .

       1310-RETENIR-TRANSFERT.

           MOVE 0 TO WS-XFR-TROUVE
           PERFORM VARYING WS-XFR-IDX FROM 1 BY 1
                   UNTIL WS-XFR-IDX > WS-NB-XFR
                   OR WS-XFR-TROUVE > 0
              IF WS-XFR-NO(WS-XFR-IDX) = XFR-NO
                 AND WS-XFR-PNO(WS-XFR-IDX) = XFR-P-NO
                 MOVE WS-XFR-IDX TO WS-XFR-TROUVE
              END-IF
           END-PERFORM

           IF WS-XFR-TROUVE = 0 AND WS-NB-XFR < 500
              ADD 1 TO WS-NB-XFR
              MOVE WS-NB-XFR TO WS-XFR-TROUVE
           END-IF

           IF WS-XFR-TROUVE > 0
              MOVE XFR-NO     TO WS-XFR-NO(WS-XFR-TROUVE)
              MOVE XFR-P-NO   TO WS-XFR-PNO(WS-XFR-TROUVE)
              MOVE XFR-SOURCE TO WS-XFR-SOURCE(WS-XFR-TROUVE)
              MOVE XFR-DEST   TO WS-XFR-DEST(WS-XFR-TROUVE)
              MOVE XFR-ETAT   TO WS-XFR-ETAT(WS-XFR-TROUVE)
              IF XFR-ETAT = 'T'
                 MOVE XFR-QTE-EXP TO WS-XFR-QTE(WS-XFR-TROUVE)
              ELSE
                 MOVE XFR-QTE-DEM TO WS-XFR-QTE(WS-XFR-TROUVE)
              END-IF
           END-IF
           .

*> Parcours du stock par depot : chaque couple depot/produit est
*> evalue contre son seuil (les produits discontinues sont sautes)
       2000-PARCOURIR-DEPOTS.
           MOVE STK-P-NO TO P-P-NO

           EXEC SQL
              SELECT VALUE(DISCONTINUED, 'N'), VALUE(DROP_SHIP, 'N')
              INTO :P-DISCONTINUED, :P-DROP-SHIP
              FROM API12.PRODUCTS
              WHERE P_NO = :P-P-NO
           END-EXEC

*> Un produit en livraison directe n'est jamais tenu en depot : son
*> solde (negatif d'avant la livraison directe) ne se reassortit pas
           IF SQLCODE = 0
              MOVE P-DISCONTINUED TO WS-DISCONTINUE
              IF P-DROP-SHIP = 'Y'
                 MOVE 'Y' TO WS-DISCONTINUE
              END-IF
           ELSE
              MOVE 'N' TO WS-DISCONTINUE
           END-IF
           ELSE
              MOVE 0 TO WS-POINT
              MOVE 0 TO WS-REASSORT
              MOVE 'N' TO WS-SEUIL-TROUVE
*> Seuil generique d'abord, seuil au depot exact ensuite (il gagne)
              PERFORM VARYING WS-ROP-IDX FROM 1 BY 1
                      UNTIL WS-ROP-IDX > WS-NB-ROP
                    AND WS-ROP-DEPOT(WS-ROP-IDX) = SPACES
                    MOVE WS-ROP-POINT(WS-ROP-IDX) TO WS-POINT
                    MOVE WS-ROP-QTY(WS-ROP-IDX)   TO WS-REASSORT
                    MOVE 'Y' TO WS-SEUIL-TROUVE
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-ROP-IDX FROM 1 BY 1
                    AND WS-ROP-DEPOT(WS-ROP-IDX) = STK-DEPOT
                    MOVE WS-ROP-POINT(WS-ROP-IDX) TO WS-POINT
                    MOVE WS-ROP-QTY(WS-ROP-IDX)   TO WS-REASSORT
                    MOVE 'Y' TO WS-SEUIL-TROUVE
                 END-IF
              END-PERFORM

*> Transferts en cours touchant ce depot pour ce produit
              MOVE 0 TO WS-ENTRANT
              MOVE 0 TO WS-SORTANT
              PERFORM VARYING WS-XFR-IDX FROM 1 BY 1
                      UNTIL WS-XFR-IDX > WS-NB-XFR
                 IF WS-XFR-PNO(WS-XFR-IDX) = STK-P-NO
                    IF WS-XFR-DEST(WS-XFR-IDX) = STK-DEPOT
                       AND (WS-XFR-ETAT(WS-XFR-IDX) = 'C'
                         OR WS-XFR-ETAT(WS-XFR-IDX) = 'T')
                       ADD WS-XFR-QTE(WS-XFR-IDX) TO WS-ENTRANT
                    END-IF
                    IF WS-XFR-SOURCE(WS-XFR-IDX) = STK-DEPOT
                       AND WS-XFR-ETAT(WS-XFR-IDX) = 'C'
                       ADD WS-XFR-QTE(WS-XFR-IDX) TO WS-SORTANT
                    END-IF
                 END-IF
              END-PERFORM

              COMPUTE WS-DEFICIT = WS-POINT - STK-QTY - WS-ENTRANT

              IF WS-DEFICIT > 0
                 PERFORM 2200-SUGGERER
              END-IF

*> Surplus cessible : stock au-dela du point de commande du depot,
*> une fois servis les transferts sortants deja crees
              IF WS-SEUIL-TROUVE = 'Y'
                 COMPUTE WS-SURPLUS = STK-QTY - WS-SORTANT - WS-POINT
                 IF WS-SURPLUS > 0 AND WS-NB-SUR < 500
                    ADD 1 TO WS-NB-SUR
                    MOVE STK-DEPOT  TO WS-SUR-DEPOT(WS-NB-SUR)
                    MOVE STK-P-NO   TO WS-SUR-PNO(WS-NB-SUR)
                    MOVE WS-SURPLUS TO WS-SUR-QTE(WS-NB-SUR)
                 END-IF
              END-IF
           END-IF
           .

              END-IF
           END-PERFORM

*> La quantite a acheter se calcule a l'edition (3100), une fois les
*> transferts proposes : tous les surplus doivent etre connus
           IF WS-NB-SUG < 500
              ADD 1 TO WS-NB-SUG
              MOVE STK-DEPOT   TO WS-SUG-DEPOT(WS-NB-SUG)
              MOVE WS-POINT    TO WS-SUG-POINT(WS-NB-SUG)
              MOVE WS-DEFICIT  TO WS-SUG-DEFICIT(WS-NB-SUG)
              MOVE WS-BKO-PROD TO WS-SUG-BKO(WS-NB-SUG)
              MOVE WS-REASSORT TO WS-SUG-REASSORT(WS-NB-SUG)
           END-IF
           .

*> Classement des suggestions par deficit decroissant (extraction du
*> maximum a chaque tour) puis edition du fichier de suggestions et
*> du rapport acheteurs dans cet ordre : les plus gros deficits se
*> servent les premiers sur les surplus des autres depots
       3000-CLASSER-ET-EDITER.

           PERFORM UNTIL WS-NB-SUG = 0
           MOVE WS-CT-SUGGESTIONS TO RPL-DEFICIT
           MOVE WS-TOT-QTE        TO RPL-SUGGERE
           WRITE ENRREPLRPT

           MOVE SPACES TO ENRREPLRPT
           MOVE 'S' TO RPL-TYPE-REC
           MOVE WS-CT-TRANSFERTS  TO RPL-DEFICIT
           MOVE WS-TOT-XFER       TO RPL-SUGGERE
           WRITE ENRREPLRPT
           .

*> Transferts d'abord, depuis le plus gros surplus du produit ; le
*> reste du deficit est suggere a l'achat
       3100-EDITER-SUGGESTION.

           MOVE WS-SUG-DEFICIT(WS-SUG-IDX) TO WS-RESTE
           MOVE 1 TO WS-SUR-MAX
           PERFORM UNTIL WS-RESTE = 0 OR WS-SUR-MAX = 0
              MOVE 0 TO WS-SUR-MAX
              MOVE 0 TO WS-SUR-MAX-IDX
              PERFORM VARYING WS-SUR-IDX FROM 1 BY 1
                      UNTIL WS-SUR-IDX > WS-NB-SUR
                 IF WS-SUR-PNO(WS-SUR-IDX) = WS-SUG-PNO(WS-SUG-IDX)
                    AND WS-SUR-DEPOT(WS-SUR-IDX)
                        NOT = WS-SUG-DEPOT(WS-SUG-IDX)
                    AND WS-SUR-QTE(WS-SUR-IDX) > WS-SUR-MAX
                    MOVE WS-SUR-QTE(WS-SUR-IDX) TO WS-SUR-MAX
                    MOVE WS-SUR-IDX TO WS-SUR-MAX-IDX
                 END-IF
              END-PERFORM
              IF WS-SUR-MAX > 0
                 PERFORM 3110-PROPOSER-TRANSFERT
              END-IF
           END-PERFORM

           IF WS-RESTE > 0
              PERFORM 3120-SUGGERER-ACHAT
           END-IF
           .

       3110-PROPOSER-TRANSFERT.

           IF WS-SUR-MAX < WS-RESTE
              MOVE WS-SUR-MAX TO WS-QTE-XFER
           ELSE
              MOVE WS-RESTE TO WS-QTE-XFER
           END-IF
           SUBTRACT WS-QTE-XFER FROM WS-RESTE
           SUBTRACT WS-QTE-XFER FROM WS-SUR-QTE(WS-SUR-MAX-IDX)

           MOVE WS-QTE-XFER TO WS-QTY-STR
           MOVE SPACES TO ENRXFERSUG
           STRING 'C;;'                         DELIMITED BY SIZE
                  WS-SUR-DEPOT(WS-SUR-MAX-IDX)  DELIMITED BY SIZE
                  ';'                           DELIMITED BY SIZE
                  WS-SUG-DEPOT(WS-SUG-IDX)      DELIMITED BY SIZE
                  ';'                           DELIMITED BY SIZE
                  WS-SUG-PNO(WS-SUG-IDX)        DELIMITED BY SIZE
                  ';'                           DELIMITED BY SIZE
                  WS-QTY-STR                    DELIMITED BY SIZE
                  INTO ENRXFERSUG
           END-STRING
           WRITE ENRXFERSUG

           MOVE SPACES TO ENRREPLRPT
           MOVE 'X' TO RPL-TYPE-REC
           MOVE WS-SUG-DEPOT(WS-SUG-IDX)   TO RPL-DEPOT
           MOVE WS-SUG-PNO(WS-SUG-IDX)     TO RPL-P-NO
           MOVE WS-SUG-STOCK(WS-SUG-IDX)   TO RPL-STOCK
           MOVE WS-SUG-POINT(WS-SUG-IDX)   TO RPL-POINT
           MOVE WS-SUG-DEFICIT(WS-SUG-IDX) TO RPL-DEFICIT
           MOVE WS-SUG-BKO(WS-SUG-IDX)     TO RPL-BACKORDER
           MOVE WS-QTE-XFER                TO RPL-SUGGERE
           MOVE WS-SUR-DEPOT(WS-SUR-MAX-IDX) TO RPL-DEPOT-SRC
           WRITE ENRREPLRPT

           ADD 1 TO WS-CT-TRANSFERTS
           ADD WS-QTE-XFER TO WS-TOT-XFER
           .

*> Arrondi au multiple superieur de la quantite de reassort
       3120-SUGGERER-ACHAT.

           MOVE WS-SUG-REASSORT(WS-SUG-IDX) TO WS-REASSORT
           IF WS-REASSORT > 0
*> Division entiere (troncature au magasinage) puis remultiplication :
*> plus petit multiple du reassort couvrant le deficit
              COMPUTE WS-QTE-SUGG =
                  (WS-RESTE + WS-REASSORT - 1) / WS-REASSORT
              COMPUTE WS-QTE-SUGG = WS-QTE-SUGG * WS-REASSORT
           ELSE
              MOVE WS-RESTE TO WS-QTE-SUGG
              ADD 1 TO WS-SANS-SEUIL
           END-IF

           MOVE SPACES TO ENRSUGG
           MOVE WS-SUG-DEPOT(WS-SUG-IDX)   TO SUG-DEPOT
           MOVE WS-SUG-PNO(WS-SUG-IDX)     TO SUG-P-NO
           MOVE WS-SUG-STOCK(WS-SUG-IDX)   TO SUG-STOCK
           MOVE WS-SUG-POINT(WS-SUG-IDX)   TO SUG-POINT
           MOVE WS-QTE-SUGG                TO SUG-QTE
           MOVE WS-SUG-BKO(WS-SUG-IDX)     TO SUG-BACKORDER
           WRITE ENRSUGG

           MOVE WS-SUG-POINT(WS-SUG-IDX)   TO RPL-POINT
           MOVE WS-SUG-DEFICIT(WS-SUG-IDX) TO RPL-DEFICIT
           MOVE WS-SUG-BKO(WS-SUG-IDX)     TO RPL-BACKORDER
           MOVE WS-QTE-SUGG                TO RPL-SUGGERE
           WRITE ENRREPLRPT

           ADD 1 TO WS-CT-SUGGESTIONS
           ADD WS-QTE-SUGG TO WS-TOT-QTE
           .

*> Synthese de fin de run et code retour

           DISPLAY 'PREPLEN : ' WS-CT-SOLDES ' SOLDES EXAMINES, '
                   WS-CT-SUGGESTIONS ' SUGGESTIONS'
           DISPLAY 'PREPLEN : ' WS-CT-TRANSFERTS ' TRANSFERTS PROPOSES'
                   ' POUR ' WS-TOT-XFER ' UNITES'
           DISPLAY 'PREPLEN : SANS SEUIL PARAMETRE=' WS-SANS-SEUIL

           IF WS-RETURN-CODE NOT = 8
           END-IF

           CLOSE FSUGG
                 FXFERSUG
                 FREPLRPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
