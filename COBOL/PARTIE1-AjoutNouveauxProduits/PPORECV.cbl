*> Entrées :
*> - FRECVTXN / DPO-RECV : receptions saisies, une ligne par
*>   reception, champs separes par ';' :
*>     NO-BON;NO-PRODUIT;DEPOT;QUANTITE;LOT;COUT
*>   LOT = numero de lot du fournisseur (facultatif, vide = stock
*>   non suivi par lot, cf PLOTMVT)
*>   COUT = cout unitaire d'achat reellement facture par le
*>   fournisseur, en euros, virgule decimale (ex. 12,50) ;
*>   facultatif, vide = prix convenu de la ligne de bon (PO-PRIX),
*>   ou quantite entree au cout moyen en vigueur si le bon n'a pas
*>   de prix
*> - FPOFILE / DPO-FILE : registre des bons (cf PPURCHORD), relu au
*>   demarrage - le dernier enregistrement d'une ligne de bon fait
*>   foi, les receptions y apposent les lignes 'R'
*> - FSTKDEP / DSTOCK-DEPOT : stock par depot (cf PORDER)
*> - Table DB2 : PRODUCTS (STOCK_QTY credite, UNIT_COST recalcule)
*> - Tables DB2 : ITEMS, ORDERS (confirmation des livraisons
*>   directes)
*>
*> Sorties :
*> - FPOFILE / DPO-FILE : lignes 'R' apposees en mode ajout
*> - Tables DB2 ITEMS (SHIP_CONF = 'Y', SHIP_DATE, LOT_NO) et ORDERS
*>   (SHIPPED = 'Y') pour une ligne de bon en livraison directe
*> - DSTOCK-LOT / DLOT-JRNL : stock par lot et journal des
*>   mouvements de lot (via PLOTMVT)
*> - DSTOCK-LEDGER : un mouvement RC par reception postee (via
*>   PSTKMVT)
*> - DCOST-HIST : une ligne par changement de cout unitaire (ancien
*>   et nouveau cout, stock avant reception, quantite et cout recus,
*>   N° de bon), en mode ajout - meme structure que PNEWPROD
*> - DPORECV-RPT : rapport - 'R' par reception postee, 'O' par ligne
*>   de bon encore ouverte, 'D' par ligne ouverte en retard (date
*>   attendue depassee), 'T' de synthese
*> - DPORECV-REJECT : receptions rejetees (bon/ligne inconnu, ligne
*>   deja recue, quantite ou cout invalide)
*>
*> Sous-programmes appelés :
*> - PLOTMVT : entree en stock du lot recu, journal du lot livre
*>   en direct
*> - PSTKMVT : journal des mouvements de stock
*>
*> Remarques :
*> - Cout moyen pondere : une reception avec un cout (saisi ou prix
*>   du bon) revalorise le stock global, nouveau cout = (stock avant
*>   x cout avant + quantite recue x cout recu) / (stock avant +
*>   quantite recue) ;
*>   un stock avant negatif ou nul compte pour zero (le cout recu
*>   devient le cout du produit). Le produit passe alors en cout
*>   d'achat (PRODUCTS.COST_SOURCE = 'R') : le chargement catalogue
*>   de PNEWPROD ne l'ecrase plus. Une livraison directe n'entre pas
*>   en stock et ne change pas le cout
*> - Une reception partielle marque quand meme la ligne recue : le
*>   solde non livre se re-suggere au prochain PREPLEN si le stock
*>   reste sous le point de commande
*> - Code retour 8 si le registre des bons est absent ou sur erreur
*>   SQL, 4 si au moins une reception rejetee ou un bon en retard,
*>   0 sinon
*> - Livraison directe (PO-TYPE 'D', leve par PORDER) : la
*>   "reception" est la confirmation d'expedition du fournisseur,
*>   saisie NO-BON;NO-PRODUIT;;QUANTITE (depot vide). Rien n'entre en
*>   stock : la ligne de commande PO-O-NO est confirmee expediee a la
*>   date du run, comme le ferait PSHIPCONF, et devient facturable
*>   par PEXTRACT ; son lot est journalise sous la commande client
*>   pour le rappel de lot (cf PRECALL)
*> - Ce programme tourne hors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-REJ.

*> Historique des couts unitaires, en mode ajout (cf PNEWPROD)
           SELECT FCOSTHIST ASSIGN TO DCOST-HIST
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS WS-STATUS-CHI.

       DATA DIVISION.
       FILE SECTION.

       FD FRECVTXN
           RECORDING MODE IS F.

       01 ENRRECVTXN         PIC X(60).

       FD FPOFILE
           RECORDING MODE IS F
          05 PO-DATE-ATTENDUE PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PO-ETAT         PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PO-TYPE         PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PO-O-NO         PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PO-LIV-NOM      PIC X(30).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PO-LIV-ADRESSE  PIC X(60).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PO-LIV-VILLE    PIC X(20).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PO-LIV-ETAT     PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PO-LIV-ZIP      PIC X(5).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PO-PRIX         PIC 9(5)V99.

*> Même structure que dans PORDER (cf PORDER.cbl)
       FD FSTKDEP
           RECORDING MODE IS F.

       01 ENRREJECT.
          05 REJ-RAW-LINE     PIC X(60).
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 REJ-REASON-CODE  PIC X(4).
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 REJ-REASON-TEXT  PIC X(30).

*> Même structure que dans PNEWPROD (cf PNEWPROD.cbl)
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

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE PRODUCTS END-EXEC.

           EXEC SQL INCLUDE ORDERS END-EXEC.

           EXEC SQL INCLUDE ITEMS END-EXEC.

*> ITEMS.SHIP_DATE : pas de DCLGEN dans ce depot, declaree
*> localement (cf PSHIPCONF)
       01 I-SHIP-DATE        PIC X(10).
*> ITEMS.LOT_NO : idem, lot d'expedition de la ligne (cf PSHIPCONF)
       01 I-LOT-NO           PIC X(12).
*> PRODUCTS.UNIT_COST et COST_SOURCE : idem, declarees localement
*> comme dans PNEWPROD ; COST_SOURCE 'R' = cout moyen des receptions,
*> NULL ou 'C' = cout du catalogue
       01 P-UNIT-COST        PIC 9(5)V99.
       01 P-COST-SOURCE      PIC X(1).

       77 WS-STATUS-TXN      PIC 99 VALUE 0.
       77 WS-STATUS-PO       PIC 99 VALUE 0.
       77 WS-STATUS-STK      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.
       77 WS-STATUS-REJ      PIC 99 VALUE 0.
       77 WS-STATUS-CHI      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1).
       01 WS-VALID-REC       PIC X(1).
             10 WS-PO-QTY       PIC 9(5).
             10 WS-PO-ATTENDUE  PIC X(10).
             10 WS-PO-ETAT      PIC X(1).
             10 WS-PO-TYPE      PIC X(1).
             10 WS-PO-ONO       PIC 9(6).
             10 WS-PO-PRIX      PIC 9(5)V99.
       01 WS-NB-PO           PIC 9(3) VALUE 0.
       01 WS-PO-IDX          PIC 9(3).
       01 WS-PO-TROUVE       PIC 9(3).
       01 WS-TXN-PNO-X       PIC X(3).
       01 WS-TXN-DEPOT       PIC X(2).
       01 WS-TXN-QTY-X       PIC X(5).
       01 WS-TXN-LOT         PIC X(12).
       01 WS-TXN-COUT-X      PIC X(10).
       01 WS-TXN-PONO        PIC 9(6).
       01 WS-TXN-PNO         PIC 9(3).
       01 WS-TXN-QTY         PIC 9(5).
       01 WS-TXN-COUT        PIC 9(5)V99.
*> 'Y' si la reception revalorise le stock (cout saisi ou prix du bon)
       01 WS-COUT-CONNU      PIC X(1).

*> Cout moyen pondere : stock global et cout avant la reception,
*> nouveau cout
       01 WS-CMP-STOCK       PIC S9(5).
       01 WS-CMP-BASE        PIC 9(5).
       01 WS-CMP-ANCIEN      PIC 9(5)V99.
       01 WS-CMP-NOUVEAU     PIC 9(5)V99.

       01 WS-DATE-CURRENT    PIC X(21).
       01 WS-DATE-RUN        PIC X(10).
       77 WS-QTY-STR         PIC ZZZZ9.

*> Mouvement de lot passe a PLOTMVT (meme structure que sa LINKAGE)
       01 PLOTMVT            PIC X(7) VALUE 'PLOTMVT'.
       01 WS-LOT-ACTION      PIC X(1).
       01 WS-LOT-MVT.
          05 WS-LOT-DEPOT       PIC X(2).
          05 WS-LOT-P-NO        PIC 9(3).
          05 WS-LOT-NO          PIC X(12).
          05 WS-LOT-QTE         PIC 9(5).
          05 WS-LOT-DATE        PIC X(10).
          05 WS-LOT-DATE-LOT    PIC X(10).
          05 WS-LOT-ORIGINE     PIC X(1).
          05 WS-LOT-REF         PIC 9(6).
       01 WS-LOT-RESULTAT.
          05 WS-LOT-STATUT      PIC X(1).
          05 WS-LOT-NB          PIC 9(2).
          05 WS-LOT-ALLOC OCCURS 10 TIMES.
             10 WS-LOT-AL-LOT   PIC X(12).
             10 WS-LOT-AL-QTE   PIC 9(5).
             10 WS-LOT-AL-DATE  PIC X(10).

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

*> Compteurs de fin de run
       77 WS-CT-LUES         PIC 9(5) VALUE 0.
       77 WS-CT-POSTEES      PIC 9(5) VALUE 0.
       77 WS-CT-REJETEES     PIC 9(5) VALUE 0.
       77 WS-CT-OUVERTES     PIC 9(5) VALUE 0.
       77 WS-CT-RETARD       PIC 9(5) VALUE 0.
       77 WS-CT-DIRECTES     PIC 9(5) VALUE 0.
       77 WS-CT-COUTS        PIC 9(5) VALUE 0.

*> Code retour remis au moniteur de job : 8 si registre absent ou
*> erreur SQL, 4 si rejet ou bon en retard, 0 sinon
                 OPEN I-O FSTKDEP
              END-IF
           END-IF

*> Historique des couts en mode ajout : les couts des runs precedents
*> ne doivent jamais etre ecrases
           OPEN EXTEND FCOSTHIST
           IF WS-STATUS-CHI NOT = 0
              CLOSE FCOSTHIST
              OPEN OUTPUT FCOSTHIST
           END-IF
           .

*> Dernier gagnant par ligne de bon (numero + produit + depot)
                 MOVE PO-QTY          TO WS-PO-QTY(WS-NB-PO)
                 MOVE PO-DATE-ATTENDUE TO WS-PO-ATTENDUE(WS-NB-PO)
                 MOVE PO-ETAT         TO WS-PO-ETAT(WS-NB-PO)
                 MOVE PO-TYPE         TO WS-PO-TYPE(WS-NB-PO)
                 MOVE PO-PRIX         TO WS-PO-PRIX(WS-NB-PO)
                 IF PO-TYPE = 'D'
                    MOVE PO-O-NO      TO WS-PO-ONO(WS-NB-PO)
                 ELSE
                    MOVE 0            TO WS-PO-ONO(WS-NB-PO)
                 END-IF
              END-IF
           END-IF
           .

           MOVE 'Y' TO WS-VALID-REC
           MOVE SPACES TO WS-TXN-PONO-X WS-TXN-PNO-X
                          WS-TXN-DEPOT WS-TXN-QTY-X WS-TXN-LOT
                          WS-TXN-COUT-X
           MOVE 0 TO WS-TXN-COUT
           UNSTRING ENRRECVTXN DELIMITED BY ';'
              INTO WS-TXN-PONO-X WS-TXN-PNO-X
                   WS-TXN-DEPOT WS-TXN-QTY-X WS-TXN-LOT
                   WS-TXN-COUT-X
           END-UNSTRING

           IF WS-TXN-PONO-X IS NOT NUMERIC
              MOVE 'QUANTITE RECUE NULLE' TO WS-REJ-MOTIF
           END-IF

*> Cout unitaire facultatif, controle comme le COST de PNEWPROD
           IF WS-VALID-REC = 'Y' AND WS-TXN-COUT-X NOT = SPACES
              IF FUNCTION TEST-NUMVAL-C(WS-TXN-COUT-X) NOT = 0
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E007' TO WS-REJ-CODE
                 MOVE 'COUT UNITAIRE INVALIDE' TO WS-REJ-MOTIF
              ELSE
                 IF FUNCTION NUMVAL-C(WS-TXN-COUT-X) < 0
                    OR FUNCTION NUMVAL-C(WS-TXN-COUT-X) > 99999,99
                    MOVE 'N'    TO WS-VALID-REC
                    MOVE 'E007' TO WS-REJ-CODE
                    MOVE 'COUT UNITAIRE INVALIDE' TO WS-REJ-MOTIF
                 ELSE
                    COMPUTE WS-TXN-COUT =
                            FUNCTION NUMVAL-C(WS-TXN-COUT-X)
                 END-IF
              END-IF
           END-IF

           IF WS-VALID-REC = 'Y'
              MOVE 0 TO WS-PO-TROUVE
              PERFORM VARYING WS-PO-IDX FROM 1 BY 1
           .

*> Stock global credite, stock du depot credite, ligne 'R' apposee
*> au registre et ligne 'R' au rapport ; une ligne en livraison
*> directe ne touche pas au stock (cf 2300)
       2200-POSTER-RECEPTION.

           IF WS-PO-TYPE(WS-PO-TROUVE) = 'D'
              PERFORM 2300-CONFIRMER-DIRECTE
           ELSE
              PERFORM 2210-POSTER-STOCK
           END-IF
           .

       2210-POSTER-STOCK.

           MOVE WS-TXN-PNO TO P-P-NO
           MOVE 'N' TO WS-COUT-CONNU
           IF WS-TXN-COUT-X NOT = SPACES
              MOVE 'Y' TO WS-COUT-CONNU
           ELSE
              IF WS-PO-PRIX(WS-PO-TROUVE) > 0
                 MOVE WS-PO-PRIX(WS-PO-TROUVE) TO WS-TXN-COUT
                 MOVE 'Y' TO WS-COUT-CONNU
              END-IF
           END-IF

           IF WS-COUT-CONNU = 'N'
              EXEC SQL
                 UPDATE API12.PRODUCTS
                 SET STOCK_QTY = STOCK_QTY + :WS-TXN-QTY
                 WHERE P_NO = :P-P-NO
              END-EXEC
           ELSE
              PERFORM 2220-CALCULER-COUT-MOYEN
              IF SQLCODE = 0
                 MOVE WS-CMP-NOUVEAU TO P-UNIT-COST
                 MOVE 'R'            TO P-COST-SOURCE
                 EXEC SQL
                    UPDATE API12.PRODUCTS
                    SET STOCK_QTY   = STOCK_QTY + :WS-TXN-QTY,
                        UNIT_COST   = :P-UNIT-COST,
                        COST_SOURCE = :P-COST-SOURCE
                    WHERE P_NO = :P-P-NO
                 END-EXEC
              END-IF
              IF SQLCODE = 0 AND WS-CMP-NOUVEAU NOT = WS-CMP-ANCIEN
                 PERFORM 2230-HISTORISER-COUT
              END-IF
           END-IF

           IF SQLCODE NOT = 0
              MOVE 'E005' TO WS-REJ-CODE
                      REWRITE ENRSTKDEP
              END-READ

*> Le lot recu entre au stock par lot du depot, date de reception =
*> date du run (base de la sortie du plus ancien lot d'abord)
              MOVE 'E'          TO WS-LOT-ACTION
              MOVE WS-TXN-DEPOT TO WS-LOT-DEPOT
              MOVE WS-TXN-PNO   TO WS-LOT-P-NO
              MOVE WS-TXN-LOT   TO WS-LOT-NO
              MOVE WS-TXN-QTY   TO WS-LOT-QTE
              MOVE WS-DATE-RUN  TO WS-LOT-DATE
              MOVE SPACES       TO WS-LOT-DATE-LOT
              MOVE 'P'          TO WS-LOT-ORIGINE
              MOVE WS-TXN-PONO  TO WS-LOT-REF
              CALL PLOTMVT USING WS-LOT-ACTION WS-LOT-MVT
                                 WS-LOT-RESULTAT

              MOVE 'M'          TO WS-SMV-ACTION
              MOVE WS-TXN-PNO   TO WS-SMV-P-NO
              MOVE WS-TXN-DEPOT TO WS-SMV-DEPOT
              MOVE WS-DATE-RUN  TO WS-SMV-DATE
              MOVE WS-TXN-QTY   TO WS-SMV-QTE
              MOVE 'RC'         TO WS-SMV-TYPE
              MOVE 'B'          TO WS-SMV-PORTEE
              MOVE 'PPORECV'    TO WS-SMV-PROGRAMME
              MOVE WS-TXN-PONO  TO WS-SMV-DOC
              CALL PSTKMVT USING WS-SMV-ACTION WS-SMV-MVT

              PERFORM 2400-LIGNE-RECUE
           END-IF
           .

*> Cout moyen pondere du produit apres la reception : stock global
*> et cout en vigueur lus avant la mise a jour ; un stock avant
*> negatif ou nul ne pese rien, le cout recu fait alors le cout
       2220-CALCULER-COUT-MOYEN.

           MOVE 0 TO WS-CMP-STOCK
           MOVE 0 TO WS-CMP-ANCIEN
           EXEC SQL
              SELECT STOCK_QTY, VALUE(UNIT_COST, 0)
              INTO :WS-CMP-STOCK, :WS-CMP-ANCIEN
              FROM API12.PRODUCTS
              WHERE P_NO = :P-P-NO
           END-EXEC

           IF SQLCODE = 0
              IF WS-CMP-STOCK > 0
                 MOVE WS-CMP-STOCK TO WS-CMP-BASE
              ELSE
                 MOVE 0 TO WS-CMP-BASE
              END-IF
              COMPUTE WS-CMP-NOUVEAU ROUNDED =
                      (WS-CMP-BASE * WS-CMP-ANCIEN
                       + WS-TXN-QTY * WS-TXN-COUT)
                      / (WS-CMP-BASE + WS-TXN-QTY)
           END-IF
           .

*> Changement de cout : ancien et nouveau cout, et la reception qui
*> l'a provoque (quantite, cout recu, N° de bon)
       2230-HISTORISER-COUT.

           MOVE SPACES TO ENRCOSTHIST
           MOVE WS-TXN-PNO     TO CHI-P-NO
           MOVE WS-DATE-RUN    TO CHI-DATE
           MOVE WS-CMP-ANCIEN  TO CHI-ANCIEN
           MOVE WS-CMP-NOUVEAU TO CHI-NOUVEAU
           MOVE WS-CMP-STOCK   TO CHI-STOCK
           MOVE WS-TXN-QTY     TO CHI-QTE
           MOVE WS-TXN-COUT    TO CHI-COUT-RECU
           MOVE 'PPORECV'      TO CHI-PROGRAMME
           MOVE WS-TXN-PONO    TO CHI-DOC
           WRITE ENRCOSTHIST
           ADD 1 TO WS-CT-COUTS
           .

*> Confirmation d'expedition du fournisseur pour une ligne en
*> livraison directe : la ligne de commande passe expediee a la date
*> du run (facturable par PEXTRACT), la commande SHIPPED
       2300-CONFIRMER-DIRECTE.

           MOVE WS-PO-ONO(WS-PO-TROUVE) TO I-O-NO
           MOVE WS-PO-ONO(WS-PO-TROUVE) TO O-O-NO
           MOVE WS-TXN-PNO  TO I-P-NO
           MOVE WS-DATE-RUN TO I-SHIP-DATE
           MOVE WS-TXN-LOT  TO I-LOT-NO

           EXEC SQL
              UPDATE API12.ITEMS
              SET SHIP_CONF = 'Y',
                  SHIP_DATE = :I-SHIP-DATE,
                  LOT_NO = :I-LOT-NO
              WHERE O_NO = :I-O-NO
              AND P_NO = :I-P-NO
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL
                 UPDATE API12.ORDERS
                 SET SHIPPED = 'Y'
                 WHERE O_NO = :O-O-NO
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE 'E006' TO WS-REJ-CODE
              MOVE 'ECHEC CONFIRMATION LIV DIRECTE' TO WS-REJ-MOTIF
              MOVE SPACES TO ENRREJECT
              MOVE ENRRECVTXN   TO REJ-RAW-LINE
              MOVE WS-REJ-CODE  TO REJ-REASON-CODE
              MOVE WS-REJ-MOTIF TO REJ-REASON-TEXT
              WRITE ENRREJECT
              ADD 1 TO WS-CT-REJETEES
              DISPLAY 'PPORECV : ERREUR SQL ITEMS/ORDERS ' SQLCODE
           ELSE
              ADD 1 TO WS-CT-DIRECTES
*> Livre du fournisseur chez le client : journal seul, sous la
*> commande client, sans depot
              MOVE 'D'          TO WS-LOT-ACTION
              MOVE SPACES       TO WS-LOT-DEPOT
              MOVE WS-TXN-PNO   TO WS-LOT-P-NO
              MOVE WS-TXN-LOT   TO WS-LOT-NO
              MOVE WS-TXN-QTY   TO WS-LOT-QTE
              MOVE WS-DATE-RUN  TO WS-LOT-DATE
              MOVE SPACES       TO WS-LOT-DATE-LOT
              MOVE 'C'          TO WS-LOT-ORIGINE
              MOVE WS-PO-ONO(WS-PO-TROUVE) TO WS-LOT-REF
              CALL PLOTMVT USING WS-LOT-ACTION WS-LOT-MVT
                                 WS-LOT-RESULTAT
              PERFORM 2400-LIGNE-RECUE
           END-IF
           .

*> Ligne de bon marquee recue : ligne 'R' au registre (type et
*> commande repris) et ligne 'R' au rapport
       2400-LIGNE-RECUE.

           MOVE 'R' TO WS-PO-ETAT(WS-PO-TROUVE)
           MOVE SPACES TO ENRPO
           MOVE WS-PO-NO(WS-PO-TROUVE)    TO PO-NO
           MOVE WS-PO-VND(WS-PO-TROUVE)   TO PO-VND-NO
           MOVE WS-PO-PNO(WS-PO-TROUVE)   TO PO-P-NO
           MOVE WS-PO-DEPOT(WS-PO-TROUVE) TO PO-DEPOT
           MOVE WS-TXN-QTY                TO PO-QTY
           MOVE WS-DATE-RUN               TO PO-DATE-EMISE
           MOVE WS-PO-ATTENDUE(WS-PO-TROUVE)
                TO PO-DATE-ATTENDUE
           MOVE 'R'                       TO PO-ETAT
           MOVE WS-PO-TYPE(WS-PO-TROUVE)  TO PO-TYPE
           MOVE WS-PO-PRIX(WS-PO-TROUVE)  TO PO-PRIX
           IF WS-PO-TYPE(WS-PO-TROUVE) = 'D'
              MOVE WS-PO-ONO(WS-PO-TROUVE) TO PO-O-NO
           END-IF
           WRITE ENRPO

           ADD 1 TO WS-CT-POSTEES
           MOVE WS-TXN-QTY TO WS-QTY-STR
           MOVE SPACES TO ENRRECVRPT
           MOVE 'R' TO ENRRECVRPT(1:1)
           MOVE WS-PO-NO(WS-PO-TROUVE) TO ENRRECVRPT(3:6)
           MOVE WS-TXN-PNO TO ENRRECVRPT(10:3)
           MOVE WS-TXN-DEPOT TO ENRRECVRPT(14:2)
           MOVE WS-QTY-STR TO ENRRECVRPT(17:5)
           MOVE 'RECU LE ' TO ENRRECVRPT(24:8)
           MOVE WS-DATE-RUN TO ENRRECVRPT(32:10)
           IF WS-PO-TYPE(WS-PO-TROUVE) = 'D'
              MOVE 'LIVRAISON DIRECTE CDE ' TO ENRRECVRPT(44:22)
              MOVE WS-PO-ONO(WS-PO-TROUVE) TO ENRRECVRPT(66:6)
           ELSE
              IF WS-TXN-LOT NOT = SPACES
                 MOVE 'LOT ' TO ENRRECVRPT(44:4)
                 MOVE WS-TXN-LOT TO ENRRECVRPT(48:12)
              END-IF
           END-IF
           WRITE ENRRECVRPT
           .

*> Etat des bons apres receptions : une ligne 'O' par ligne de bon
*> encore ouverte, doublee d'une ligne 'D' si la date attendue est
*> depassee - le retard de livraison ne doit pas mourir en silence
           DISPLAY 'PPORECV : ' WS-CT-LUES ' RECEPTIONS LUES, '
                   WS-CT-POSTEES ' POSTEES, '
                   WS-CT-REJETEES ' REJETEES'
           DISPLAY 'PPORECV : DONT ' WS-CT-DIRECTES
                   ' CONFIRMATIONS DE LIVRAISON DIRECTE'
           DISPLAY 'PPORECV : ' WS-CT-COUTS
                   ' COUTS UNITAIRES RECALCULES'
           DISPLAY 'PPORECV : ' WS-CT-OUVERTES ' LIGNES DE BON'
                   ' OUVERTES DONT ' WS-CT-RETARD ' EN RETARD'

              CLOSE FSTKDEP
           END-IF

*> Cloture de PLOTMVT (stock par lot et journal)
           MOVE '*' TO WS-LOT-ACTION
           CALL PLOTMVT USING WS-LOT-ACTION WS-LOT-MVT
                              WS-LOT-RESULTAT
           MOVE '*' TO WS-SMV-ACTION
           CALL PSTKMVT USING WS-SMV-ACTION WS-SMV-MVT

           CLOSE FRECVRPT
           CLOSE FREJECT
           CLOSE FCOSTHIST

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
