*> - Tables DB2 : ORDERS, ITEMS, CUSTOMERS
*> - DCREDREL-TXN : une decision par ligne, champs séparés par ';' :
*>     TXN-CODE (L=liberer / X=refuser)
*>     TXN-O-NO (N° de commande en attente, 6 chiffres)
*>     TXN-OPERATEUR (identifiant du decideur, reporte sur l'audit)
*> - FSTKDEP / DSTOCK-DEPOT : stock par depot (mise a jour par cle)
*>
*> Sorties :
*> - DCREDHOLD-RPT   : rapport des commandes encore en attente ('H'
*> - DCREDREL-REJECT : decisions mal formees ou inapplicables
*> - DCREDREL-AUDIT  : une ligne par decision appliquee ou rejetee,
*>   plus une ligne total, sur le modele de DDDEVMAINT-AUDIT
*> - DSTOCK-DEPOT : le depot de la commande refusee recupere ses
*>   lignes, comme PRODUCTS.STOCK_QTY
*> - DSTOCK-LEDGER : un mouvement RF par ligne remise en stock (via
*>   PSTKMVT)
*>
*> Sous-programmes appelés :
*> - PSTKMVT : journal des mouvements de stock
*>
*> Remarques :
*> - Le refus annule la commande comme un retour complet le ferait
*>   frais compris, chaque ligne remise en stock (la marchandise n'a
*>   jamais quitte l'entrepot), lignes ITEMS, frais ORDER_CHARGES
*>   puis commande ORDERS supprimes
*> - Une ligne en livraison directe (ITEMS.DROP_SHIP = 'Y') n'a
*>   jamais touche le stock (cf PORDER.3075) : elle n'est pas remise
*>   en stock au refus
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande du
*>   service credit
*> - Ce code est fourni à titre pédagogique
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-AUT.

           SELECT FSTKDEP ASSIGN TO DSTOCK-DEPOT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS STK-CLE
                           FILE STATUS IS WS-STATUS-STK.

       DATA DIVISION.
       FILE SECTION.
       01 ENRHOLDRPT.
          05 HRP-TYPE-REC     PIC X(1).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 HRP-O-NO         PIC 9(6).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 HRP-C-NO         PIC 9(4).
          05 FILLER           PIC X(1) VALUE SPACE.
       01 ENRCREDAUDIT.
          05 AUD-REC-TYPE     PIC X(1).
          05 AUD-TXN-CODE     PIC X(1).
          05 AUD-O-NO         PIC 9(6).
          05 AUD-C-NO         PIC 9(4).
          05 AUD-MONTANT      PIC 9(7)V99.
          05 AUD-OPERATEUR    PIC X(8).
          05 AUT-LIMITE       PIC 9(7)V99.


*> Même structure que celle tenue par PORDER (cf PORDER.cbl)
       FD FSTKDEP
           DATA RECORD IS ENRSTKDEP.

       01 ENRSTKDEP.
          05 STK-CLE.
             10 STK-DEPOT      PIC X(2).
             10 STK-P-NO       PIC 9(3).
          05 STK-QTY         PIC S9(5).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.
*> localement comme les autres colonnes ajoutées depuis
       01 O-CREDIT-HOLD   PIC X(1).
       01 C-CREDIT-LIMIT  PIC 9(7)V99.
       01 O-DEPOT         PIC X(2).

*> Lignes de la commande refusee, relues AVANT leur suppression pour
*> remettre chaque quantite en stock (la marchandise n'a jamais
                SELECT P_NO, QUANTITY
                FROM API12.ITEMS
                WHERE O_NO = :O-O-NO
                  AND VALUE(DROP_SHIP, 'N') <> 'Y'
           END-EXEC.

*> Commandes encore en attente credit, pour le rapport quotidien
       77 WS-STATUS-RPT  PIC 99 VALUE 0.
       77 WS-STATUS-REJ  PIC 99 VALUE 0.
       77 WS-STATUS-AUD  PIC 99 VALUE 0.
       77 WS-STATUS-STK  PIC 99 VALUE 0.

       01 EOF            PIC X VALUE 'N'.
       01 WS-ENRTXN      PIC X(40).

*> Champs de la decision en cours, issus de l'UNSTRING de WS-ENRTXN
       01 TXN-CODE        PIC X(1).
       01 TXN-O-NO        PIC X(6).
       01 TXN-OPERATEUR   PIC X(8).

*> Indicateurs de validation de la decision en cours
       01 WS-CT-REFUS      PIC 9(5) VALUE 0.
       01 WS-CT-EN-ATTENTE PIC 9(5) VALUE 0.

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

       0000-MAINLINE.
           OPEN INPUT  FTXN
           OPEN OUTPUT FHOLDRPT
           OPEN OUTPUT FREJECT
           OPEN I-O    FSTKDEP

*> Journal d'audit en mode ajout : l'historique des decisions credit
*> survit d'un run a l'autre (cf PDEVMAINT)
              MOVE TXN-O-NO TO O-O-NO

              EXEC SQL
                 SELECT VALUE(CREDIT_HOLD, 'N'), C_NO,
                        VALUE(DEPOT, 'D1')
                 INTO :WS-HOLD-FLAG, :O-C-NO, :O-DEPOT
                 FROM API12.ORDERS
                 WHERE O_NO = :O-O-NO
              END-EXEC
           .

*> Remise en stock des lignes de la commande refusee, relues avant
*> leur suppression : total PRODUCTS et depot expediteur de la
*> commande, en miroir de PORDER.3060/3065
       2035-RESTOCKER-LIGNES.

           EXEC SQL OPEN CITMREF END-EXEC
                   SET STOCK_QTY = STOCK_QTY + :I-QUANTITY
                   WHERE P_NO = :I-P-NO
                END-EXEC
                PERFORM 2037-RESTOCKER-DEPOT
             END-IF

           END-PERFORM
           EXEC SQL CLOSE CITMREF END-EXEC
           .

*> Le depot de la commande recupere la ligne ; un depot jamais vu du
*> produit y ouvre son solde (cf PRETURN)
       2037-RESTOCKER-DEPOT.

           MOVE O-DEPOT TO STK-DEPOT
           MOVE I-P-NO  TO STK-P-NO
           READ FSTKDEP
               INVALID KEY
                   MOVE O-DEPOT    TO STK-DEPOT
                   MOVE I-P-NO     TO STK-P-NO
                   MOVE I-QUANTITY TO STK-QTY
                   WRITE ENRSTKDEP
               NOT INVALID KEY
                   ADD I-QUANTITY TO STK-QTY
                   REWRITE ENRSTKDEP
           END-READ

           MOVE 'M'         TO WS-SMV-ACTION
           MOVE I-P-NO      TO WS-SMV-P-NO
           MOVE O-DEPOT     TO WS-SMV-DEPOT
           MOVE SPACES      TO WS-SMV-DATE
           MOVE I-QUANTITY  TO WS-SMV-QTE
           MOVE 'RF'        TO WS-SMV-TYPE
           MOVE 'B'         TO WS-SMV-PORTEE
           MOVE 'PCREDREL'  TO WS-SMV-PROGRAMME
           MOVE TXN-O-NO    TO WS-SMV-DOC
           CALL PSTKMVT USING WS-SMV-ACTION WS-SMV-MVT
           .

*> Ligne detail du journal d'audit pour la decision en cours
       2095-ECRIRE-AUDIT.


           EXEC SQL CLOSE CHOLD END-EXEC

*> Ligne de synthese : le nombre de commandes encore en attente, porte
*> par HRP-C-NO (4 chiffres)
           MOVE SPACES TO ENRHOLDRPT
           MOVE 'T' TO HRP-TYPE-REC
           MOVE WS-CT-EN-ATTENTE TO HRP-C-NO
           CLOSE FHOLDRPT
           CLOSE FREJECT
           CLOSE FAUDIT
           CLOSE FSTKDEP

           MOVE '*' TO WS-SMV-ACTION
           CALL PSTKMVT USING WS-SMV-ACTION WS-SMV-MVT
           .
