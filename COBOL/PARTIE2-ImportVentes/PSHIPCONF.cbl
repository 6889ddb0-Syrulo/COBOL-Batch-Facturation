*> - Imprimer la liste d'anciennete des commandes importees mais
*>   jamais confirmees (ni facturees), pour que le service commande
*>   voie ce qui est bloque chez l'entrepot
*> - Conserver sur chaque ligne ITEMS confirmee le transporteur, le
*>   N° de suivi, le nombre de colis et le poids annonces par
*>   l'entrepot : le service client a enfin quelque chose a repondre
*>   au client qui dit n'avoir rien recu (cf PORDINQ, PCUSTINQ, la
*>   facture, et PPOD pour la preuve de livraison)
*>
*> Entrées :
*> - FSHIPCONF / DSHIPCONF : une confirmation par ligne (N° de
*>   commande, date d'expedition, et produit pour une confirmation
*>   ligne a ligne - blanc = commande entiere), puis transporteur,
*>   N° de suivi, nombre de colis et poids en kg (2 decimales),
*>   et lot d'expedition (facultatif, confirmation ligne a ligne)
*> - Tables DB2 : ORDERS, ITEMS
*>
*> Sorties :
*> - Table DB2 ORDERS (SHIPPED = 'Y')
*> - Table DB2 ITEMS (SHIP_CONF = 'Y', SHIP_DATE, et CARRIER,
*>   TRACKING_NO, PACKAGES, WEIGHT quand le transporteur est fourni,
*>   LOT_NO = lot de sortie de la ligne)
*> - DSTOCK-LOT / DLOT-JRNL : sortie du stock par lot et journal des
*>   lots livres, via PLOTMVT
*> - DSHIPCONF-REJECT : confirmations mal formees ou inapplicables
*> - DSHIP-AGING : une ligne par commande importee non confirmee,
*>   avec sa date de commande, plus une ligne de synthese
*>
*> Sous-programmes appelés :
*> - PDATECALC : controle de la date d'expedition
*> - PLOTMVT : controle du lot annonce, sortie du stock par lot
*>
*> Remarques :
*> - Transporteur blanc = ancienne forme du fichier, acceptee comme
*>   avant (seuls SHIP_CONF et SHIP_DATE sont poses) ; transporteur
*>   fourni = N° de suivi, colis (> 0), poids numeriques et date
*>   d'expedition AAAA-MM-JJ obligatoires
*> - Une confirmation de commande entiere porte le meme suivi sur
*>   toutes les lignes : colis et poids sont ceux de l'envoi, pas de
*>   la ligne
*> - Une confirmation re-recue pour une commande deja confirmee est
*>   acceptee sans bruit (l'entrepot renvoie parfois son fichier)
*> - Lot d'expedition : chaque ligne nouvellement confirmee (hors
*>   livraison directe, cf PPORECV) sort du stock par lot du depot de
*>   la commande, au lot annonce par l'entrepot, sinon du plus ancien
*>   lot au plus recent ; ITEMS.LOT_NO garde le premier lot servi, le
*>   journal DLOT-JRNL tous les lots (cf PRECALL). Un lot annonce doit
*>   exister au depot et n'est admis que sur une confirmation ligne a
*>   ligne
*> - Ce programme tourne avant PEXTRACT, des reception du fichier de
*>   l'entrepot, en dehors du cycle FACTBAT
*> - Ce code est fourni à titre pédagogique
           RECORDING MODE IS F.

       01 ENRSHIPCONF.
           05 SHP-O-NO      PIC X(6).
           05 FILLER        PIC X(1).
           05 SHP-DATE      PIC X(10).
           05 FILLER        PIC X(1).
           05 SHP-P-NO      PIC X(3).
           05 FILLER        PIC X(1).
           05 SHP-TRANSP    PIC X(4).
           05 FILLER        PIC X(1).
           05 SHP-SUIVI     PIC X(20).
           05 FILLER        PIC X(1).
           05 SHP-COLIS     PIC X(3).
           05 FILLER        PIC X(1).
           05 SHP-POIDS     PIC X(7).
           05 SHP-POIDS-N   REDEFINES SHP-POIDS PIC 9(5)V99.
           05 FILLER        PIC X(1).
           05 SHP-LOT       PIC X(12).

*> Ligne confirmation + code/motif de rejet
       FD FREJSHP
           RECORDING MODE IS F.

       01 ENRREJSHP.
          05 REJ-RAW-LINE   PIC X(72).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 REJ-CODE       PIC X(4).
          05 FILLER         PIC X(1) VALUE SPACE.
       01 ENRSHIPAGE.
          05 AGE-TYPE-REC   PIC X(1).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 AGE-O-NO       PIC 9(6).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 AGE-C-NO       PIC 9(4).
          05 FILLER         PIC X(1) VALUE SPACE.
       01 O-SHIPPED          PIC X(1).
       01 WS-LIGNE-EXISTE    PIC 9(4).

*> Colonnes d'expedition de ITEMS, declarees localement elles aussi
       01 I-CARRIER          PIC X(4).
       01 I-TRACKING-NO      PIC X(20).
       01 I-PACKAGES         PIC 9(3).
       01 I-WEIGHT           PIC 9(5)V99.
       01 I-SHIP-DATE        PIC X(10).
       01 I-LOT-NO           PIC X(12).

*> ORDERS.DEPOT : depot de preparation de la commande (cf PORDER)
       01 O-DEPOT            PIC X(2).

*> Lignes a sortir du stock par lot : non encore confirmees, hors
*> livraison directe, toutes celles de la commande ou la seule visee
       01 WS-TOUTES-LIGNES   PIC X(1).
           EXEC SQL DECLARE CLIGNES CURSOR FOR
                SELECT P_NO, QUANTITY
                FROM API12.ITEMS
                WHERE O_NO = :O-O-NO
                AND (P_NO = :I-P-NO OR :WS-TOUTES-LIGNES = 'Y')
                AND VALUE(SHIP_CONF, 'N') = 'N'
                AND VALUE(DROP_SHIP, 'N') = 'N'
           END-EXEC.

*> Commandes importees jamais confirmees (ni facturees ni en attente
*> credit), les plus anciennes d'abord via le rearrangement de O_DATE
*> (MM/JJ/AAAA, cf PFDATE) en AAAA-MM-JJ
       01 WS-REJ-CODE        PIC X(4).
       01 WS-REJ-MOTIF       PIC X(40).

*> Controle de la date d'expedition via PDATECALC (+0 jour)
       01 PDATECALC          PIC X(9) VALUE 'PDATECALC'.
       01 WS-DC-DATE-BASE    PIC X(10).
       01 WS-DC-SENS         PIC X(1).
       01 WS-DC-JOURS        PIC 9(4).
       01 WS-DC-AJUST        PIC X(1).
       01 WS-DC-DATE-RESULT  PIC X(10).
       01 WS-DC-STATUT       PIC X(1).

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

*> Lignes de la confirmation en cours a sortir du stock par lot,
*> relevees avant la mise a jour (cf 2026)
       01 WS-SOR-TABLE.
          05 WS-SOR-ENTREE OCCURS 50 TIMES.
             10 WS-SOR-PNO      PIC X(3).
             10 WS-SOR-QTE      PIC 9(5).
       01 WS-NB-SOR          PIC 9(2).
       01 WS-SOR-IDX         PIC 9(2).
       01 WS-CONF-OK         PIC X(1).

       77 WS-CT-LUES         PIC 9(5) VALUE 0.
       77 WS-CT-CONFIRMEES   PIC 9(5) VALUE 0.
       77 WS-CT-REJETEES     PIC 9(5) VALUE 0.
              MOVE SHP-O-NO TO O-O-NO

              EXEC SQL
                 SELECT VALUE(SHIPPED, 'N'), VALUE(DEPOT, 'D1')
                 INTO :O-SHIPPED, :O-DEPOT
                 FROM API12.ORDERS
                 WHERE O_NO = :O-O-NO
              END-EXEC
                 MOVE 'LIGNE ITEMS INCONNUE' TO WS-REJ-MOTIF
              END-IF
           END-IF

           IF WS-VALID-REC = 'Y'
              PERFORM 2012-VALIDER-TRANSPORT
           END-IF

           IF WS-VALID-REC = 'Y' AND SHP-LOT NOT = SPACES
              PERFORM 2016-VALIDER-LOT
           END-IF
           .

*> Donnees transporteur : toutes ou rien. Un suivi sans transporteur
*> ne sert a personne, un transporteur sans suivi non plus
       2012-VALIDER-TRANSPORT.

           IF SHP-TRANSP = SPACES
              IF SHP-SUIVI NOT = SPACES
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E006' TO WS-REJ-CODE
                 MOVE 'TRANSPORTEUR MANQUANT' TO WS-REJ-MOTIF
              END-IF
           ELSE
              IF SHP-SUIVI = SPACES
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E007' TO WS-REJ-CODE
                 MOVE 'NO DE SUIVI MANQUANT' TO WS-REJ-MOTIF
              END-IF

              IF WS-VALID-REC = 'Y'
                 AND (SHP-COLIS NOT NUMERIC OR SHP-COLIS = '000')
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E008' TO WS-REJ-CODE
                 MOVE 'NOMBRE DE COLIS INVALIDE' TO WS-REJ-MOTIF
              END-IF

              IF WS-VALID-REC = 'Y' AND SHP-POIDS NOT NUMERIC
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E009' TO WS-REJ-CODE
                 MOVE 'POIDS NON NUMERIQUE' TO WS-REJ-MOTIF
              END-IF

              IF WS-VALID-REC = 'Y'
                 MOVE SHP-DATE TO WS-DC-DATE-BASE
                 PERFORM 2015-CONTROLER-DATE
                 IF WS-DC-STATUT NOT = 'Y'
                    MOVE 'N'    TO WS-VALID-REC
                    MOVE 'E010' TO WS-REJ-CODE
                    MOVE 'DATE EXPEDITION INVALIDE' TO WS-REJ-MOTIF
                 END-IF
              END-IF
           END-IF
           .

*> Date AAAA-MM-JJ valide : PDATECALC a +0 jour
       2015-CONTROLER-DATE.

           MOVE '+' TO WS-DC-SENS
           MOVE 0 TO WS-DC-JOURS
           MOVE 'N' TO WS-DC-AJUST
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT
           .

*> Lot annonce : confirmation ligne a ligne seulement (un lot ne
*> vaut que pour un produit), lot connu au depot de la commande
       2016-VALIDER-LOT.

           IF SHP-P-NO = SPACES
              MOVE 'N'    TO WS-VALID-REC
              MOVE 'E011' TO WS-REJ-CODE
              MOVE 'LOT SANS PRODUIT' TO WS-REJ-MOTIF
           ELSE
              MOVE 'L'      TO WS-LOT-ACTION
              MOVE O-DEPOT  TO WS-LOT-DEPOT
              MOVE SHP-P-NO TO WS-LOT-P-NO
              MOVE SHP-LOT  TO WS-LOT-NO
              CALL PLOTMVT USING WS-LOT-ACTION WS-LOT-MVT
                                 WS-LOT-RESULTAT
              IF WS-LOT-STATUT NOT = 'Y'
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E012' TO WS-REJ-CODE
                 MOVE 'LOT INCONNU AU DEPOT DE LA COMMANDE'
                      TO WS-REJ-MOTIF
              END-IF
           END-IF
           .

*> Confirme la ligne visee (SHP-P-NO fourni) ou la commande entiere
*> ORDERS.SHIPPED passe a 'Y' des la premiere ligne confirmee, c'est
*> lui qui rend la commande visible de l'extraction. Une ligne ou
*> une commande deja confirmee est acceptee sans bruit (fichier
*> entrepot parfois renvoye). Les donnees transporteur ne sont
*> posees que si l'entrepot les fournit : un renvoi a l'ancienne
*> forme n'efface pas un suivi deja connu
       2020-CONFIRMER.

           MOVE 'N' TO WS-CONF-OK
           PERFORM 2026-LIGNES-A-SORTIR
           MOVE SHP-DATE TO I-SHIP-DATE

           IF SHP-TRANSP = SPACES
              PERFORM 2022-CONFIRMER-SIMPLE
           ELSE
              MOVE SHP-TRANSP  TO I-CARRIER
              MOVE SHP-SUIVI   TO I-TRACKING-NO
              MOVE SHP-COLIS   TO I-PACKAGES
              MOVE SHP-POIDS-N TO I-WEIGHT
              PERFORM 2024-CONFIRMER-TRANSPORT
           END-IF

           IF SQLCODE NOT = 0
           ELSE
              IF O-SHIPPED = 'Y'
                 ADD 1 TO WS-CT-CONFIRMEES
                 MOVE 'Y' TO WS-CONF-OK
              ELSE
                 EXEC SQL
                    UPDATE API12.ORDERS

                 IF SQLCODE = 0
                    ADD 1 TO WS-CT-CONFIRMEES
                    MOVE 'Y' TO WS-CONF-OK
                 ELSE
                    DISPLAY 'ERREUR : ' SQLCODE
                    MOVE 'E004' TO WS-REJ-CODE
                 END-IF
              END-IF
           END-IF

           IF WS-CONF-OK = 'Y'
              PERFORM VARYING WS-SOR-IDX FROM 1 BY 1
                      UNTIL WS-SOR-IDX > WS-NB-SOR
                 PERFORM 2030-SORTIR-LOT
              END-PERFORM
           END-IF
           .

*> Ancienne forme : SHIP_CONF et date d'expedition seulement
       2022-CONFIRMER-SIMPLE.

           IF SHP-P-NO = SPACES
              EXEC SQL
                 UPDATE API12.ITEMS
                 SET SHIP_CONF = 'Y',
                     SHIP_DATE = :I-SHIP-DATE
                 WHERE O_NO = :O-O-NO
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE API12.ITEMS
                 SET SHIP_CONF = 'Y',
                     SHIP_DATE = :I-SHIP-DATE
                 WHERE O_NO = :O-O-NO
                 AND P_NO = :I-P-NO
              END-EXEC
           END-IF
           .

*> Avec transporteur : suivi, colis et poids sur la ou les lignes
       2024-CONFIRMER-TRANSPORT.

           IF SHP-P-NO = SPACES
              EXEC SQL
                 UPDATE API12.ITEMS
                 SET SHIP_CONF   = 'Y',
                     SHIP_DATE   = :I-SHIP-DATE,
                     CARRIER     = :I-CARRIER,
                     TRACKING_NO = :I-TRACKING-NO,
                     PACKAGES    = :I-PACKAGES,
                     WEIGHT      = :I-WEIGHT
                 WHERE O_NO = :O-O-NO
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE API12.ITEMS
                 SET SHIP_CONF   = 'Y',
                     SHIP_DATE   = :I-SHIP-DATE,
                     CARRIER     = :I-CARRIER,
                     TRACKING_NO = :I-TRACKING-NO,
                     PACKAGES    = :I-PACKAGES,
                     WEIGHT      = :I-WEIGHT
                 WHERE O_NO = :O-O-NO
                 AND P_NO = :I-P-NO
              END-EXEC
           END-IF
           .

*> Releve, avant la mise a jour, des lignes que cette confirmation
*> fait passer expediees : une ligne deja confirmee (fichier renvoye)
*> est deja sortie du stock par lot
       2026-LIGNES-A-SORTIR.

           MOVE 0 TO WS-NB-SOR
           IF SHP-P-NO = SPACES
              MOVE 'Y' TO WS-TOUTES-LIGNES
              MOVE SPACES TO I-P-NO
           ELSE
              MOVE 'N' TO WS-TOUTES-LIGNES
              MOVE SHP-P-NO TO I-P-NO
           END-IF

           EXEC SQL OPEN CLIGNES END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL FETCH CLIGNES
                 INTO :I-P-NO, :I-QUANTITY
             END-EXEC

             IF SQLCODE = 0 AND WS-NB-SOR < 50
                ADD 1 TO WS-NB-SOR
                MOVE I-P-NO     TO WS-SOR-PNO(WS-NB-SOR)
                MOVE I-QUANTITY TO WS-SOR-QTE(WS-NB-SOR)
             END-IF
           END-PERFORM

           EXEC SQL CLOSE CLIGNES END-EXEC

           IF SHP-P-NO NOT = SPACES
              MOVE SHP-P-NO TO I-P-NO
           END-IF
           .

*> Sortie du stock par lot d'une ligne confirmee, date d'expedition
*> et commande au journal ; le premier lot servi est pose sur la
*> ligne ITEMS
       2030-SORTIR-LOT.

           MOVE 'S'                     TO WS-LOT-ACTION
           MOVE O-DEPOT                 TO WS-LOT-DEPOT
           MOVE WS-SOR-PNO(WS-SOR-IDX)  TO WS-LOT-P-NO
           MOVE SHP-LOT                 TO WS-LOT-NO
           MOVE WS-SOR-QTE(WS-SOR-IDX)  TO WS-LOT-QTE
           MOVE SHP-DATE                TO WS-LOT-DATE
           MOVE SPACES                  TO WS-LOT-DATE-LOT
           MOVE 'C'                     TO WS-LOT-ORIGINE
           MOVE O-O-NO                  TO WS-LOT-REF
           CALL PLOTMVT USING WS-LOT-ACTION WS-LOT-MVT
                              WS-LOT-RESULTAT

           IF WS-LOT-NB > 0
              MOVE WS-LOT-AL-LOT(1)       TO I-LOT-NO
              MOVE WS-SOR-PNO(WS-SOR-IDX) TO I-P-NO
              EXEC SQL
                 UPDATE API12.ITEMS
                 SET LOT_NO = :I-LOT-NO
                 WHERE O_NO = :O-O-NO
                 AND P_NO = :I-P-NO
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'PSHIPCONF : ERREUR SQL LOT_NO ' SQLCODE
              END-IF
           END-IF
           .

*> Journalisation d'une confirmation rejetée

           EXEC SQL COMMIT END-EXEC

*> Cloture de PDATECALC (calendrier des jours feries)
           MOVE '*' TO WS-DC-SENS
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT

*> Cloture de PLOTMVT (stock par lot et journal)
           MOVE '*' TO WS-LOT-ACTION
           CALL PLOTMVT USING WS-LOT-ACTION WS-LOT-MVT
                              WS-LOT-RESULTAT

           DISPLAY 'PSHIPCONF : ' WS-CT-LUES ' LUES, '
                   WS-CT-CONFIRMEES ' CONFIRMEES, '
                   WS-CT-REJETEES ' REJETEES'
