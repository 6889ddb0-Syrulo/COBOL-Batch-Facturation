*> - Le detail reglement par reglement ('P' piece a piece) reste au
*>   journal DAR-OPEN ; le dossier donne l'etat regle/ouvert par
*>   facture depuis DAR-XREF
*> - Une ligne expediee avec suivi (PSHIPCONF) est suivie de son
*>   transporteur, N° de suivi, colis et poids, puis de sa preuve de
*>   livraison (date et signataire, PPOD) ou de "LIVRAISON NON
*>   CONFIRMEE" : de quoi repondre au client qui dit n'avoir rien recu
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================
           RECORDING MODE IS F.

       01 ENRINVCTL.
          05 INV-O-NO        PIC 9(6).
          05 INV-LAST-NO     PIC 9(6).
          05 INV-OFFICE      PIC 9(1).
*> 'V' = ligne d'annulation posee par PVOID (meme numero repete)
           DATA RECORD IS ENRINVXREF.

       01 ENRINVXREF.
          05 XRF-O-NO        PIC 9(6).
          05 XRF-INVOICE-NO  PIC 9(6).
          05 XRF-DATE        PIC X(10).
          05 XRF-C-NO        PIC 9(4).
             10 ARX-C-NO        PIC 9(4).
             10 ARX-INVOICE-NO  PIC 9(6).
          05 ARX-TYPE        PIC X(1).
          05 ARX-O-NO        PIC 9(6).
          05 ARX-DATE        PIC X(10).
          05 ARX-MONTANT     PIC 9(7)V99.
          05 ARX-REGLE       PIC 9(7)V99.
           RECORDING MODE IS F.

       01 ENRREJORD.
          05 REJ-NO         PIC 9(6).
          05 FILLER         PIC X(1).
          05 REJ-REGION     PIC X(2).
          05 FILLER         PIC X(1).
           RECORDING MODE IS F.

       01 ENRCOLLISION.
          05 COL-NO         PIC 9(6).
          05 FILLER         PIC X(1).
          05 COL-REGION-RETENUE PIC X(2).
          05 FILLER         PIC X(1).
           RECORDING MODE IS F.

       01 ENRREJEXT.
          05 REJEXT-ONO        PIC 9(6).
          05 FILLER            PIC X(1).
          05 REJEXT-MOTIF      PIC X(40).

*> ORDERS.INVOICED : pas de DCLGEN dans ce dépôt, déclarée localement
       01 O-INVOICED         PIC X(1).

*> Colonnes d'expedition et de livraison de ITEMS (PSHIPCONF, PPOD),
*> declarees localement elles aussi
       01 I-SHIP-DATE        PIC X(10).
       01 I-CARRIER          PIC X(4).
       01 I-TRACKING-NO      PIC X(20).
       01 I-PACKAGES         PIC 9(3).
       01 I-WEIGHT           PIC 9(5)V99.
       01 I-DELIVERED-DATE   PIC X(10).
       01 I-DELIVERED-BY     PIC X(20).
       01 WS-POIDS-STR       PIC ZZZZ9,99.

*> Lignes ITEMS de la commande en cours de dossier
           EXEC SQL DECLARE CITEMS CURSOR FOR
                SELECT P_NO, QUANTITY, PRICE,
                       VALUE(SHIP_DATE, ' '), VALUE(CARRIER, ' '),
                       VALUE(TRACKING_NO, ' '), VALUE(PACKAGES, 0),
                       VALUE(WEIGHT, 0), VALUE(DELIVERED_DATE, ' '),
                       VALUE(DELIVERED_BY, ' ')
                FROM API12.ITEMS
                WHERE O_NO = :O-O-NO
           END-EXEC.
*> Commandes a documenter
       01 WS-SEL-TABLE.
          05 WS-SEL-ENTRY OCCURS 100 TIMES.
             10 WS-SEL-ONO      PIC 9(6).
       01 WS-NB-SEL          PIC 9(3) VALUE 0.
       01 WS-SEL-IDX         PIC 9(3).

*> Numeros de facture par commande (dernier lu gagnant)
       01 WS-INV-TABLE.
          05 WS-INV-ENTRY OCCURS 500 TIMES.
             10 WS-INV-ONO      PIC 9(6).
             10 WS-INV-NO       PIC 9(6).
       01 WS-NB-INV          PIC 9(3) VALUE 0.
       01 WS-INV-IDX         PIC 9(3).
          05 WS-XRF-ENTRY OCCURS 100 TIMES.
             10 WS-XRF-TYPE     PIC X(1).
             10 WS-XRF-INVNO    PIC 9(6).
             10 WS-XRF-ONO      PIC 9(6).
             10 WS-XRF-DATE     PIC X(10).
             10 WS-XRF-MONTANT  PIC 9(7)V99.
             10 WS-XRF-REGLE    PIC 9(7)V99.
*> Rejets charges en memoire
       01 WS-REJ-TABLE.
          05 WS-REJ-ENTRY OCCURS 500 TIMES.
             10 WS-REJ-ONO      PIC 9(6).
             10 WS-REJ-ORIGINE  PIC X(9).
             10 WS-REJ-MOTIF    PIC X(40).
       01 WS-NB-REJ          PIC 9(3) VALUE 0.
       01 WS-REJ-IDX         PIC 9(3).

*> Champs du dossier en cours
       01 WS-ONO-COURANT     PIC 9(6).
       01 WS-CNO-DOSSIER     PIC 9(4).
       01 WS-TROUVEE-DB2     PIC X(1).
       77 WS-PRICE-STR       PIC Z(5),99.
       77 WS-QTE-STR         PIC Z(3)9.
       77 WS-MNT-STR         PIC Z(6)9,99.

*> Compteurs de fin de run
              IF WS-SYSIN-LIGNE = SPACES
                 MOVE 'Y' TO WS-EOF
              ELSE
                 IF WS-SYSIN-LIGNE(1:6) NUMERIC
                    AND WS-NB-SEL < 100
                    ADD 1 TO WS-NB-SEL
                    MOVE WS-SYSIN-LIGNE(1:6)
                         TO WS-SEL-ONO(WS-NB-SEL)
                 END-IF
              END-IF

           MOVE SPACES TO ENRINQRPT
           MOVE 'DOSSIER COMMANDE ' TO ENRINQRPT(5:17)
           MOVE WS-ONO-COURANT TO ENRINQRPT(22:6)
           WRITE ENRINQRPT

           MOVE WS-ONO-COURANT TO O-O-NO

           PERFORM UNTIL SQLCODE = 100
             EXEC SQL FETCH CITEMS
                 INTO :I-P-NO, :I-QUANTITY, :I-PRICE,
                      :I-SHIP-DATE, :I-CARRIER, :I-TRACKING-NO,
                      :I-PACKAGES, :I-WEIGHT, :I-DELIVERED-DATE,
                      :I-DELIVERED-BY
             END-EXEC

             IF SQLCODE = 0
                MOVE 'PRODUIT ' TO ENRINQRPT(8:8)
                MOVE I-P-NO TO ENRINQRPT(16:3)
                MOVE 'QTE' TO ENRINQRPT(22:3)
                MOVE WS-QTE-STR TO ENRINQRPT(26:4)
                MOVE 'PRIX' TO ENRINQRPT(31:4)
                MOVE WS-PRICE-STR TO ENRINQRPT(36:8)
                WRITE ENRINQRPT
                IF I-TRACKING-NO NOT = SPACES
                   PERFORM 3110-SUIVI-LIGNE
                END-IF
             END-IF
           END-PERFORM

           EXEC SQL CLOSE CITEMS END-EXEC
           .

*> Expedition de la ligne (transporteur, suivi, colis, poids) puis
*> preuve de livraison du transporteur ou son absence
       3110-SUIVI-LIGNE.

           MOVE I-WEIGHT TO WS-POIDS-STR
           MOVE SPACES TO ENRINQRPT
           MOVE 'EXPEDIE' TO ENRINQRPT(10:7)
           MOVE I-SHIP-DATE TO ENRINQRPT(18:10)
           MOVE I-CARRIER TO ENRINQRPT(29:4)
           MOVE I-TRACKING-NO TO ENRINQRPT(34:20)
           MOVE 'COLIS' TO ENRINQRPT(55:5)
           MOVE I-PACKAGES TO ENRINQRPT(61:3)
           MOVE 'KG' TO ENRINQRPT(65:2)
           MOVE WS-POIDS-STR TO ENRINQRPT(68:8)
           WRITE ENRINQRPT

           MOVE SPACES TO ENRINQRPT
           IF I-DELIVERED-DATE = SPACES
              MOVE 'LIVRAISON NON CONFIRMEE' TO ENRINQRPT(10:23)
           ELSE
              MOVE 'LIVRE' TO ENRINQRPT(10:5)
              MOVE I-DELIVERED-DATE TO ENRINQRPT(18:10)
              MOVE 'SIGNE' TO ENRINQRPT(29:5)
              MOVE I-DELIVERED-BY TO ENRINQRPT(35:20)
           END-IF
           WRITE ENRINQRPT
           .

*> Facture emise pour la commande : numero (DINVOICE-CTL) et montant
*> TTC ('F' du grand livre)
       3200-SECTION-FACTURE.
