*> ==========================================================
*> PEDI856.cbl - Avis d'expedition EDI (type 856) des clients EDI
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Construire, pour chaque client marque EDI, un echange type 856
*>   (avis d'expedition) par run : une transaction ST..SE par envoi
*>   confirme par l'entrepot (PSHIPCONF) et pas encore annonce, avec
*>   la reference de commande d'achat du client (850, cf PEDI850),
*>   les lignes et quantites expediees, et transporteur / N° de
*>   suivi / colis / poids quand l'entrepot les a transmis - le quai
*>   du client attend la marchandise, et ses penalites de non
*>   conformite cessent
*> - Memes enveloppe ISA/GS ... GE/IEA et MEME suite de numeros de
*>   controle que PEDIFACT (registre DEDI-CTL) : PEDI997 rapproche
*>   les accuses des 856 exactement comme ceux des 810
*>
*> Entrées :
*> - FEDICUST / DEDICUST : clients EDI, un C_NO par ligne
*> - FPOREF / DEDI-POREF : references de commande d'achat ecrites
*>   par PEDI850 (derniere ligne gagnante par commande et client)
*> - FEDICTL / DEDI-CTL : dernier numero de controle d'echange
*>   attribue (partage avec PEDIFACT)
*> - Tables DB2 : ORDERS, ITEMS, CUSTOMERS
*>
*> Sorties :
*> - DEDI856-OUT : segments EDI, un segment par ligne de 80
*>   caracteres
*> - DEDI-CTL : complete d'une ligne par echange emis
*> - Table DB2 ITEMS : ASN_SENT = 'Y' et ASN_CTL (numero de controle
*>   de l'echange) sur chaque ligne annoncee
*> - DEDI856-RPT : une ligne 'C' par client EDI annonce (echange,
*>   envois, lignes, segments) et une ligne 'T' de total
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - Un envoi = les lignes d'une commande confirmees le meme jour
*>   avec le meme transporteur et le meme N° de suivi ; une ligne
*>   confirmee plusieurs fois (fichier entrepot renvoye) n'est
*>   annoncee qu'une fois (ASN_SENT)
*> - Seules les lignes portant une date d'expedition (SHIP_DATE,
*>   posee par PSHIPCONF) sont annoncees : les confirmations
*>   anterieures a cette colonne ne partent pas en 856 au premier run
*> - Commande sans reference 850 (saisie hors EDI) : le PRF porte le
*>   N° de commande maison
*> - Un client EDI sans envoi a annoncer ne consomme aucun numero de
*>   controle
*> - Ce programme tourne en dehors du cycle FACTBAT, juste apres
*>   PSHIPCONF ; il ne doit jamais tourner en meme temps que le cycle
*>   (PEDIFACT, PEDI832 : numeros de controle partages)
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PEDI856.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FEDICUST ASSIGN TO DEDICUST
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-CUS.

           SELECT FPOREF ASSIGN TO DEDI-POREF
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-POR.

           SELECT FEDICTL ASSIGN TO DEDI-CTL
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-CTL.

           SELECT FEDIOUT ASSIGN TO DEDI856-OUT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-OUT.

           SELECT FEDIRPT ASSIGN TO DEDI856-RPT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.

*> Même structure que celle lue par PEDIFACT (cf PEDIFACT.cbl)
       FD FEDICUST
           RECORDING MODE IS F.

       01 ENREDICUST.
          05 EDC-C-NO        PIC 9(4).
          05 FILLER          PIC X(6).

*> Même structure que celle écrite par PEDI850 (cf PEDI850.cbl)
       FD FPOREF
           RECORDING MODE IS F.

       01 ENRPOREF.
          05 POR-O-NO        PIC X(6).
          05 FILLER          PIC X(1).
          05 POR-C-NO        PIC X(4).
          05 FILLER          PIC X(1).
          05 POR-PO-REF      PIC X(20).
          05 FILLER          PIC X(1).
          05 POR-PO-DATE     PIC X(8).
          05 FILLER          PIC X(1).
          05 POR-ISA-CTL     PIC X(8).

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
*>            'C' = une ligne par client EDI annonce, 'T' = total
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-C-NO        PIC 9(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-CTL-NO      PIC ZZZZZZZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-ENVOIS      PIC ZZZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-LIGNES      PIC ZZZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-SEGMENTS    PIC ZZZZ9.

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE ORDERS END-EXEC.

           EXEC SQL INCLUDE ITEMS END-EXEC.

           EXEC SQL INCLUDE CUSTOMER END-EXEC.

*> Colonnes d'expedition et d'avis de ITEMS : pas dans le membre
*> DCLGEN de ce depot, declarees localement (cf PSHIPCONF)
       01 I-SHIP-DATE        PIC X(10).
       01 I-CARRIER          PIC X(4).
       01 I-TRACKING-NO      PIC X(20).
       01 I-PACKAGES         PIC 9(3).
       01 I-WEIGHT           PIC 9(5)V99.

*> Client EDI en cours et numero de controle courant (dernier
*> attribue, lu au demarrage puis avance d'une unite par echange)
       01 WS-CLI-COURANT     PIC 9(4).
       01 WS-CTL-NO          PIC 9(9) VALUE 0.

*> Lignes confirmees pas encore annoncees du client en cours, dans
*> l'ordre des envois
           EXEC SQL DECLARE CEXPED CURSOR FOR
                SELECT I.O_NO, I.P_NO, I.QUANTITY, I.SHIP_DATE,
                       VALUE(I.CARRIER, ' '),
                       VALUE(I.TRACKING_NO, ' '),
                       VALUE(I.PACKAGES, 0), VALUE(I.WEIGHT, 0)
                FROM API12.ITEMS I
                JOIN API12.ORDERS O ON O.O_NO = I.O_NO
                WHERE O.C_NO = :WS-CLI-COURANT
                AND VALUE(I.SHIP_CONF, 'N') = 'Y'
                AND I.SHIP_DATE IS NOT NULL
                AND VALUE(I.ASN_SENT, 'N') = 'N'
                ORDER BY I.O_NO, I.SHIP_DATE, 5, 6, I.P_NO
           END-EXEC.

       77 WS-STATUS-CUS      PIC 99 VALUE 0.
       77 WS-STATUS-POR      PIC 99 VALUE 0.
       77 WS-STATUS-CTL      PIC 99 VALUE 0.
       77 WS-STATUS-OUT      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1) VALUE 'N'.

*> Clients EDI charges en memoire
       01 WS-EDI-TABLE.
          05 WS-EDI-ENTRY OCCURS 50 TIMES.
             10 WS-EDI-CNO   PIC 9(4).
       01 WS-NB-EDI          PIC 99 VALUE 0.
       01 WS-EDI-IDX         PIC 99.

*> References d'achat 850 chargees en memoire dans l'ordre du
*> registre : la recherche garde la derniere correspondance
       01 WS-POR-TABLE.
          05 WS-POR-ENTRY OCCURS 9999 TIMES.
             10 WS-POR-ONO      PIC X(6).
             10 WS-POR-CNO      PIC X(4).
             10 WS-POR-REF      PIC X(20).
             10 WS-POR-DATE     PIC X(8).
       01 WS-NB-POR          PIC 9(4) VALUE 0.
       01 WS-POR-IDX         PIC 9(4).
       77 WS-CT-POR-DEBORD   PIC 9(5) VALUE 0.

*> Envoi en cours : commande, date, transporteur et suivi
       01 WS-EXP-CLE.
          05 WS-EXP-ONO      PIC 9(6).
          05 WS-EXP-DATE     PIC X(10).
          05 WS-EXP-TRANSP   PIC X(4).
          05 WS-EXP-SUIVI    PIC X(20).
       01 WS-LIG-CLE.
          05 WS-LIG-ONO      PIC 9(6).
          05 WS-LIG-DATE     PIC X(10).
          05 WS-LIG-TRANSP   PIC X(4).
          05 WS-LIG-SUIVI    PIC X(20).
       01 WS-EXP-OUVERT      PIC X(1).
       01 WS-ONO-X           PIC X(6).
       01 WS-CNO-X           PIC X(4).
       01 WS-PO-REF          PIC X(20).
       01 WS-PO-DATE         PIC X(8).

*> Echange et transaction en cours pour le client EDI en cours
       01 WS-ECHANGE-OUVERT  PIC X(1).
       01 WS-SQLCODE-FETCH   PIC S9(9) COMP.
       01 WS-TXN-NO          PIC 9(4).
       01 WS-SEG-ST          PIC 9(4).
       01 WS-SEG-ECHANGE     PIC 9(5).
       01 WS-HL-NO           PIC 9(4).
       01 WS-CLI-COMPANY     PIC X(30).
       01 WS-NB-ENV-CLI      PIC 9(4).
       01 WS-NB-LIG-CLI      PIC 9(5).

*> Dates AAAAMMJJ des segments ISA, DTM et PRF
       01 WS-EDI-DATE        PIC X(8).
       01 WS-DATE-EXP        PIC X(8).

*> Champs d'edition des segments
       77 WS-CTL-STR         PIC 9(9).
       77 WS-TXN-STR         PIC 9(4).
       77 WS-QTE-STR         PIC Z(3)9.
       77 WS-SEG-STR         PIC ZZZ9.
       77 WS-NB-STR          PIC ZZZ9.
       77 WS-HL-STR          PIC ZZZ9.
       77 WS-HLP-STR         PIC ZZZ9.
       77 WS-COLIS-STR       PIC ZZ9.
       77 WS-POIDS-STR       PIC Z(4)9,99.

*> Compteurs de fin de run
       77 WS-CT-ECHANGES     PIC 9(4) VALUE 0.
       77 WS-CT-ENVOIS       PIC 9(5) VALUE 0.
       77 WS-CT-LIGNES       PIC 9(5) VALUE 0.
       77 WS-CT-SEGMENTS     PIC 9(6) VALUE 0.
       77 WS-CT-ERREURS      PIC 9(4) VALUE 0.

*> Code retour remis au moniteur de job : 8 si aucun client EDI n'est
*> parametre, 4 si une ligne annoncee n'a pas pu etre marquee (elle
*> repartira au prochain run), 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT
           PERFORM 1100-CHARGER-CLIENTS-EDI
           PERFORM 1200-CHARGER-REFERENCES
           PERFORM 1400-INIT-NO-CONTROLE

           PERFORM 2000-ANNONCER-UN-CLIENT
                   VARYING WS-EDI-IDX FROM 1 BY 1
                   UNTIL WS-EDI-IDX > WS-NB-EDI

           PERFORM 9000-FIN
           STOP RUN
           .

       1000-DEBUT.

           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

           OPEN OUTPUT FEDIOUT
           OPEN OUTPUT FEDIRPT
           .

*> Chargement des clients EDI parametres (cf PEDIFACT)
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
                          ADD 1 TO WS-NB-EDI
                          MOVE EDC-C-NO TO WS-EDI-CNO(WS-NB-EDI)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FEDICUST
           END-IF
           .

*> Chargement du registre des references 850 ; absent = aucune
*> commande EDI connue, le PRF portera le N° de commande maison
       1200-CHARGER-REFERENCES.

           OPEN INPUT FPOREF
           IF WS-STATUS-POR = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FPOREF
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-NB-POR < 9999
                          ADD 1 TO WS-NB-POR
                          MOVE POR-O-NO    TO WS-POR-ONO(WS-NB-POR)
                          MOVE POR-C-NO    TO WS-POR-CNO(WS-NB-POR)
                          MOVE POR-PO-REF  TO WS-POR-REF(WS-NB-POR)
                          MOVE POR-PO-DATE TO WS-POR-DATE(WS-NB-POR)
                       ELSE
                          ADD 1 TO WS-CT-POR-DEBORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FPOREF
           END-IF
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

*> Un echange complet pour le client EDI d'indice WS-EDI-IDX : une
*> transaction ST..SE par envoi, enveloppe ouverte au premier envoi
       2000-ANNONCER-UN-CLIENT.

           MOVE WS-EDI-CNO(WS-EDI-IDX) TO WS-CLI-COURANT
           MOVE 'N' TO WS-ECHANGE-OUVERT
           MOVE 'N' TO WS-EXP-OUVERT
           MOVE 0 TO WS-TXN-NO
           MOVE 0 TO WS-SEG-ECHANGE
           MOVE 0 TO WS-NB-ENV-CLI
           MOVE 0 TO WS-NB-LIG-CLI

           EXEC SQL OPEN CEXPED END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0

              EXEC SQL FETCH CEXPED
                  INTO :O-O-NO, :I-P-NO, :I-QUANTITY, :I-SHIP-DATE,
                       :I-CARRIER, :I-TRACKING-NO,
                       :I-PACKAGES, :I-WEIGHT
              END-EXEC

              IF SQLCODE = 0
                 PERFORM 2100-TRAITER-LIGNE
              END-IF

           END-PERFORM

           EXEC SQL CLOSE CEXPED END-EXEC

*> Cloture du dernier envoi et de l'enveloppe
           IF WS-EXP-OUVERT = 'Y'
              PERFORM 2400-FIN-TRANSACTION
           END-IF
           IF WS-ECHANGE-OUVERT = 'Y'
              PERFORM 2500-FERMER-ECHANGE
              PERFORM 2600-LIGNE-RAPPORT-CLIENT
           END-IF
           .

*> Une ligne confirmee : ouverture paresseuse de l'enveloppe, puis
*> d'une transaction a chaque changement d'envoi, segments de la
*> ligne, ligne marquee annoncee
       2100-TRAITER-LIGNE.

           IF WS-ECHANGE-OUVERT = 'N'
              PERFORM 2200-OUVRIR-ECHANGE
           END-IF

           MOVE O-O-NO        TO WS-LIG-ONO
           MOVE I-SHIP-DATE   TO WS-LIG-DATE
           MOVE I-CARRIER     TO WS-LIG-TRANSP
           MOVE I-TRACKING-NO TO WS-LIG-SUIVI

           IF WS-EXP-OUVERT = 'N' OR WS-LIG-CLE NOT = WS-EXP-CLE
              IF WS-EXP-OUVERT = 'Y'
                 PERFORM 2400-FIN-TRANSACTION
              END-IF
              MOVE WS-LIG-CLE TO WS-EXP-CLE
              PERFORM 2300-DEBUT-TRANSACTION
           END-IF

           PERFORM 2350-SEGMENTS-LIGNE
           PERFORM 2380-MARQUER-LIGNE
           .

*> Enveloppe ISA/GS du client (groupe SH), sous un nouveau numero
*> de controle inscrit au registre partage avec PEDIFACT
       2200-OUVRIR-ECHANGE.

           ADD 1 TO WS-CTL-NO
           MOVE 'Y' TO WS-ECHANGE-OUVERT
           ADD 1 TO WS-CT-ECHANGES

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
*> Le SELECT ne doit pas interrompre la boucle de lecture du curseur
           MOVE 0 TO SQLCODE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-EDI-DATE
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
           STRING 'GS*SH*FACT*' DELIMITED BY SIZE
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
           .

*> Debut de la transaction 856 d'un envoi : ST, BSN, niveau envoi
*> (HL S : transporteur, suivi, colis/poids, date, destinataire) puis
*> niveau commande (HL O : reference d'achat du client)
       2300-DEBUT-TRANSACTION.

           MOVE 'Y' TO WS-EXP-OUVERT
           ADD 1 TO WS-TXN-NO
           MOVE 0 TO WS-SEG-ST
           MOVE 0 TO WS-HL-NO
           ADD 1 TO WS-NB-ENV-CLI
           ADD 1 TO WS-CT-ENVOIS

           MOVE WS-EXP-DATE(1:4) TO WS-DATE-EXP(1:4)
           MOVE WS-EXP-DATE(6:2) TO WS-DATE-EXP(5:2)
           MOVE WS-EXP-DATE(9:2) TO WS-DATE-EXP(7:2)
           MOVE WS-EXP-ONO TO WS-ONO-X

           MOVE WS-TXN-NO TO WS-TXN-STR
           MOVE SPACES TO ENREDIOUT
           STRING 'ST*856*' DELIMITED BY SIZE
                  WS-TXN-STR DELIMITED BY SIZE
                  INTO ENREDIOUT
           END-STRING
           PERFORM 2910-ECRIRE-SEGMENT-ST

           MOVE SPACES TO ENREDIOUT
           STRING 'BSN*00*' DELIMITED BY SIZE
                  WS-ONO-X DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TXN-STR DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-DATE-EXP DELIMITED BY SIZE
                  INTO ENREDIOUT
           END-STRING
           PERFORM 2910-ECRIRE-SEGMENT-ST

           ADD 1 TO WS-HL-NO
           MOVE SPACES TO ENREDIOUT
           STRING 'HL*1**S' DELIMITED BY SIZE
                  INTO ENREDIOUT
           END-STRING
           PERFORM 2910-ECRIRE-SEGMENT-ST

*> Transporteur, suivi, colis et poids : seulement si l'entrepot
*> les a transmis (confirmation a l'ancienne forme sinon)
           IF WS-EXP-TRANSP NOT = SPACES
              MOVE I-PACKAGES TO WS-COLIS-STR
              MOVE I-WEIGHT   TO WS-POIDS-STR

              MOVE SPACES TO ENREDIOUT
              STRING 'TD1*CTN*' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COLIS-STR) DELIMITED BY SIZE
                     '****G*' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-POIDS-STR) DELIMITED BY SIZE
                     '*KG' DELIMITED BY SIZE
                     INTO ENREDIOUT
              END-STRING
              PERFORM 2910-ECRIRE-SEGMENT-ST

              MOVE SPACES TO ENREDIOUT
              STRING 'TD5****' DELIMITED BY SIZE
                     WS-EXP-TRANSP DELIMITED BY SPACE
                     INTO ENREDIOUT
              END-STRING
              PERFORM 2910-ECRIRE-SEGMENT-ST

              MOVE SPACES TO ENREDIOUT
              STRING 'REF*CN*' DELIMITED BY SIZE
                     WS-EXP-SUIVI DELIMITED BY SPACE
                     INTO ENREDIOUT
              END-STRING
              PERFORM 2910-ECRIRE-SEGMENT-ST
           END-IF

           MOVE SPACES TO ENREDIOUT
           STRING 'DTM*011*' DELIMITED BY SIZE
                  WS-DATE-EXP DELIMITED BY SIZE
                  INTO ENREDIOUT
           END-STRING
           PERFORM 2910-ECRIRE-SEGMENT-ST

           MOVE SPACES TO ENREDIOUT
           STRING 'N1*ST*' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLI-COMPANY) DELIMITED BY SIZE
                  INTO ENREDIOUT
           END-STRING
           PERFORM 2910-ECRIRE-SEGMENT-ST

           PERFORM 2310-REFERENCE-ACHAT

           ADD 1 TO WS-HL-NO
           MOVE SPACES TO ENREDIOUT
           STRING 'HL*2*1*O' DELIMITED BY SIZE
                  INTO ENREDIOUT
           END-STRING
           PERFORM 2910-ECRIRE-SEGMENT-ST

           MOVE SPACES TO ENREDIOUT
           IF WS-PO-DATE = SPACES
              STRING 'PRF*' DELIMITED BY SIZE
                     WS-PO-REF DELIMITED BY SPACE
                     INTO ENREDIOUT
              END-STRING
           ELSE
              STRING 'PRF*' DELIMITED BY SIZE
                     WS-PO-REF DELIMITED BY SPACE
                     '***' DELIMITED BY SIZE
                     WS-PO-DATE DELIMITED BY SIZE
                     INTO ENREDIOUT
              END-STRING
           END-IF
           PERFORM 2910-ECRIRE-SEGMENT-ST
           .

*> Reference d'achat 850 de la commande (derniere ligne du registre
*> pour cette commande et ce client), N° de commande maison a defaut
       2310-REFERENCE-ACHAT.

           MOVE WS-CLI-COURANT TO WS-CNO-X
           MOVE WS-ONO-X TO WS-PO-REF
           MOVE SPACES TO WS-PO-DATE

           PERFORM VARYING WS-POR-IDX FROM 1 BY 1
                   UNTIL WS-POR-IDX > WS-NB-POR
              IF WS-POR-ONO(WS-POR-IDX) = WS-ONO-X
                 AND WS-POR-CNO(WS-POR-IDX) = WS-CNO-X
                 MOVE WS-POR-REF(WS-POR-IDX)  TO WS-PO-REF
                 MOVE WS-POR-DATE(WS-POR-IDX) TO WS-PO-DATE
              END-IF
           END-PERFORM
           .

*> Niveau article de la ligne expediee : HL I, LIN (produit), SN1
*> (quantite expediee)
       2350-SEGMENTS-LIGNE.

           ADD 1 TO WS-HL-NO
           ADD 1 TO WS-NB-LIG-CLI
           ADD 1 TO WS-CT-LIGNES

           MOVE WS-HL-NO TO WS-HL-STR
           MOVE 2 TO WS-HLP-STR
           MOVE SPACES TO ENREDIOUT
           STRING 'HL*' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HL-STR) DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HLP-STR) DELIMITED BY SIZE
                  '*I' DELIMITED BY SIZE
                  INTO ENREDIOUT
           END-STRING
           PERFORM 2910-ECRIRE-SEGMENT-ST

           MOVE SPACES TO ENREDIOUT
           STRING 'LIN**VP*' DELIMITED BY SIZE
                  I-P-NO DELIMITED BY SIZE
                  INTO ENREDIOUT
           END-STRING
           PERFORM 2910-ECRIRE-SEGMENT-ST

           MOVE I-QUANTITY TO WS-QTE-STR
           MOVE SPACES TO ENREDIOUT
           STRING 'SN1**' DELIMITED BY SIZE
                  WS-QTE-STR DELIMITED BY SIZE
                  '*EA' DELIMITED BY SIZE
                  INTO ENREDIOUT
           END-STRING
           PERFORM 2910-ECRIRE-SEGMENT-ST
           .

*> Ligne annoncee : ASN_SENT et numero de controle de l'echange,
*> pour ne plus la reannoncer et retrouver l'echange d'un rejet 997
       2380-MARQUER-LIGNE.

           EXEC SQL
              UPDATE API12.ITEMS
              SET ASN_SENT = 'Y',
                  ASN_CTL  = :WS-CTL-NO
              WHERE O_NO = :O-O-NO
              AND P_NO = :I-P-NO
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR : ' SQLCODE
              DISPLAY 'PEDI856 : LIGNE ' O-O-NO '/' I-P-NO
                      ' NON MARQUEE ANNONCEE'
              ADD 1 TO WS-CT-ERREURS
           END-IF
*> Le resultat de la mise a jour ne doit pas interrompre la boucle
*> de lecture du curseur
           MOVE 0 TO SQLCODE
           .

*> Fin de la transaction de l'envoi en cours : CTT (nombre de HL)
*> puis SE avec le compte de segments ST..SE inclus
       2400-FIN-TRANSACTION.

           MOVE WS-HL-NO TO WS-NB-STR
           MOVE SPACES TO ENREDIOUT
           STRING 'CTT*' DELIMITED BY SIZE
                  WS-NB-STR DELIMITED BY SIZE
                  INTO ENREDIOUT
           END-STRING
           PERFORM 2910-ECRIRE-SEGMENT-ST

*> SE compte tous les segments de la transaction, lui-meme inclus
           ADD 1 TO WS-SEG-ST
           MOVE WS-SEG-ST TO WS-SEG-STR
           MOVE WS-TXN-NO TO WS-TXN-STR
           MOVE SPACES TO ENREDIOUT
           STRING 'SE*' DELIMITED BY SIZE
                  WS-SEG-STR DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-TXN-STR DELIMITED BY SIZE
                  INTO ENREDIOUT
           END-STRING
           PERFORM 2900-ECRIRE-SEGMENT

           MOVE 'N' TO WS-EXP-OUVERT
           .

*> Fermeture de l'enveloppe du client : GE et IEA
       2500-FERMER-ECHANGE.

           MOVE WS-TXN-NO TO WS-NB-STR
           MOVE WS-CTL-NO TO WS-CTL-STR
           MOVE SPACES TO ENREDIOUT
           STRING 'GE*' DELIMITED BY SIZE
                  WS-NB-STR DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
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
           MOVE WS-NB-ENV-CLI  TO RPT-ENVOIS
           MOVE WS-NB-LIG-CLI  TO RPT-LIGNES
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

*> Ligne de total, synthese et code retour
       9000-FIN.

           EXEC SQL COMMIT END-EXEC

           MOVE SPACES TO ENREDIRPT
           MOVE 'T'             TO RPT-TYPE-REC
           MOVE WS-CT-ECHANGES  TO RPT-CTL-NO
           MOVE WS-CT-ENVOIS    TO RPT-ENVOIS
           MOVE WS-CT-LIGNES    TO RPT-LIGNES
           MOVE WS-CT-SEGMENTS  TO RPT-SEGMENTS
           WRITE ENREDIRPT

           DISPLAY 'PEDI856 : ' WS-CT-ECHANGES ' ECHANGES, '
                   WS-CT-ENVOIS ' ENVOIS, '
                   WS-CT-LIGNES ' LIGNES, '
                   WS-CT-SEGMENTS ' SEGMENTS'
           IF WS-CT-POR-DEBORD > 0
              DISPLAY 'PEDI856 : ' WS-CT-POR-DEBORD
                      ' REFERENCES 850 AU-DELA DE LA TABLE (IGNOREES)'
           END-IF

           EVALUATE TRUE
              WHEN WS-NB-EDI = 0
                 MOVE 8 TO WS-RETURN-CODE
              WHEN WS-CT-ERREURS > 0
                 MOVE 4 TO WS-RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO WS-RETURN-CODE
           END-EVALUATE

           CLOSE FEDIOUT
                 FEDIRPT
                 FEDICTL

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
