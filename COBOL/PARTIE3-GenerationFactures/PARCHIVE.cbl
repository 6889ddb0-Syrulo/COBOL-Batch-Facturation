           DATA RECORD IS ENREXTRACT.

       01 ENREXTRACT.
          05 EXT-ONO             PIC 9(6).
          05 EXT-SNO             PIC 9(2).
          05 EXT-CNO             PIC 9(4).
          05 EXT-ODATE           PIC X(10).
          05 EXT-PNO             PIC X(3).
          05 EXT-QUANTITY        PIC 9(4).
          05 EXT-PRICE           PIC 9(5)V99.
          05 EXT-DESCRIPTION     PIC X(30).
          05 EXT-DESCRIPTION-LEN PIC 9(4).
          05 EXT-LNAME           PIC X(20).
*> Langue des documents du client ('F'/'E', blanc = choix par la
*> devise comme avant)
          05 EXT-LANGUE           PIC X(1).
*> Categorie du produit (PRODUCTS.CATEGORY via PEXTRACT)
          05 EXT-CATEGORY         PIC X(10).
*> Code de la promotion appliquee (ITEMS.PROMO via PEXTRACT)
          05 EXT-PROMO            PIC X(8).
*> Transporteur et N° de suivi (ITEMS.CARRIER / TRACKING_NO via
*> PEXTRACT), blancs = non communiques
          05 EXT-TRANSP           PIC X(4).
          05 EXT-SUIVI            PIC X(20).
*> Classe de taxe de la ligne (produit, categorie ou code frais via
*> PEXTRACT), blanc = classe generale
          05 EXT-TAX-CLASS        PIC X(3).
*> N° de TVA intracommunautaire du client (CUSTOMERS.VAT_NO via
*> PEXTRACT), blanc = non communique
          05 EXT-TVA-INTRA        PIC X(14).
*> Canal d'envoi des factures du client (CUSTOMERS.DELIVERY via
*> PEXTRACT) : 'P' papier, 'M' courriel, 'E' EDI, 'B' papier et
*> courriel, blanc = papier ; adresse de courriel de facturation
*> (CUSTOMERS.INV_EMAIL)
          05 EXT-LIVRAISON        PIC X(1).
          05 EXT-EMAIL            PIC X(60).

*> Les archives constituees avant les elargissements successifs de
*> l'extrait doivent etre recopiees une fois a la longueur courante
           RECORDING MODE F
           DATA RECORD IS ENREXTRACT-A.

       01 ENREXTRACT-A          PIC X(605).

       FD FPURGEXT
           RECORDING MODE F
           DATA RECORD IS ENREXTRACT-P.

       01 ENREXTRACT-P          PIC X(605).

*> Une ligne par commande archivée, assez pour une relecture éventuelle
       FD FARCHORD
           RECORDING MODE IS F.

       01 ENRARCHORD.
          05 AO-O-NO            PIC 9(6).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 AO-S-NO            PIC 9(2).
          05 FILLER             PIC X(1) VALUE SPACE.
           RECORDING MODE IS F.

       01 ENRARCHITM.
          05 AI-O-NO            PIC 9(6).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 AI-P-NO            PIC X(3).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 AI-QUANTITY        PIC 9(4).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 AI-PRICE           PIC 9(5)V99.

*> Rapport de contrôle de fin de traitement
       FD FARCHRPT
