*>   faute d'indicateur NULL sur ces colonnes, et PFACTURE n'imprime
*>   l'adresse de livraison que si elle est non vide et différente de
*>   l'adresse de facturation
*> - EXT-CATEGORY reprend PRODUCTS.CATEGORY (celle du kit pour une
*>   ligne kit repliee, blanc pour une ligne de frais) : PFACTURE
*>   ventile son ecriture de ventes par bureau et par categorie
*> - EXT-PROMO reprend ITEMS.PROMO, le code de la promotion appliquee
*>   au prix de la ligne par PORDER (blanc sinon, et pour une ligne de
*>   frais) : PFACTURE l'imprime sur la ligne de facture
*> - EXT-TRANSP / EXT-SUIVI reprennent ITEMS.CARRIER / TRACKING_NO
*>   poses par PSHIPCONF (blancs si l'entrepot ne les a pas transmis,
*>   et pour une ligne de frais) : PFACTURE imprime le N° de suivi
*>   sous la ligne de facture
*> - EXT-TAX-CLASS porte la classe de taxe de la ligne : celle du
*>   produit (PRODUCTS.TAX_CLASS), a defaut celle de sa categorie, et
*>   pour une ligne de frais celle du code frais (table DTAXCLASS) ;
*>   blanc = classe generale, taxee au taux general de l'etat -
*>   PFACTURE et PEDIFACT y appliquent la matrice etat x classe de
*>   DSTATETAX
*> - EXT-TVA-INTRA reprend CUSTOMERS.VAT_NO (N° de TVA
*>   intracommunautaire, blanc si absent) : PFACTURE en decide
*>   l'autoliquidation d'une vente intracommunautaire
*> - EXT-LIVRAISON / EXT-EMAIL reprennent CUSTOMERS.DELIVERY /
*>   INV_EMAIL (canal d'envoi des factures et adresse de courriel,
*>   transaction 'D' de PCUSTMAINT ; blancs = papier) : PFACTURE
*>   aiguille chaque facture vers l'impression, le courriel ou l'EDI
*> - code est fourni à titre pédagogique
*> ==========================================================

                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-PRM.

*> Classes de taxe par defaut : par categorie produit ('C') et par
*> code frais de commande ('F') ; absent = tout en classe generale
           SELECT FTAXCLASS ASSIGN TO DTAXCLASS
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-TCL.


       DATA DIVISION.
       FILE SECTION.
                                                                        
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
*> Langue des documents du client ('F'/'E', bascule par la
*> transaction 'G' de PCUSTMAINT ; blanc = choix par la devise)
          05 EXT-LANGUE           PIC X(1).
*> Categorie du produit (PRODUCTS.CATEGORY, blanc = sans categorie),
*> pour la ventilation des ventes du journal comptable de PFACTURE
          05 EXT-CATEGORY         PIC X(10).
*> Code de la promotion appliquee au prix de la ligne (ITEMS.PROMO,
*> cf PORDER), blanc = prix sans promotion
          05 EXT-PROMO            PIC X(8).
*> Transporteur et N° de suivi de la ligne (ITEMS.CARRIER /
*> TRACKING_NO, cf PSHIPCONF), blancs = non communiques
          05 EXT-TRANSP           PIC X(4).
          05 EXT-SUIVI            PIC X(20).
*> Classe de taxe de la ligne (produit, categorie ou code frais, cf
*> 3050-CLASSE-TAXE), blanc = classe generale
          05 EXT-TAX-CLASS        PIC X(3).
*> N° de TVA intracommunautaire du client (CUSTOMERS.VAT_NO, cf
*> PCUSTMAINT), blanc = non communique
          05 EXT-TVA-INTRA        PIC X(14).
*> Canal d'envoi des factures du client (CUSTOMERS.DELIVERY, cf
*> PCUSTMAINT) : 'P' papier, 'M' courriel, 'E' EDI, 'B' papier et
*> courriel, blanc = papier ; adresse de courriel de facturation
*> (CUSTOMERS.INV_EMAIL), blanc = non communiquee
          05 EXT-LIVRAISON        PIC X(1).
          05 EXT-EMAIL            PIC X(60).

*> Même structure que celle écrite par PORDER (cf PORDER.cbl)
       FD FKITJRNL
           RECORDING MODE IS F.

       01 ENRKITJRNL.
          05 KJR-O-NO       PIC 9(6).
          05 FILLER         PIC X(1).
          05 KJR-KIT-PNO    PIC X(3).
          05 FILLER         PIC X(1).
          05 KJR-COMP-PNO   PIC X(3).
          05 FILLER         PIC X(1).
          05 KJR-QTY-KIT    PIC 9(4).
          05 FILLER         PIC X(1).
          05 KJR-QTY-COMP   PIC 9(6).
          05 FILLER         PIC X(1).
          05 KJR-PRIX-KIT   PIC 9(5)V99.
          05 FILLER         PIC X(1).
          05 KJR-PRIX-ALLOC PIC 9(5)V99.

       FD FKITJRNLN
           RECORDING MODE IS F.

       01 ENRKITJRNLN        PIC X(42).

*> Une ligne par commande non facturable écartée par C1
       FD FREJEXT
           RECORDING MODE IS F.

       01 ENRREJEXT.
          05 REJEXT-ONO        PIC 9(6).
          05 FILLER            PIC X(1) VALUE SPACE.
          05 REJEXT-MOTIF      PIC X(40).

          05 FILLER          PIC X(1).
          05 PRM-VALEUR      PIC X(20).

*> Une classe par ligne : 'C' + categorie ou 'F' + code frais
       FD FTAXCLASS
           RECORDING MODE IS F.

       01 ENRTAXCLASS.
          05 TCL-TYPE        PIC X(1).
          05 FILLER          PIC X(1).
          05 TCL-CODE        PIC X(10).
          05 FILLER          PIC X(1).
          05 TCL-CLASSE      PIC X(3).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-PRM      PIC 99 VALUE 0.
       77 WS-STATUS-KJN      PIC 99 VALUE 0.
       01 WS-KJR-TABLE.
          05 WS-KJR-ENTREE OCCURS 200 TIMES.
             10 WS-KJR-ONO      PIC 9(6).
             10 WS-KJR-KIT      PIC X(3).
             10 WS-KJR-COMP     PIC X(3).
             10 WS-KJR-QTYK     PIC 9(4).
             10 WS-KJR-PRIXK    PIC 9(5)V99.
       01 WS-NB-KJR          PIC 9(3) VALUE 0.
       01 WS-KJR-IDX         PIC 9(3).
       01 WS-KJR-TROUVE      PIC 9(3).
       01 WS-IGNORE-SQLCODE  PIC S9(9) COMP.
       01 WS-KEM-TABLE.
          05 WS-KEM-ENTREE OCCURS 100 TIMES.
             10 WS-KEM-ONO      PIC 9(6).
             10 WS-KEM-KIT      PIC X(3).
       01 WS-NB-KEM          PIC 9(3) VALUE 0.
       01 WS-KEM-IDX         PIC 9(3).
       01 WS-COMP-FRERE      PIC X(3).
       01 WS-FRERE-INV       PIC X(1).

*> Classes de taxe par defaut chargees en memoire (DTAXCLASS)
       77 WS-STATUS-TCL      PIC 99 VALUE 0.
       01 WS-TCL-TABLE.
          05 WS-TCL-ENTREE OCCURS 200 TIMES.
             10 WS-TCL-TYPE     PIC X(1).
             10 WS-TCL-CODE     PIC X(10).
             10 WS-TCL-CLASSE   PIC X(3).
       01 WS-NB-TCL          PIC 9(3) VALUE 0.
       01 WS-TCL-IDX         PIC 9(3).
       01 WS-EOF-TCL         PIC X(1).
       01 WS-TCL-CLE-TYPE    PIC X(1).
       01 WS-TCL-CLE-CODE    PIC X(10).

           EXEC SQL INCLUDE SQLCA END-EXEC.                             
                                                                        
           EXEC SQL INCLUDE ORDERS END-EXEC.                            
           01 C-SHIP-ZIP             PIC X(5).
           01 C-TERMS                PIC X(3).
           01 C-LANG                 PIC X(1).
*> PRODUCTS.CATEGORY : pas dans le membre DCLGEN de ce depot,
*> declaree localement comme dans PNEWPROD
           01 P-CATEGORY             PIC X(10).
*> ITEMS.PROMO : colonne ajoutee apres le membre DCLGEN, declaree
*> localement
           01 I-PROMO                PIC X(8).
*> ITEMS.CARRIER / TRACKING_NO : colonnes d'expedition posees par
*> PSHIPCONF, declarees localement
           01 I-CARRIER              PIC X(4).
           01 I-TRACKING-NO          PIC X(20).
*> PRODUCTS.TAX_CLASS : classe de taxe propre au produit, posee par
*> PNEWPROD, declaree localement
           01 P-TAX-CLASS            PIC X(3).
*> CUSTOMERS.VAT_NO : N° de TVA intracommunautaire pose par
*> PCUSTMAINT, declare localement
           01 C-VAT-NO               PIC X(14).
*> CUSTOMERS.DELIVERY / INV_EMAIL : canal d'envoi des factures et
*> adresse de courriel poses par PCUSTMAINT, declares localement
           01 C-DELIVERY             PIC X(1).
           01 C-INV-EMAIL            PIC X(60).

*> Frais de commande (table ORDER_CHARGES alimentee par PORDER),
*> repris dans l'extrait en lignes 'C' devant les articles de leur
           01 WS-CHG-CODE            PIC X(3).
           01 WS-CHG-DESC            PIC X(20).
           01 WS-CHG-MONTANT         PIC 9(5)V99.
           01 WS-PREV-ONO            PIC 9(6) VALUE 0.
           01 WS-SAVE-EXTRACT        PIC X(605).
           01 WS-SQLCODE-SAUVE       PIC S9(9) COMP.

           EXEC SQL DECLARE CCHG CURSOR FOR
                       VALUE(C.SHIP_STATE, ' '),
                       VALUE(C.SHIP_ZIP, ' '),
                       VALUE(C.TERMS, ' '),
                       VALUE(C.LANG, ' '),
                       VALUE(P.CATEGORY, ' '),
                       VALUE(I.PROMO, ' '),
                       VALUE(I.CARRIER, ' '),
                       VALUE(I.TRACKING_NO, ' '),
                       VALUE(P.TAX_CLASS, ' '),
                       VALUE(C.VAT_NO, ' '),
                       VALUE(C.DELIVERY, ' '),
                       VALUE(C.INV_EMAIL, ' ')
                FROM API12.ORDERS O
                JOIN API12.ITEMS I ON O.O_NO = I.O_NO                   
                JOIN API12.PRODUCTS P ON I.P_NO = P.P_NO                
                       VALUE(C.SHIP_STATE, ' '),
                       VALUE(C.SHIP_ZIP, ' '),
                       VALUE(C.TERMS, ' '),
                       VALUE(C.LANG, ' '),
                       VALUE(P.CATEGORY, ' '),
                       VALUE(I.PROMO, ' '),
                       VALUE(I.CARRIER, ' '),
                       VALUE(I.TRACKING_NO, ' '),
                       VALUE(P.TAX_CLASS, ' '),
                       VALUE(C.VAT_NO, ' '),
                       VALUE(C.DELIVERY, ' '),
                       VALUE(C.INV_EMAIL, ' ')
                FROM API12.ORDERS O
                JOIN API12.ITEMS I ON O.O_NO = I.O_NO                   
                JOIN API12.PRODUCTS P ON I.P_NO = P.P_NO                
*> marquee immediatement (fenetre residuelle comptee et signalee)
       01 WS-MRK-TABLE.
          05 WS-MRK-ENTRY OCCURS 2000 TIMES.
             10 WS-MRK-ONO      PIC 9(6).
             10 WS-MRK-PNO      PIC X(3).
       01 WS-NB-MRK     PIC 9(4) VALUE 0.
       01 WS-MRK-IDX    PIC 9(4).
              END-PERFORM
              CLOSE FKITJRNL
           END-IF

*> Classes de taxe par defaut ; absent = tout en classe generale
           OPEN INPUT FTAXCLASS
           IF WS-STATUS-TCL = 0
              MOVE 'N' TO WS-EOF-TCL
              PERFORM UNTIL WS-EOF-TCL = 'Y'
                 READ FTAXCLASS
                    AT END
                       MOVE 'Y' TO WS-EOF-TCL
                    NOT AT END
                       IF WS-NB-TCL < 200
                          ADD 1 TO WS-NB-TCL
                          MOVE TCL-TYPE   TO WS-TCL-TYPE(WS-NB-TCL)
                          MOVE TCL-CODE   TO WS-TCL-CODE(WS-NB-TCL)
                          MOVE TCL-CLASSE TO WS-TCL-CLASSE(WS-NB-TCL)
                       ELSE
                          DISPLAY 'PEXTRACT : DTAXCLASS AU-DELA DE 200'
                                  ' LIGNES, SUITE IGNOREE'
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FTAXCLASS
           END-IF
           .

*> Ouverture du curseur DB2
                         :D-DNAME,
                         :C-SHIP-ADDRESS, :C-SHIP-CITY,
                         :C-SHIP-STATE, :C-SHIP-ZIP,
                         :C-TERMS, :C-LANG, :P-CATEGORY,
                         :I-PROMO,
                         :I-CARRIER, :I-TRACKING-NO,
                         :P-TAX-CLASS, :C-VAT-NO,
                         :C-DELIVERY, :C-INV-EMAIL
                END-EXEC
             ELSE
                EXEC SQL FETCH C1
                         :D-DNAME,
                         :C-SHIP-ADDRESS, :C-SHIP-CITY,
                         :C-SHIP-STATE, :C-SHIP-ZIP,
                         :C-TERMS, :C-LANG, :P-CATEGORY,
                         :I-PROMO,
                         :I-CARRIER, :I-TRACKING-NO,
                         :P-TAX-CLASS, :C-VAT-NO,
                         :C-DELIVERY, :C-INV-EMAIL
                END-EXEC
             END-IF
                                                                        
                 MOVE C-SHIP-ZIP TO EXT-SHIP-ZIP
                 MOVE C-TERMS TO EXT-TERMS
                 MOVE C-LANG TO EXT-LANGUE
                 MOVE P-CATEGORY TO EXT-CATEGORY
                 MOVE I-PROMO TO EXT-PROMO
                 MOVE I-CARRIER TO EXT-TRANSP
                 MOVE I-TRACKING-NO TO EXT-SUIVI
                 MOVE P-TAX-CLASS TO EXT-TAX-CLASS
                 PERFORM 3050-CLASSE-TAXE
                 MOVE C-VAT-NO TO EXT-TVA-INTRA
                 MOVE C-DELIVERY TO EXT-LIVRAISON
                 MOVE C-INV-EMAIL TO EXT-EMAIL
                 MOVE 'P' TO EXT-REC-TYPE
                 MOVE SPACES TO EXT-CHG-CODE
                 MOVE 0 TO EXT-CHG-MONTANT

           MOVE EXT-PNO TO I-P-NO
           EXEC SQL
              SELECT DESCRIPTION, VALUE(CATEGORY, ' '),
                     VALUE(TAX_CLASS, ' ')
              INTO :P-DESCRIPTION, :P-CATEGORY, :P-TAX-CLASS
              FROM API12.PRODUCTS
              WHERE P_NO = :I-P-NO
           END-EXEC
              MOVE P-DESCRIPTION-TEXT(1:P-DESCRIPTION-LEN)
                   TO EXT-DESCRIPTION
              MOVE P-DESCRIPTION-LEN TO EXT-DESCRIPTION-LEN
              MOVE P-CATEGORY TO EXT-CATEGORY
              MOVE P-TAX-CLASS TO EXT-TAX-CLASS
              PERFORM 3050-CLASSE-TAXE
           END-IF

*> La cle de marquage de la ligne en main reste celle du composant
           MOVE WS-SQLCODE-KIT TO SQLCODE
           .

*> Classe de taxe d'une ligne article : celle du produit si elle est
*> posee, a defaut celle de sa categorie (DTAXCLASS 'C'), a defaut
*> la classe generale (blanc)
       3050-CLASSE-TAXE.

           IF EXT-TAX-CLASS = SPACES
              MOVE 'C' TO WS-TCL-CLE-TYPE
              MOVE EXT-CATEGORY TO WS-TCL-CLE-CODE
              PERFORM 3060-CHERCHER-CLASSE
           END-IF
           .

*> Classe de la cle WS-TCL-CLE-TYPE/CODE dans DTAXCLASS, posee dans
*> EXT-TAX-CLASS ; cle absente = classe generale (blanc)
       3060-CHERCHER-CLASSE.

           MOVE SPACES TO EXT-TAX-CLASS
           IF WS-TCL-CLE-CODE NOT = SPACES
              PERFORM VARYING WS-TCL-IDX FROM 1 BY 1
                      UNTIL WS-TCL-IDX > WS-NB-TCL
                 IF WS-TCL-TYPE(WS-TCL-IDX) = WS-TCL-CLE-TYPE
                    AND WS-TCL-CODE(WS-TCL-IDX) = WS-TCL-CLE-CODE
                    MOVE WS-TCL-CLASSE(WS-TCL-IDX) TO EXT-TAX-CLASS
                 END-IF
              END-PERFORM
           END-IF
           .

*> Lignes 'C' des frais de la commande en cours : une ligne par
*> frais, clonee de la ligne article en main (memes donnees d'en-tete
*> client/vendeur), avec le libelle du frais dans EXT-DESCRIPTION.
                MOVE SPACES TO EXT-PNO
                MOVE 0 TO EXT-QUANTITY
                MOVE 0 TO EXT-PRICE
                MOVE SPACES TO EXT-CATEGORY
                MOVE SPACES TO EXT-PROMO
                MOVE SPACES TO EXT-TRANSP
                MOVE SPACES TO EXT-SUIVI
*> Classe de taxe du frais : celle de son code dans DTAXCLASS
                MOVE 'F' TO WS-TCL-CLE-TYPE
                MOVE WS-CHG-CODE TO WS-TCL-CLE-CODE
                PERFORM 3060-CHERCHER-CLASSE
                WRITE ENREXTRACT
                MOVE WS-SAVE-EXTRACT TO ENREXTRACT
             END-IF
