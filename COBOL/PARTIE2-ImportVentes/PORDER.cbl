*> Objectif :
*> - Lire les fichiers de ventes Europe (DVENTEEU), Asie (DVENTEAS),
*>   Amérique du Nord (DVENTENA) et EDI (DVENTEED, les commandes 850
*>   traduites par PEDI850 - une quatrieme region a part entiere),
*>   ainsi que les commandes recurrentes (DVENTERC, generees par
*>   PRECUR a partir des contrats d'abonnement - cinquieme region)
*> - Insérer les ventes dans les tables DB2 ORDERS et ITEMS
*> - Mettre à jour le solde (BALANCE) des clients dans la table CUSTOMERS
*>
*> - FVENTEAS / DVENTEAS : fichier des ventes Asie
*> - FVENTENA / DVENTENA : fichier des ventes Amérique du Nord
*> - FVENTEED / DVENTEED : commandes EDI traduites par PEDI850
*> - FVENTERC / DVENTERC : commandes recurrentes generees par PRECUR
*> - FPROMO / DPROMO : promotions datees par produit ou par categorie
*>   (facultatif : absent = aucune promotion)
*> - FVENDOR / DVENDOR : fournisseur de chaque produit, son delai et
*>   son prix d'achat convenu (cf PPURCHORD), pour les lignes en
*>   livraison directe
*>
*> Sorties :
*> - Tables DB2 ORDERS, ITEMS et CUSTOMERS
*> - DORDER-REJECT  : commandes rejetées (produit/client inconnu)
*> - DORDER-COLLISION : N° de commande en collision entre régions
*> - DORDER-PRICESRC : source du prix applique a chaque ligne
*>   (fichier de ventes, contrat client, promotion, repli catalogue)
*> - DORDER-RPT     : rapport de contrôle de fin de traitement
*> - DORDER-CKPT    : points de reprise (checkpoint)
*> - DORDER-BACKORDER : ventes ayant fait passer le stock du produit
*> - DKIT-JRNL : journal des eclatements de kits (une ligne par
*>   composant insere, relu par PEXTRACT pour replier la facture
*>   sur la ligne kit vendue)
*> - DPO-FILE : bons de commande fournisseur des lignes en livraison
*>   directe, a l'adresse de livraison du client (cf PPURCHORD)
*> - DSTOCK-LEDGER : un mouvement VT (ou KT pour un composant de kit)
*>   par ligne vendue sur stock (via PSTKMVT)
*>
*> Sous-programmes appelés :
*> - PFDATE  : formatage des dates
*> - PDEVISE : conversion des prix en devise étrangère
*> - PDATECALC : date de livraison attendue d'un bon en livraison
*>   directe
*> - PSTKMVT : journal des mouvements de stock
*>
*> Remarques :
*> - Les fichiers de ventes sont triés par N° de commande, client et employé
*> - Les cinq fichiers sont fusionnés par N° de commande (cf 1500-xxx)
*> - Deux formats de vente coexistent : le format historique (une
*>   ligne = une commande a article unique) et le format multi-lignes
*>   (un en-tete 'E' par commande suivi d'une ligne 'D' par article) ;
*>   depot dans le fichier indexe DSTOCK-DEPOT, en plus du stock
*>   global PRODUCTS.STOCK_QTY conserve pour l'aval, et le depot est
*>   memorise sur ORDERS.DEPOT
*> - Le N° de commande est porte sur 6 chiffres, du fichier regional
*>   (enregistrement de 42 octets) aux colonnes O_NO de ORDERS, ITEMS
*>   et ORDER_CHARGES ; les fichiers permanents anterieurs ont ete
*>   repris une fois par PCONVONO
*> - Quantite de ligne sur 4 chiffres et prix unitaire jusqu'a
*>   99999,99, du fichier regional aux colonnes QUANTITY et PRICE de
*>   ITEMS (et PRODUCTS.PRICE pour le repli catalogue) ; les totaux
*>   de hachage des fins de lot passent a 9(9) et 9(11)V99
*> - Contrats, historique des prix, substitutions, nomenclature et
*>   fournisseurs (DVENDOR) sont charges en memoire jusqu'a la
*>   capacite de leur table ; un fichier qui la depasse n'est plus
*>   tronque : la partie au-dela de la table est relue sur le fichier
*>   a chaque recherche (plus lent, mais aucune ligne perdue). Une
*>   ligne 'CAP' par fichier de reference sur DORDER-RPT donne
*>   lignes lues, capacite et taux d'occupation, pour agrandir une
*>   table avant qu'elle ne deborde
*> - Promotions (DPROMO) : une promotion vise un produit ou une
*>   CATEGORY de PRODUCTS, eventuellement une seule region, sur une
*>   fenetre de dates ; elle remise le prix catalogue (date ou
*>   courant) d'un pourcentage ou le remplace par un prix fixe. Le
*>   prix du fichier de ventes et le prix contrat client ne sont
*>   JAMAIS remises : un prix negocie est un engagement, la promotion
*>   vise les clients sans contrat. Entre promotions valides, le
*>   produit l'emporte sur la categorie, la region designee sur
*>   toutes les regions, puis la derniere du fichier ; une promotion
*>   qui ne baisse pas le prix est ignoree. Le code de la promotion
*>   est memorise sur ITEMS.PROMO et imprime sur la ligne de facture
*> - Livraison directe : un produit PRODUCTS.DROP_SHIP = 'Y', ou une
*>   ligne 'D' marquee 'D' en position 22, n'est jamais en depot - le
*>   fournisseur expedie chez le client. La ligne est inseree avec
*>   ITEMS.DROP_SHIP = 'Y' et ne bouge ni le stock ni le journal des
*>   ruptures ; elle leve une ligne 'O' de type 'D' dans DPO-FILE (un
*>   bon par commande et par fournisseur, N° a la suite du registre)
*>   et ne devient facturable qu'a la confirmation d'expedition du
*>   fournisseur, pointee par PPORECV. Un kit part toujours du depot ;
*>   un produit sans fournisseur dans DVENDOR repasse par le stock et
*>   est signale au rapport de fin de run
*> - PORDER et PPURCHORD ne tournent pas en meme temps : tous deux
*>   numerotent les bons a la suite de DPO-FILE
*> - Grands comptes : une agence rattachee a un compte parent
*>   (CUSTOMERS.PARENT_C_NO, cf PCUSTMAINT 'P') n'a plus de limite
*>   propre ; l'exposition du groupe (soldes du parent et de toutes
*>   ses agences, plus la commande) est confrontee a la limite du
*>   parent, et la mise en attente credit porte ces deux montants
*> - Ce code est fourni à titre pédagogique
*> ==========================================================
       ID DIVISION.
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS ERRCODE4.

*> Commandes recurrentes generees par PRECUR (contrats d'abonnement) :
*> cinquieme region 'RC', même format que les autres
           SELECT FVENTERC ASSIGN TO DVENTERC
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS ERRCODE5.

*> Commandes rejetées : P_NO ou C_NO introuvable dans DB2
           SELECT FREJORD ASSIGN TO DORDER-REJECT
                           ORGANIZATION IS SEQUENTIAL
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-CTR.

*> Promotions datees par produit ou par categorie, eventuellement
*> limitees a une region : consultees apres le repli catalogue, pour
*> les lignes sans prix fichier ni prix contrat
           SELECT FPROMO ASSIGN TO DPROMO
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-PRO.

*> Rapport de contrôle de fin de traitement (un seul enregistrement)
           SELECT FORDRPT ASSIGN TO DORDER-RPT
                           ORGANIZATION IS SEQUENTIAL
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-CHD.

*> Referentiel fournisseurs (un fournisseur par produit) et registre
*> des bons de commande : une ligne en livraison directe y leve son
*> bon au lieu de faire bouger un stock que nous ne tenons pas
           SELECT FVENDOR ASSIGN TO DVENDOR
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-VND.

           SELECT FPOFILE ASSIGN TO DPO-FILE
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-PO.

       DATA DIVISION.
       FILE SECTION.


*> Vue historique : une vente = une ligne (commande a article unique)
       01 ENRVENTEAS.
           05 AS-NO        PIC 9(6).
           05 AS-DATE      PIC X(10).
           05 AS-S-NO      PIC 9(2).
           05 AS-C-NO      PIC 9(4).
           05 AS-P-NO      PIC 9(3).
           05 AS-PRICE-RAW PIC X(7).
           05 AS-PRICE     REDEFINES AS-PRICE-RAW PIC 9(5)V99.
           05 AS-QUANTITY  PIC 9(4).
           05 AS-DEVISE    PIC X(2).
           05 AS-DEPOT     PIC X(2).
           05 FILLER       PIC X(2).
*> suivi d'une ligne 'D' par article
       01 ENRVENTEAS-E.
           05 AS-E-TYPE    PIC X(1).
           05 AS-E-NO      PIC 9(6).
           05 AS-E-DATE    PIC X(10).
           05 AS-E-SNO     PIC 9(2).
           05 AS-E-CNO     PIC 9(4).
           05 AS-E-DEVISE  PIC X(2).
           05 AS-E-DEPOT   PIC X(2).
           05 FILLER       PIC X(15).

*> Vue detail d'article ('D') d'une commande multi-lignes ; 'D' en
*> AS-D-DIRECT = ligne livree directement par le fournisseur
       01 ENRVENTEAS-D.
           05 AS-D-TYPE    PIC X(1).
           05 AS-D-NO      PIC 9(6).
           05 AS-D-PNO     PIC 9(3).
           05 AS-D-PRICE-RAW PIC X(7).
           05 AS-D-PRICE   REDEFINES AS-D-PRICE-RAW PIC 9(5)V99.
           05 AS-D-QTY     PIC 9(4).
           05 AS-D-DIRECT  PIC X(1).
           05 FILLER       PIC X(20).

*> Vue frais de commande ('C') : port, manutention, urgence... un
*> frais au niveau commande, imprime par PFACTURE avant le sous-total
       01 ENRVENTEAS-F.
           05 AS-F-TYPE    PIC X(1).
           05 AS-F-NO      PIC 9(6).
           05 AS-F-CODE    PIC X(3).
           05 AS-F-DESC    PIC X(20).
           05 AS-F-MONTANT PIC 9(5)V99.
           05 FILLER       PIC X(5).

       FD FVENTEEU
           RECORDING MODE IS F.

*> Vues historique / en-tete 'E' / detail 'D', comme pour l'Asie
       01 ENRVENTEEU.
           05 EU-NO        PIC 9(6).
           05 EU-DATE      PIC X(10).
           05 EU-S-NO      PIC 9(2).
           05 EU-C-NO      PIC 9(4).
           05 EU-P-NO      PIC 9(3).
           05 EU-PRICE-RAW PIC X(7).
           05 EU-PRICE     REDEFINES EU-PRICE-RAW PIC 9(5)V99.
           05 EU-QUANTITY  PIC 9(4).
           05 EU-DEVISE    PIC X(2).
           05 EU-DEPOT     PIC X(2).
           05 FILLER       PIC X(2).

       01 ENRVENTEEU-E.
           05 EU-E-TYPE    PIC X(1).
           05 EU-E-NO      PIC 9(6).
           05 EU-E-DATE    PIC X(10).
           05 EU-E-SNO     PIC 9(2).
           05 EU-E-CNO     PIC 9(4).
           05 EU-E-DEVISE  PIC X(2).
           05 EU-E-DEPOT   PIC X(2).
           05 FILLER       PIC X(15).

       01 ENRVENTEEU-D.
           05 EU-D-TYPE    PIC X(1).
           05 EU-D-NO      PIC 9(6).
           05 EU-D-PNO     PIC 9(3).
           05 EU-D-PRICE-RAW PIC X(7).
           05 EU-D-PRICE   REDEFINES EU-D-PRICE-RAW PIC 9(5)V99.
           05 EU-D-QTY     PIC 9(4).
           05 EU-D-DIRECT  PIC X(1).
           05 FILLER       PIC X(20).

*> Vue frais de commande ('C') : port, manutention, urgence... un
*> frais au niveau commande, imprime par PFACTURE avant le sous-total
       01 ENRVENTEEU-F.
           05 EU-F-TYPE    PIC X(1).
           05 EU-F-NO      PIC 9(6).
           05 EU-F-CODE    PIC X(3).
           05 EU-F-DESC    PIC X(20).
           05 EU-F-MONTANT PIC 9(5)V99.
           05 FILLER       PIC X(5).

       FD FVENTENA
           RECORDING MODE IS F.

*> Vues historique / en-tete 'E' / detail 'D', comme pour l'Asie
       01 ENRVENTENA.
           05 NA-NO        PIC 9(6).
           05 NA-DATE      PIC X(10).
           05 NA-S-NO      PIC 9(2).
           05 NA-C-NO      PIC 9(4).
           05 NA-P-NO      PIC 9(3).
           05 NA-PRICE-RAW PIC X(7).
           05 NA-PRICE     REDEFINES NA-PRICE-RAW PIC 9(5)V99.
           05 NA-QUANTITY  PIC 9(4).
           05 NA-DEVISE    PIC X(2).
           05 NA-DEPOT     PIC X(2).
           05 FILLER       PIC X(2).

       01 ENRVENTENA-E.
           05 NA-E-TYPE    PIC X(1).
           05 NA-E-NO      PIC 9(6).
           05 NA-E-DATE    PIC X(10).
           05 NA-E-SNO     PIC 9(2).
           05 NA-E-CNO     PIC 9(4).
           05 NA-E-DEVISE  PIC X(2).
           05 NA-E-DEPOT   PIC X(2).
           05 FILLER       PIC X(15).

       01 ENRVENTENA-D.
           05 NA-D-TYPE    PIC X(1).
           05 NA-D-NO      PIC 9(6).
           05 NA-D-PNO     PIC 9(3).
           05 NA-D-PRICE-RAW PIC X(7).
           05 NA-D-PRICE   REDEFINES NA-D-PRICE-RAW PIC 9(5)V99.
           05 NA-D-QTY     PIC 9(4).
           05 NA-D-DIRECT  PIC X(1).
           05 FILLER       PIC X(20).

*> Vue frais de commande ('C') : port, manutention, urgence... un
*> frais au niveau commande, imprime par PFACTURE avant le sous-total
       01 ENRVENTENA-F.
           05 NA-F-TYPE    PIC X(1).
           05 NA-F-NO      PIC 9(6).
           05 NA-F-CODE    PIC X(3).
           05 NA-F-DESC    PIC X(20).
           05 NA-F-MONTANT PIC 9(5)V99.
           05 FILLER       PIC X(5).

       FD FVENTEED
           RECORDING MODE IS F.

*> Vues historique / en-tete 'E' / detail 'D', comme pour l'Asie
       01 ENRVENTEED.
           05 ED-NO        PIC 9(6).
           05 ED-DATE      PIC X(10).
           05 ED-S-NO      PIC 9(2).
           05 ED-C-NO      PIC 9(4).
           05 ED-P-NO      PIC 9(3).
           05 ED-PRICE-RAW PIC X(7).
           05 ED-PRICE     REDEFINES ED-PRICE-RAW PIC 9(5)V99.
           05 ED-QUANTITY  PIC 9(4).
           05 ED-DEVISE    PIC X(2).
           05 ED-DEPOT     PIC X(2).
           05 FILLER       PIC X(2).

       01 ENRVENTEED-E.
           05 ED-E-TYPE    PIC X(1).
           05 ED-E-NO      PIC 9(6).
           05 ED-E-DATE    PIC X(10).
           05 ED-E-SNO     PIC 9(2).
           05 ED-E-CNO     PIC 9(4).
           05 ED-E-DEVISE  PIC X(2).
           05 ED-E-DEPOT   PIC X(2).
           05 FILLER       PIC X(15).

       01 ENRVENTEED-D.
           05 ED-D-TYPE    PIC X(1).
           05 ED-D-NO      PIC 9(6).
           05 ED-D-PNO     PIC 9(3).
           05 ED-D-PRICE-RAW PIC X(7).
           05 ED-D-PRICE   REDEFINES ED-D-PRICE-RAW PIC 9(5)V99.
           05 ED-D-QTY     PIC 9(4).
           05 ED-D-DIRECT  PIC X(1).
           05 FILLER       PIC X(20).

*> Vue frais de commande ('C') : port, manutention, urgence... un
*> frais au niveau commande, imprime par PFACTURE avant le sous-total
       01 ENRVENTEED-F.
           05 ED-F-TYPE    PIC X(1).
           05 ED-F-NO      PIC 9(6).
           05 ED-F-CODE    PIC X(3).
           05 ED-F-DESC    PIC X(20).
           05 ED-F-MONTANT PIC 9(5)V99.
           05 FILLER       PIC X(5).

       FD FVENTERC
           RECORDING MODE IS F.

*> Vues historique / en-tete 'E' / detail 'D', comme pour l'EDI
       01 ENRVENTERC.
           05 RC-NO        PIC 9(6).
           05 RC-DATE      PIC X(10).
           05 RC-S-NO      PIC 9(2).
           05 RC-C-NO      PIC 9(4).
           05 RC-P-NO      PIC 9(3).
           05 RC-PRICE-RAW PIC X(7).
           05 RC-PRICE     REDEFINES RC-PRICE-RAW PIC 9(5)V99.
           05 RC-QUANTITY  PIC 9(4).
           05 RC-DEVISE    PIC X(2).
           05 RC-DEPOT     PIC X(2).
           05 FILLER       PIC X(2).

       01 ENRVENTERC-E.
           05 RC-E-TYPE    PIC X(1).
           05 RC-E-NO      PIC 9(6).
           05 RC-E-DATE    PIC X(10).
           05 RC-E-SNO     PIC 9(2).
           05 RC-E-CNO     PIC 9(4).
           05 RC-E-DEVISE  PIC X(2).
           05 RC-E-DEPOT   PIC X(2).
           05 FILLER       PIC X(15).

       01 ENRVENTERC-D.
           05 RC-D-TYPE    PIC X(1).
           05 RC-D-NO      PIC 9(6).
           05 RC-D-PNO     PIC 9(3).
           05 RC-D-PRICE-RAW PIC X(7).
           05 RC-D-PRICE   REDEFINES RC-D-PRICE-RAW PIC 9(5)V99.
           05 RC-D-QTY     PIC 9(4).
           05 RC-D-DIRECT  PIC X(1).
           05 FILLER       PIC X(20).

*> Vue frais de commande ('C') : port, manutention, urgence... un
*> frais au niveau commande, imprime par PFACTURE avant le sous-total
       01 ENRVENTERC-F.
           05 RC-F-TYPE    PIC X(1).
           05 RC-F-NO      PIC 9(6).
           05 RC-F-CODE    PIC X(3).
           05 RC-F-DESC    PIC X(20).
           05 RC-F-MONTANT PIC 9(5)V99.
           05 FILLER       PIC X(5).

*> Une ligne par commande rejetée (P_NO ou C_NO introuvable)
       FD FREJORD
           RECORDING MODE IS F.

       01 ENRREJORD.
          05 REJ-NO         PIC 9(6).
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 REJ-REGION     PIC X(2).
          05 FILLER         PIC X(1)  VALUE SPACE.
           RECORDING MODE IS F.

       01 ENRCOLLISION.
          05 COL-NO         PIC 9(6).
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 COL-REGION-RETENUE PIC X(2).
          05 FILLER         PIC X(1)  VALUE SPACE.
           RECORDING MODE IS F.

       01 ENRPRICESRC.
          05 PSR-NO         PIC 9(6).
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 PSR-P-NO       PIC 9(3).
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 PSR-PRICE      PIC Z(5),99.
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 PSR-MOTIF      PIC X(30).

          05 FILLER         PIC X(1).
          05 CTR-PRICE      PIC 9(3)V99.

*> Une promotion par ligne : cible 'P' = produit (PRO-P-NO) ou 'C' =
*> categorie (PRO-CATEGORY), region (blanc = toutes), fenetre de
*> validite AAAA-MM-JJ, mode 'P' = pourcentage de remise ou 'F' =
*> prix fixe, valeur correspondante
       FD FPROMO
           RECORDING MODE IS F.

       01 ENRPROMO.
          05 PRO-CODE       PIC X(8).
          05 FILLER         PIC X(1).
          05 PRO-CIBLE      PIC X(1).
          05 FILLER         PIC X(1).
          05 PRO-P-NO       PIC X(3).
          05 FILLER         PIC X(1).
          05 PRO-CATEGORY   PIC X(10).
          05 FILLER         PIC X(1).
          05 PRO-REGION     PIC X(2).
          05 FILLER         PIC X(1).
          05 PRO-DEBUT      PIC X(10).
          05 FILLER         PIC X(1).
          05 PRO-FIN        PIC X(10).
          05 FILLER         PIC X(1).
          05 PRO-MODE       PIC X(1).
          05 FILLER         PIC X(1).
          05 PRO-VALEUR     PIC 9(5)V99.

*> Rapport de contrôle : l'enregistrement de fin de run, plus une
*> ligne CTL par ecart de controle de lot (attendu contre constate)
       FD FORDRPT
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 CTL-NATURE     PIC X(8).
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 CTL-ATTENDU    PIC 9(11)V99.
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 CTL-CONSTATE   PIC 9(11)V99.
          05 FILLER         PIC X(8)  VALUE SPACES.

       01 ENRORDRPT.
          05 RPT-LUS-AS     PIC ZZZ9.
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 RPT-PRICESRC   PIC ZZZ9.
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 RPT-MONTANT    PIC Z(8),99.
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 RPT-BACKORDER  PIC ZZZ9.

*> Occupation des tables de reference, une ligne 'CAP' par fichier
*> (marque en tete comme les lignes 'CTL', que les lecteurs des
*> totaux de run ecartent de la meme facon)
       01 ENRORDCAP.
          05 CAP-MARQUE     PIC X(3).
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 CAP-FICHIER    PIC X(12).
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 CAP-LUS        PIC Z(6)9.
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 CAP-LIMITE     PIC Z(6)9.
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 CAP-TAUX       PIC ZZ9.
          05 CAP-POURCENT   PIC X(1).
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 CAP-MODE       PIC X(13).

*> Point de reprise : un enregistrement par commit, le dernier lu au
*> redémarrage donne le dernier N° de commande entièrement traité
       FD FCKPT
           RECORDING MODE IS F.

       01 ENRCKPT.
          05 CKPT-LAST-NO   PIC 9(6).

*> Une ligne par vente ayant fait passer le stock du produit sous
*> zéro : la commande reste acceptée (on ne bloque pas la vente), mais
           RECORDING MODE IS F.

       01 ENRBACKORD.
          05 BKO-NO         PIC 9(6).
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 BKO-P-NO       PIC 9(3).
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 BKO-QUANTITY   PIC 9(4).
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 BKO-STOCK-APRES PIC S9(5).
          05 FILLER         PIC X(1)  VALUE SPACE.
           RECORDING MODE IS F.

       01 ENRCREDHOLD.
          05 CHD-O-NO       PIC 9(6).
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 CHD-C-NO       PIC 9(4).
          05 FILLER         PIC X(1)  VALUE SPACE.
           RECORDING MODE IS F.

       01 ENRSUBJRNL.
          05 SBJ-O-NO       PIC 9(6).
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 SBJ-OLD-PNO    PIC 9(3).
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 FILLER          PIC X(1).
          05 PHI-DATE        PIC X(10).
          05 FILLER          PIC X(1).
          05 PHI-PRICE       PIC 9(5)V99.

*> Une ligne par composant d'un kit : quantite de composant par kit
       FD FBOM
           RECORDING MODE IS F.

       01 ENRKITJRNL.
          05 KJR-O-NO       PIC 9(6).
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 KJR-KIT-PNO    PIC X(3).
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 KJR-COMP-PNO   PIC X(3).
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 KJR-QTY-KIT    PIC 9(4).
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 KJR-QTY-COMP   PIC 9(6).
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 KJR-PRIX-KIT   PIC 9(5)V99.
          05 FILLER         PIC X(1)  VALUE SPACE.
          05 KJR-PRIX-ALLOC PIC 9(5)V99.

*> Un solde de stock par depot et par produit
       FD FSTKDEP
             10 STK-P-NO       PIC 9(3).
          05 STK-QTY         PIC S9(5).

*> Même structure que celle lue par PPURCHORD (cf PPURCHORD.cbl)
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

*> Même structure que celle tenue par PPURCHORD (cf PPURCHORD.cbl)
       FD FPOFILE
           RECORDING MODE IS F
           DATA RECORD IS ENRPO.

       01 ENRPO.
          05 PO-NO           PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PO-VND-NO       PIC X(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PO-P-NO         PIC 9(3).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PO-DEPOT        PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PO-QTY          PIC 9(5).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PO-DATE-EMISE   PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
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

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.
*> déclarée localement comme les autres colonnes ajoutées depuis
       01 C-CREDIT-LIMIT  PIC 9(7)V99.
       01 WS-NOUV-BALANCE PIC 9(7)V99.
*> CUSTOMERS.PARENT_C_NO (0 = pas de groupe) et tete du groupe dont
*> l'exposition est confrontee a la limite du parent
       01 C-PARENT-C-NO   PIC 9(4).
       01 WS-GRP-TETE     PIC 9(4).
       01 WS-GRP-LIMITE   PIC 9(7)V99.

*> PRODUCTS.STOCK_QTY : pas dans le membre DCLGEN de ce dépôt, comme
*> pour PNEWPROD qui la déclare localement et la maintient au chargement
*> ORDERS.DEPOT : pas de DCLGEN dans ce dépôt, déclarée localement
       01 O-DEPOT          PIC X(2).

*> ITEMS.PROMO (code de la promotion appliquee, blanc sinon) et
*> PRODUCTS.CATEGORY : pas de DCLGEN dans ce depot, declarees
*> localement
       01 I-PROMO          PIC X(8).
       01 P-CATEGORY       PIC X(10).

*> Depot expediteur de la commande en cours (blanc sur le fichier =
*> depot principal D1, comme les ventes anterieures a cet ajout)
       77 WS-STATUS-STK    PIC 99 VALUE 0.
       77 WS-STATUS-SUB    PIC 99 VALUE 0.
       77 WS-STATUS-SBJ    PIC 99 VALUE 0.
       01 WS-SUB-TABLE.
          05 WS-SUB-ENTRY OCCURS 1000 TIMES.
             10 WS-SUB-OLD    PIC 9(3).
             10 WS-SUB-NEW    PIC 9(3).
       01 WS-NB-SUB        PIC 9(4) VALUE 0.
       01 WS-SUB-IDX       PIC 9(4).
       01 WS-EOF-SUB       PIC X(1).
       01 WS-LUS-SUB       PIC 9(7) VALUE 0.
       01 WS-RELIRE-SUB    PIC X(1) VALUE 'N'.
       01 WS-CAND-SUB.
          05 WS-CSB-OLD       PIC 9(3).
          05 WS-CSB-NEW       PIC 9(3).
       01 WS-PROD-ETAT     PIC X(1).
       01 WS-PNO-ORIGINE   PIC 9(3).
       01 WS-SUB-TROUVEE   PIC X(1).
*> (cf les taux dates de PDEVISE)
       77 WS-STATUS-PHI    PIC 99 VALUE 0.
       01 WS-PHI-TABLE.
          05 WS-PHI-ENTRY OCCURS 5000 TIMES.
             10 WS-PHI-PNO    PIC X(3).
             10 WS-PHI-DATE   PIC X(10).
             10 WS-PHI-PRICE  PIC 9(5)V99.
       01 WS-NB-PHI        PIC 9(4) VALUE 0.
       01 WS-PHI-IDX       PIC 9(4).
       01 WS-EOF-PHI       PIC X(1).
       01 WS-LUS-PHI       PIC 9(7) VALUE 0.
       01 WS-RELIRE-PHI    PIC X(1) VALUE 'N'.
       01 WS-CAND-PHI.
          05 WS-CPH-PNO       PIC X(3).
          05 WS-CPH-DATE      PIC X(10).
          05 WS-CPH-PRICE     PIC 9(5)V99.
       01 WS-HIST-TROUVE   PIC X(1).
       01 WS-HIST-DATE-MAX PIC X(10).

       77 WS-STATUS-BOM    PIC 99 VALUE 0.
       77 WS-STATUS-KJR    PIC 99 VALUE 0.
       01 WS-BOM-TABLE.
          05 WS-BOM-ENTRY OCCURS 1000 TIMES.
             10 WS-BOM-KIT    PIC X(3).
             10 WS-BOM-COMP   PIC X(3).
             10 WS-BOM-QTY    PIC 9(2).
       01 WS-NB-BOM        PIC 9(4) VALUE 0.
       01 WS-BOM-IDX       PIC 9(4).
       01 WS-EOF-BOM       PIC X(1).
       01 WS-LUS-BOM       PIC 9(7) VALUE 0.
       01 WS-RELIRE-BOM    PIC X(1) VALUE 'N'.
*> Usage de la relecture de la nomenclature : 'K' = la ligne vise-t-
*> elle un kit (3033), 'C' = composants du kit a eclater (3035)
       01 WS-BOM-USAGE     PIC X(1).
       01 WS-CAND-BOM.
          05 WS-CBM-KIT       PIC X(3).
          05 WS-CBM-COMP      PIC X(3).
          05 WS-CBM-QTY       PIC 9(2).
       01 WS-EST-KIT       PIC X(1).
       01 WS-KIT-PNO       PIC X(3).
       01 WS-KIT-QTY       PIC 9(4).
       01 WS-KIT-PRIX      PIC 9(5)V99.
       01 WS-KIT-REF-TOT   PIC 9(7)V99.
       01 WS-KIT-TOT-UNITES PIC 9(5).
       01 WS-KIT-RESTE     PIC S9(7)V99.
          05 WS-KCOMP-ENTRY OCCURS 20 TIMES.
             10 WS-KCOMP-PNO   PIC X(3).
             10 WS-KCOMP-QTY   PIC 9(2).
             10 WS-KCOMP-REF   PIC 9(5)V99.
             10 WS-KCOMP-ALLOC PIC 9(5)V99.
       01 WS-NB-KCOMP      PIC 9(2) VALUE 0.
       01 WS-KCOMP-IDX     PIC 9(2).
       77 WS-CT-KITS       PIC 9(4) VALUE 0.
       01 EOF-AS           PIC X VALUE 'N'.
       01 EOF-NA           PIC X VALUE 'N'.
       01 EOF-ED           PIC X VALUE 'N'.
       01 EOF-RC           PIC X VALUE 'N'.

       77 ERRCODE1         PIC 99.
       77 ERRCODE2         PIC 99.
       77 ERRCODE3         PIC 99.
       77 ERRCODE4         PIC 99.
       77 ERRCODE5         PIC 99.
       77 WS-STATUS-REJ    PIC 99.
       77 WS-STATUS-COL    PIC 99.
       77 WS-STATUS-PSR    PIC 99.
*> tronquee cesse d'etre indiscernable d'une petite journee de ventes
       01 WS-LOT-ENR.
           05 WS-LOT-TYPE   PIC X(1).
           05 FILLER        PIC X(41).
       01 WS-LOT-ENR-H REDEFINES WS-LOT-ENR.
           05 FILLER        PIC X(1).
           05 LOT-H-REGION  PIC X(2).
           05 LOT-H-DATE    PIC X(10).
           05 LOT-H-FILE-ID PIC X(8).
           05 FILLER        PIC X(21).
       01 WS-LOT-ENR-T REDEFINES WS-LOT-ENR.
           05 FILLER        PIC X(1).
           05 LOT-T-NB      PIC 9(5).
           05 LOT-T-HASHQ   PIC 9(9).
           05 LOT-T-HASHM   PIC 9(11)V99.
           05 FILLER        PIC X(14).
       01 WS-LOT-ENR-D REDEFINES WS-LOT-ENR.
           05 LOT-D-NO      PIC X(6).
           05 FILLER        PIC X(19).
           05 LOT-D-PRICE-X PIC X(7).
           05 LOT-D-PRICE   REDEFINES LOT-D-PRICE-X PIC 9(5)V99.
           05 LOT-D-QTY-X   PIC X(4).
           05 LOT-D-QTY     REDEFINES LOT-D-QTY-X PIC 9(4).
           05 FILLER        PIC X(6).

*> Vue frais 'C' du format multi-lignes, pour le hachage des lots
       01 WS-LOT-ENR-NF REDEFINES WS-LOT-ENR.
           05 FILLER           PIC X(1).
           05 LOT-NF-NO        PIC X(6).
           05 LOT-NF-CODE      PIC X(3).
           05 LOT-NF-DESC      PIC X(20).
           05 LOT-NF-MONTANT-X PIC X(7).
           05 LOT-NF-MONTANT   REDEFINES LOT-NF-MONTANT-X
                               PIC 9(5)V99.
           05 FILLER           PIC X(5).

*> Vue detail 'D' du format multi-lignes, pour le hachage des lots
       01 WS-LOT-ENR-ND REDEFINES WS-LOT-ENR.
           05 FILLER         PIC X(1).
           05 LOT-ND-NO      PIC X(6).
           05 LOT-ND-PNO     PIC X(3).
           05 LOT-ND-PRICE-X PIC X(7).
           05 LOT-ND-PRICE   REDEFINES LOT-ND-PRICE-X PIC 9(5)V99.
           05 LOT-ND-QTY-X   PIC X(4).
           05 LOT-ND-QTY     REDEFINES LOT-ND-QTY-X PIC 9(4).
           05 FILLER         PIC X(21).

       01 WS-LOT-H-VU      PIC X(1).
       01 WS-LOT-T-VU      PIC X(1).
       01 WS-LOT-NB        PIC 9(5).
       01 WS-LOT-HASHQ     PIC 9(9).
       01 WS-LOT-HASHM     PIC 9(11)V99.
       01 WS-LOT-EOF       PIC X(1).
       77 WS-LOT-KO        PIC X(1) VALUE 'N'.

       01 WS-PRESENT-EU    PIC X(1) VALUE 'Y'.
       01 WS-PRESENT-NA    PIC X(1) VALUE 'Y'.
       01 WS-PRESENT-ED    PIC X(1) VALUE 'Y'.
       01 WS-PRESENT-RC    PIC X(1) VALUE 'Y'.
       01 WS-REFUSE-AS     PIC X(1) VALUE 'N'.
       01 WS-REFUSE-EU     PIC X(1) VALUE 'N'.
       01 WS-REFUSE-NA     PIC X(1) VALUE 'N'.
       01 WS-REFUSE-ED     PIC X(1) VALUE 'N'.
       01 WS-REFUSE-RC     PIC X(1) VALUE 'N'.
       01 WS-LOT-DATE      PIC X(10).
       01 WS-LOT-FID       PIC X(8).
       01 WS-LOT-DATE-AS   PIC X(10).
       01 WS-LOT-FID-NA    PIC X(8).
       01 WS-LOT-DATE-ED   PIC X(10).
       01 WS-LOT-FID-ED    PIC X(8).
       01 WS-LOT-DATE-RC   PIC X(10).
       01 WS-LOT-FID-RC    PIC X(8).

*> Registre des chargements deja effectues, charge en memoire
       01 WS-LRG-TABLE.
             10 WS-LRG-REG   PIC X(2).
             10 WS-LRG-FID   PIC X(8).
       01 WS-NB-LRG        PIC 9(3) VALUE 0.
       01 WS-LUS-LRG       PIC 9(7) VALUE 0.
       01 WS-LRG-IDX       PIC 9(3).
       01 WS-EOF-LRG       PIC X(1).
       77 WS-CT-REFUS-LOT  PIC 9(1) VALUE 0.

*> Prix contrat charges en memoire au demarrage
       01 WS-CTR-TABLE.
          05 WS-CTR-ENTRY OCCURS 5000 TIMES.
             10 WS-CTR-CNO    PIC 9(4).
             10 WS-CTR-PNO    PIC 9(3).
             10 WS-CTR-DEBUT  PIC X(10).
             10 WS-CTR-FIN    PIC X(10).
             10 WS-CTR-PRICE  PIC 9(3)V99.
       01 WS-NB-CTR        PIC 9(4) VALUE 0.
       01 WS-CTR-IDX       PIC 9(4).
       01 WS-CTR-TROUVE    PIC X(1).
       01 WS-EOF-CTR       PIC X(1).
       01 WS-LUS-CTR       PIC 9(7) VALUE 0.
       01 WS-RELIRE-CTR    PIC X(1) VALUE 'N'.
       01 WS-CAND-CTR.
          05 WS-CCT-CNO       PIC 9(4).
          05 WS-CCT-PNO       PIC 9(3).
          05 WS-CCT-DEBUT     PIC X(10).
          05 WS-CCT-FIN       PIC X(10).
          05 WS-CCT-PRICE     PIC 9(3)V99.

*> Promotions chargees en memoire au demarrage, et meilleure
*> promotion retenue pour la ligne en cours : rang 1 = categorie
*> toutes regions, 2 = categorie de la region, 3 = produit toutes
*> regions, 4 = produit de la region
       77 WS-STATUS-PRO    PIC 99 VALUE 0.
       01 WS-PRO-TABLE.
          05 WS-PRO-ENTRY OCCURS 2000 TIMES.
             10 WS-PRO-CODE   PIC X(8).
             10 WS-PRO-CIBLE  PIC X(1).
             10 WS-PRO-PNO    PIC X(3).
             10 WS-PRO-CATEG  PIC X(10).
             10 WS-PRO-REGION PIC X(2).
             10 WS-PRO-DEBUT  PIC X(10).
             10 WS-PRO-FIN    PIC X(10).
             10 WS-PRO-MODE   PIC X(1).
             10 WS-PRO-VALEUR PIC 9(5)V99.
       01 WS-NB-PRO        PIC 9(4) VALUE 0.
       01 WS-PRO-IDX       PIC 9(4).
       01 WS-EOF-PRO       PIC X(1).
       01 WS-LUS-PRO       PIC 9(7) VALUE 0.
       01 WS-RELIRE-PRO    PIC X(1) VALUE 'N'.
       01 WS-CAND-PRO.
          05 WS-CPR-CODE      PIC X(8).
          05 WS-CPR-CIBLE     PIC X(1).
          05 WS-CPR-PNO       PIC X(3).
          05 WS-CPR-CATEG     PIC X(10).
          05 WS-CPR-REGION    PIC X(2).
          05 WS-CPR-DEBUT     PIC X(10).
          05 WS-CPR-FIN       PIC X(10).
          05 WS-CPR-MODE      PIC X(1).
          05 WS-CPR-VALEUR    PIC 9(5)V99.
       01 WS-CPR-RANG      PIC 9(1).
       01 WS-PROMO-RANG    PIC 9(1).
       01 WS-PROMO-CODE    PIC X(8).
       01 WS-PROMO-MODE    PIC X(1).
       01 WS-PROMO-VALEUR  PIC 9(5)V99.
       01 WS-PROMO-PRIX    PIC 9(5)V99.
       77 WS-CT-PROMO      PIC 9(4) VALUE 0.

*> Relecture d'un fichier de reference au-dela de sa table : rang de
*> l'enregistrement lu (les WS-NB-xxx premiers sont deja en table)
       01 WS-RELU          PIC 9(7).

*> Ligne de capacite en cours de construction (cf 7010)
       01 WS-CAP-FICHIER   PIC X(12).
       01 WS-CAP-LUS       PIC 9(7).
       01 WS-CAP-LIMITE    PIC 9(7).
       01 WS-CAP-TAUX      PIC 9(5).

*> Source du prix applique a la ligne en cours : 'F' = fichier de
*> ventes, 'C' = contrat client, 'H' = historique catalogue, 'K' =
*> repli catalogue, 'P' = promotion (sur 'H' ou 'K')
       01 WS-PRICE-SOURCE  PIC X(1).

*> O-O-DATE (MM/JJ/AAAA apres PFDATE) rearrangee en AAAA-MM-JJ pour
       01 WS-ODATE-ANNEE   PIC X(4).
       01 WS-ODATE-ISO     PIC X(10).

       01 WS-PRICE-X       PIC X(7).
       01 WS-PRICE-N       PIC 9(5)V99.
       01 WS-DEVISE        PIC X(2).
       01 WS-REGION        PIC X(2).

*> indicateurs de collision. Le N° de commande courant de chaque
*> region est extrait selon le type d'enregistrement ('E' = en-tete
*> multi-lignes, 'D' = detail, chiffre = format historique)
       01 WS-NO-AS         PIC 9(6).
       01 WS-NO-EU         PIC 9(6).
       01 WS-NO-NA         PIC 9(6).
       01 WS-NO-ED         PIC 9(6).
       01 WS-NO-RC         PIC 9(6).

*> Total de la commande en cours, cumule article par article (une
*> commande multi-lignes en a plusieurs, le format historique un seul)
       01 WS-TOTAL-COMMANDE PIC 9(7)V99 VALUE 0.

*> Detail 'D' orphelin (sans en-tete 'E') a journaliser
       01 WS-ORPH-NO       PIC 9(6).
       01 WS-ORPH-PNO      PIC 9(3).

       77 WS-STATUS-PER    PIC 99.
             10 WS-PER-MOIS PIC X(7).
             10 WS-PER-ETAT PIC X(1).
       01 WS-NB-PER        PIC 99 VALUE 0.
       01 WS-LUS-PER       PIC 9(7) VALUE 0.
       01 WS-PER-IDX       PIC 99.
       01 WS-PER-FERMEE    PIC X(1).
       01 WS-MOIS-MVT      PIC X(7).
       01 WS-CHG-MONTANT   PIC 9(5)V99.
       01 WS-CT-FRAIS      PIC 9(4) VALUE 0.

       01 WS-MIN-NO        PIC 9(6).
       01 WS-TRAITER-AS    PIC X VALUE 'N'.
       01 WS-TRAITER-EU    PIC X VALUE 'N'.
       01 WS-TRAITER-NA    PIC X VALUE 'N'.
       01 WS-TRAITER-ED    PIC X VALUE 'N'.
       01 WS-TRAITER-RC    PIC X VALUE 'N'.
       01 WS-IGNORER-AS    PIC X VALUE 'N'.
       01 WS-IGNORER-EU    PIC X VALUE 'N'.
       01 WS-IGNORER-NA    PIC X VALUE 'N'.
       01 WS-IGNORER-ED    PIC X VALUE 'N'.
       01 WS-IGNORER-RC    PIC X VALUE 'N'.
       01 WS-NB-MATCH      PIC 9 VALUE 0.

*> Commande acceptée (produit et client connus, date valide) pour la
*> Points de reprise : commit toutes les N commandes traitées
       01 WS-COMMIT-FREQ   PIC 9(3) VALUE 50.
       01 WS-REC-COUNT     PIC 9(5) VALUE 0.
       01 WS-RESTART-NO    PIC 9(6) VALUE 0.
       01 WS-DERNIER-NO    PIC 9(6) VALUE 0.

*> Compteurs pour le rapport de contrôle
       01 WS-CT-LUS-AS     PIC 9(4) VALUE 0.
       01 WS-CT-LUS-EU     PIC 9(4) VALUE 0.
       01 WS-CT-LUS-NA     PIC 9(4) VALUE 0.
       01 WS-CT-LUS-ED     PIC 9(4) VALUE 0.
       01 WS-CT-LUS-RC     PIC 9(4) VALUE 0.
       01 WS-CT-INSERES    PIC 9(4) VALUE 0.
       01 WS-CT-REJETES    PIC 9(4) VALUE 0.
       01 WS-CT-COLLISIONS PIC 9(4) VALUE 0.
       01 WS-CT-PRICESRC   PIC 9(4) VALUE 0.
       01 WS-CT-MONTANT    PIC 9(9)V99 VALUE 0.
       01 WS-CT-BACKORDER  PIC 9(4) VALUE 0.

*> Livraison directe : 'D' sur la ligne 'D' du fichier (blanc pour le
*> format historique) ou PRODUCTS.DROP_SHIP = 'Y' ; ITEMS.DROP_SHIP
*> et les colonnes d'adresse de livraison de CUSTOMERS ne sont pas
*> dans les membres DCLGEN de ce depot, declarees localement
       01 WS-LIGNE-DIRECTE PIC X(1).
       01 P-DROP-SHIP      PIC X(1).
       01 I-DROP-SHIP      PIC X(1).
       01 C-SHIP-ADDRESS.
          05 C-SHIP-ADDRESS-LEN  PIC S9(4) COMP.
          05 C-SHIP-ADDRESS-TEXT PIC X(100).
       01 C-SHIP-CITY.
          05 C-SHIP-CITY-LEN     PIC S9(4) COMP.
          05 C-SHIP-CITY-TEXT    PIC X(20).
       01 C-SHIP-STATE           PIC X(2).
       01 C-SHIP-ZIP             PIC X(5).

*> Fournisseurs en memoire (un par produit, cf PPURCHORD) et bons
*> directs deja leves pour la commande en cours, un par fournisseur
       77 WS-STATUS-VND    PIC 99 VALUE 0.
       77 WS-STATUS-PO     PIC 99 VALUE 0.
       01 WS-EOF-VND       PIC X(1).
       01 WS-VND-TABLE.
          05 WS-VND-ENTREE OCCURS 200 TIMES.
             10 WS-VND-PNO      PIC 9(3).
             10 WS-VND-NO       PIC X(4).
             10 WS-VND-DELAI    PIC 9(3).
             10 WS-VND-PRIX     PIC 9(5)V99.
       01 WS-NB-VND        PIC 9(3) VALUE 0.
       01 WS-VND-IDX       PIC 9(3).
       01 WS-LUS-VND       PIC 9(7) VALUE 0.
       01 WS-RELIRE-VND    PIC X(1) VALUE 'N'.
*> Fournisseur candidat, pris en table ou relu dans DVENDOR ; il
*> reste en place une fois retenu (WS-VND-TROUVE = 'Y') pour le bon
       01 WS-VND-TROUVE    PIC X(1).
       01 WS-CAND-VND.
          05 WS-CVD-PNO       PIC 9(3).
          05 WS-CVD-NO        PIC X(4).
          05 WS-CVD-DELAI     PIC 9(3).
          05 WS-CVD-PRIX      PIC 9(5)V99.
       01 WS-PO-OUVERT     PIC X(1) VALUE 'N'.
       01 WS-DERNIER-PO    PIC 9(6) VALUE 0.
       01 WS-DIR-TABLE.
          05 WS-DIR-ENTREE OCCURS 50 TIMES.
             10 WS-DIR-VND      PIC X(4).
             10 WS-DIR-PO       PIC 9(6).
       01 WS-NB-DIR        PIC 99 VALUE 0.
       01 WS-DIR-IDX       PIC 99.
       01 WS-DIR-COURANT   PIC 9(6).
       01 WS-DIR-ADR-LUE   PIC X(1).
       01 WS-DIR-NOM       PIC X(30).
       01 WS-DIR-ADRESSE   PIC X(60).
       01 WS-DIR-VILLE     PIC X(20).
       01 WS-DIR-ETAT      PIC X(2).
       01 WS-DIR-ZIP       PIC X(5).
       01 WS-DATE-JOUR     PIC X(21).
       01 WS-DATE-RUN      PIC X(10).
       77 WS-CT-DIRECT     PIC 9(4) VALUE 0.
       77 WS-CT-DIR-SANS-FRN PIC 9(4) VALUE 0.
*> Lignes directes dont le fournisseur n'a pas trouve place dans la
*> table des bons de la commande : bon a part pour la ligne
       77 WS-CT-DIR-DEBORD PIC 9(4) VALUE 0.

*> Date de livraison attendue : date du run + delai du fournisseur
       01 PDATECALC          PIC X(9) VALUE 'PDATECALC'.
       01 WS-DC-DATE-BASE    PIC X(10).
       01 WS-DC-SENS         PIC X(1).
       01 WS-DC-JOURS        PIC 9(4).
       01 WS-DC-AJUST        PIC X(1).
       01 WS-DC-DATE-RESULT  PIC X(10).
       01 WS-DC-STATUT       PIC X(1).

       01 PFDATE           PIC X(6) VALUE 'PFDATE'.
       01 PDEVISE          PIC X(7) VALUE 'PDEVISE'.

       01 WS-LOAD-MOIS     PIC X(2).
       01 WS-LOAD-JOUR     PIC X(2).
       01 WS-LOAD-ANNEE    PIC X(4).
       01 WS-REF           PIC X(6).


*> Journal d'execution du cycle (cf PRUNLOG) : un horodatage au
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

       LINKAGE SECTION.

       PROCEDURE DIVISION.
                       FVENTEEU
                       FVENTENA
                       FVENTEED
                       FVENTERC

*> Les trois regions arrivent rarement ensemble : un fichier absent
*> ou illisible n'est pas une erreur, sa region est simplement hors
              MOVE 'Y' TO EOF-ED
              DISPLAY 'PORDER : FICHIER ED ABSENT DE CE RUN'
           END-IF
           IF ERRCODE5 NOT = 0
              MOVE 'N' TO WS-PRESENT-RC
              MOVE 'Y' TO EOF-RC
              DISPLAY 'PORDER : FICHIER RC ABSENT DE CE RUN'
           END-IF

           PERFORM 1100-OUVRIR-SORTIES
           PERFORM 1200-LIRE-CHECKPOINT
           PERFORM 1325-CHARGER-SUBSTITUTIONS
           PERFORM 1326-CHARGER-NOMENCLATURE
           PERFORM 1327-CHARGER-HISTORIQUE-PRIX
           PERFORM 1328-CHARGER-PROMOTIONS
           PERFORM 1329-CHARGER-FOURNISSEURS
           PERFORM 1350-CHARGER-PERIODES

*> Controles de lot des trois fichiers regionaux AVANT la fusion :
           ELSE
              MOVE 'Y' TO EOF-ED
           END-IF
           IF WS-PRESENT-RC = 'Y' AND WS-REFUSE-RC = 'N'
              PERFORM 2500-LECTURE-F5
           ELSE
              MOVE 'Y' TO EOF-RC
           END-IF

*> Reprise : on ressaute les commandes déjà intégralement traitées
*> (et committées) lors d’une exécution précédente
                 PERFORM 2400-LECTURE-F4
                 PERFORM 1550-EXTRAIRE-NOS
              END-PERFORM
              PERFORM UNTIL EOF-RC = 'Y' OR WS-NO-RC > WS-RESTART-NO
                 PERFORM 2500-LECTURE-F5
                 PERFORM 1550-EXTRAIRE-NOS
              END-PERFORM
           END-IF

*> Boucle principale : fusion a cinq voies (Asie/Europe/Am. du
*> Nord/EDI/recurrentes) par N° de commande ; chaque region gagnante
*> traite sa commande ENTIERE (en-tete + details en format
*> multi-lignes, ou la ligne unique du format historique) avant de
*> rendre la main
           PERFORM UNTIL EOF-AS = 'Y' AND EOF-EU = 'Y'
                   AND EOF-NA = 'Y' AND EOF-ED = 'Y'
                   AND EOF-RC = 'Y'

               PERFORM 1500-DETERMINER-GAGNANTS

                  PERFORM 3340-TRAITER-COMMANDE-ED
               END-IF

               IF WS-TRAITER-RC = 'Y'
                  MOVE 'RC' TO WS-REGION
                  PERFORM 3350-TRAITER-COMMANDE-RC
               END-IF

*> Les régions en collision non retenues ce tour-ci sautent leur
*> commande ENTIERE (en-tete 'E' et tous ses details 'D' en format
*> multi-lignes, la ligne unique sinon), sans être traitées à nouveau
               IF WS-IGNORER-ED = 'Y'
                  PERFORM 3740-SAUTER-COMMANDE-ED
               END-IF
               IF WS-IGNORER-RC = 'Y'
                  PERFORM 3750-SAUTER-COMMANDE-RC
               END-IF

           END-PERFORM

*> Détermine, parmi les fichiers non encore épuisés, le plus petit N°
*> de commande (WS-MIN-NO), puis quelles régions doivent être traitées
*> ce tour-ci. Si plusieurs régions portent le même N°, une seule est
*> retenue (priorité Asie puis Europe puis Am. du Nord puis EDI puis
*> recurrentes) et les autres
*> sont journalisées comme collisions au lieu d’être insérées en double
*> sous le même N° de commande
       1500-DETERMINER-GAGNANTS.

           PERFORM 1550-EXTRAIRE-NOS

           MOVE 999999 TO WS-MIN-NO
           IF EOF-AS = 'N' AND WS-NO-AS < WS-MIN-NO
              MOVE WS-NO-AS TO WS-MIN-NO
           END-IF
           IF EOF-ED = 'N' AND WS-NO-ED < WS-MIN-NO
              MOVE WS-NO-ED TO WS-MIN-NO
           END-IF
           IF EOF-RC = 'N' AND WS-NO-RC < WS-MIN-NO
              MOVE WS-NO-RC TO WS-MIN-NO
           END-IF

           MOVE 'N' TO WS-TRAITER-AS WS-TRAITER-EU WS-TRAITER-NA
           MOVE 'N' TO WS-TRAITER-ED WS-TRAITER-RC
           MOVE 'N' TO WS-IGNORER-AS WS-IGNORER-EU WS-IGNORER-NA
           MOVE 'N' TO WS-IGNORER-ED WS-IGNORER-RC
           MOVE 0   TO WS-NB-MATCH

           IF EOF-AS = 'N' AND WS-NO-AS = WS-MIN-NO
                 MOVE 'Y' TO WS-TRAITER-ED
              END-IF
           END-IF
           IF EOF-RC = 'N' AND WS-NO-RC = WS-MIN-NO
              ADD 1 TO WS-NB-MATCH
              IF WS-TRAITER-AS = 'Y' OR WS-TRAITER-EU = 'Y'
                 OR WS-TRAITER-NA = 'Y' OR WS-TRAITER-ED = 'Y'
                 MOVE 'Y' TO WS-IGNORER-RC
                 PERFORM 1600-JOURNALISER-COLLISION
                 EVALUATE TRUE
                    WHEN WS-TRAITER-AS = 'Y'
                       MOVE 'AS' TO COL-REGION-RETENUE
                    WHEN WS-TRAITER-EU = 'Y'
                       MOVE 'EU' TO COL-REGION-RETENUE
                    WHEN WS-TRAITER-NA = 'Y'
                       MOVE 'NA' TO COL-REGION-RETENUE
                    WHEN OTHER
                       MOVE 'ED' TO COL-REGION-RETENUE
                 END-EVALUATE
                 MOVE 'RC' TO COL-REGION-REJETEE
              ELSE
                 MOVE 'Y' TO WS-TRAITER-RC
              END-IF
           END-IF
           .

*> Extrait le N° de commande courant de chaque region selon le type
                    MOVE ED-NO TO WS-NO-ED
              END-EVALUATE
           END-IF
           IF EOF-RC = 'N'
              EVALUATE ENRVENTERC(1:1)
                 WHEN 'E'
                    MOVE RC-E-NO TO WS-NO-RC
                 WHEN 'D'
                    MOVE RC-D-NO TO WS-NO-RC
                 WHEN 'C'
                    MOVE RC-F-NO TO WS-NO-RC
                 WHEN OTHER
                    MOVE RC-NO TO WS-NO-RC
              END-EVALUATE
           END-IF
           .

*> Écriture de la ligne de collision préparée par 1500-xxx ci-dessus
           IF WS-PRESENT-ED = 'Y'
              PERFORM 1440-CONTROLER-LOT-ED
           END-IF
           IF WS-PRESENT-RC = 'Y'
              PERFORM 1445-CONTROLER-LOT-RC
           END-IF

           IF WS-PRESENT-AS = 'Y'
              CLOSE FVENTEAS
              CLOSE FVENTEED
              OPEN INPUT FVENTEED
           END-IF
           IF WS-PRESENT-RC = 'Y'
              CLOSE FVENTERC
              OPEN INPUT FVENTERC
           END-IF
           .

*> Chargement du registre des fichiers deja charges, puis reouverture
                    AT END
                       MOVE 'Y' TO WS-EOF-LRG
                    NOT AT END
                       ADD 1 TO WS-LUS-LRG
                       IF WS-NB-LRG < 300
                          ADD 1 TO WS-NB-LRG
                          MOVE LRG-DATE TO WS-LRG-DATE(WS-NB-LRG)
           PERFORM 1470-VERIFIER-TOTAUX-LOT
           .

       1445-CONTROLER-LOT-RC.

           PERFORM 1450-INIT-LOT
           MOVE 'N' TO WS-LOT-EOF
           PERFORM UNTIL WS-LOT-EOF = 'Y'
              READ FVENTERC
                 AT END
                    MOVE 'Y' TO WS-LOT-EOF
                 NOT AT END
                    MOVE ENRVENTERC TO WS-LOT-ENR
                    PERFORM 1460-CUMULER-LOT
              END-READ
           END-PERFORM
           MOVE 'RC' TO WS-REGION
           PERFORM 1470-VERIFIER-TOTAUX-LOT
           .

       1450-INIT-LOT.

           MOVE 'N' TO WS-LOT-H-VU
              WHEN 'ED'
                 MOVE WS-LOT-DATE TO WS-LOT-DATE-ED
                 MOVE WS-LOT-FID  TO WS-LOT-FID-ED
              WHEN 'RC'
                 MOVE WS-LOT-DATE TO WS-LOT-DATE-RC
                 MOVE WS-LOT-FID  TO WS-LOT-FID-RC
           END-EVALUATE
           .

                    MOVE 'Y' TO WS-REFUSE-ED
                    PERFORM 1478-SIGNALER-REFUS
                 END-IF
              WHEN 'RC'
                 IF WS-REFUSE-RC = 'N'
                    MOVE 'Y' TO WS-REFUSE-RC
                    PERFORM 1478-SIGNALER-REFUS
                 END-IF
           END-EVALUATE
           .

                 FVENTEEU
                 FVENTENA
                 FVENTEED
                 FVENTERC
                 FLOADREG
                 FREJORD
                 FCOLLISION
                 FSTKDEP
                 FSUBJRNL
                 FKITJRNL
           IF WS-PO-OUVERT = 'Y'
              CLOSE FPOFILE
           END-IF
           MOVE '*' TO WS-SMV-ACTION
           CALL PSTKMVT USING WS-SMV-ACTION WS-SMV-MVT
           STOP RUN
           .

*> Chargement des prix contrat en memoire ; fichier absent ou vide :
*> aucun contrat, le repli catalogue reprend seul comme avant ; au-
*> dela de la table, le reste du fichier sera relu par 3042
       1300-CHARGER-CONTRATS.

           OPEN INPUT FCONTRACT
                    AT END
                       MOVE 'Y' TO WS-EOF-CTR
                    NOT AT END
                       ADD 1 TO WS-LUS-CTR
                       IF WS-NB-CTR < 5000
                          ADD 1 TO WS-NB-CTR
                          MOVE CTR-C-NO  TO WS-CTR-CNO(WS-NB-CTR)
                          MOVE CTR-P-NO  TO WS-CTR-PNO(WS-NB-CTR)
                          MOVE CTR-DATE-FIN
                               TO WS-CTR-FIN(WS-NB-CTR)
                          MOVE CTR-PRICE TO WS-CTR-PRICE(WS-NB-CTR)
                       ELSE
                          MOVE 'Y' TO WS-RELIRE-CTR
                       END-IF
                 END-READ
              END-PERFORM
                    AT END
                       MOVE 'Y' TO WS-EOF-SUB
                    NOT AT END
                       ADD 1 TO WS-LUS-SUB
                       IF WS-NB-SUB < 1000
                          ADD 1 TO WS-NB-SUB
                          MOVE SUB-OLD-PNO TO WS-SUB-OLD(WS-NB-SUB)
                          MOVE SUB-NEW-PNO TO WS-SUB-NEW(WS-NB-SUB)
                       ELSE
                          MOVE 'Y' TO WS-RELIRE-SUB
                       END-IF
                 END-READ
              END-PERFORM
                    AT END
                       MOVE 'Y' TO WS-EOF-BOM
                    NOT AT END
                       ADD 1 TO WS-LUS-BOM
                       IF WS-NB-BOM < 1000
                          ADD 1 TO WS-NB-BOM
                          MOVE BOM-KIT-PNO
                             TO WS-BOM-KIT(WS-NB-BOM)
                             TO WS-BOM-COMP(WS-NB-BOM)
                          MOVE BOM-QTY
                             TO WS-BOM-QTY(WS-NB-BOM)
                       ELSE
                          MOVE 'Y' TO WS-RELIRE-BOM
                       END-IF
                 END-READ
              END-PERFORM
                    AT END
                       MOVE 'Y' TO WS-EOF-PHI
                    NOT AT END
                       ADD 1 TO WS-LUS-PHI
                       IF WS-NB-PHI < 5000
                          ADD 1 TO WS-NB-PHI
                          MOVE PHI-PNO
                             TO WS-PHI-PNO(WS-NB-PHI)
                             TO WS-PHI-DATE(WS-NB-PHI)
                          MOVE PHI-PRICE
                             TO WS-PHI-PRICE(WS-NB-PHI)
                       ELSE
                          MOVE 'Y' TO WS-RELIRE-PHI
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           .

*> Chargement des promotions ; fichier absent ou vide : aucune
*> promotion, le prix catalogue s'applique comme avant ; au-dela de
*> la table, le reste du fichier sera relu par 3057
       1328-CHARGER-PROMOTIONS.

           OPEN INPUT FPROMO
           IF WS-STATUS-PRO = 0
              MOVE 'N' TO WS-EOF-PRO
              PERFORM UNTIL WS-EOF-PRO = 'Y'
                 READ FPROMO
                    AT END
                       MOVE 'Y' TO WS-EOF-PRO
                    NOT AT END
                       ADD 1 TO WS-LUS-PRO
                       IF WS-NB-PRO < 2000
                          ADD 1 TO WS-NB-PRO
                          MOVE PRO-CODE     TO WS-PRO-CODE(WS-NB-PRO)
                          MOVE PRO-CIBLE    TO WS-PRO-CIBLE(WS-NB-PRO)
                          MOVE PRO-P-NO     TO WS-PRO-PNO(WS-NB-PRO)
                          MOVE PRO-CATEGORY TO WS-PRO-CATEG(WS-NB-PRO)
                          MOVE PRO-REGION   TO WS-PRO-REGION(WS-NB-PRO)
                          MOVE PRO-DEBUT    TO WS-PRO-DEBUT(WS-NB-PRO)
                          MOVE PRO-FIN      TO WS-PRO-FIN(WS-NB-PRO)
                          MOVE PRO-MODE     TO WS-PRO-MODE(WS-NB-PRO)
                          MOVE PRO-VALEUR   TO WS-PRO-VALEUR(WS-NB-PRO)
                       ELSE
                          MOVE 'Y' TO WS-RELIRE-PRO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FPROMO
           END-IF
           .

*> Chargement des fournisseurs et reprise du dernier N° de bon du
*> registre DPO-FILE, rouvert ensuite en ajout (cf PPURCHORD) ;
*> referentiel absent : aucune livraison directe possible, les
*> lignes concernees repassent par le stock et sont signalees
       1329-CHARGER-FOURNISSEURS.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-JOUR
           STRING WS-DATE-JOUR(1:4) DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-DATE-JOUR(5:2) DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-DATE-JOUR(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-RUN
           END-STRING

           OPEN INPUT FVENDOR
           IF WS-STATUS-VND = 0
              MOVE 'N' TO WS-EOF-VND
              PERFORM UNTIL WS-EOF-VND = 'Y'
                 READ FVENDOR
                    AT END
                       MOVE 'Y' TO WS-EOF-VND
                    NOT AT END
                       ADD 1 TO WS-LUS-VND
                       IF WS-NB-VND < 200
                          ADD 1 TO WS-NB-VND
                          MOVE VND-P-NO  TO WS-VND-PNO(WS-NB-VND)
                          MOVE VND-NO    TO WS-VND-NO(WS-NB-VND)
                          MOVE VND-DELAI TO WS-VND-DELAI(WS-NB-VND)
                          MOVE VND-PRIX-ACHAT
                               TO WS-VND-PRIX(WS-NB-VND)
                       ELSE
                          MOVE 'Y' TO WS-RELIRE-VND
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FVENDOR
           END-IF

           OPEN INPUT FPOFILE
           IF WS-STATUS-PO = 0
              MOVE 'N' TO WS-EOF-VND
              PERFORM UNTIL WS-EOF-VND = 'Y'
                 READ FPOFILE
                    AT END
                       MOVE 'Y' TO WS-EOF-VND
                    NOT AT END
                       IF PO-NO > WS-DERNIER-PO
                          MOVE PO-NO TO WS-DERNIER-PO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FPOFILE
           END-IF

           OPEN EXTEND FPOFILE
           IF WS-STATUS-PO NOT = 0
              CLOSE FPOFILE
              OPEN OUTPUT FPOFILE
           END-IF
           IF WS-STATUS-PO = 0
              MOVE 'Y' TO WS-PO-OUVERT
           ELSE
              DISPLAY 'PORDER : REGISTRE DPO-FILE INUTILISABLE -'
                      ' PAS DE LIVRAISON DIRECTE CE RUN'
           END-IF
           .

*> Chargement du calendrier comptable ; fichier absent : tous les
*> mois sont reputes ouverts, comme avant cet ajout
       1350-CHARGER-PERIODES.
                    AT END
                       MOVE 'Y' TO WS-EOF-PER
                    NOT AT END
                       ADD 1 TO WS-LUS-PER
                       IF WS-NB-PER < 60
                          ADD 1 TO WS-NB-PER
                          MOVE PER-MOIS TO WS-PER-MOIS(WS-NB-PER)
           END-PERFORM
           .

       2500-LECTURE-F5.

           MOVE 'N' TO WS-DETAIL-LU
           PERFORM UNTIL EOF-RC = 'Y' OR WS-DETAIL-LU = 'Y'
              READ FVENTERC
                 AT END
                    MOVE 'Y' TO EOF-RC
                 NOT AT END
                    IF ENRVENTERC(1:1) = 'H'
                       OR ENRVENTERC(1:1) = 'T'
                       CONTINUE
                    ELSE
                       MOVE 'Y' TO WS-DETAIL-LU
                       ADD 1 TO WS-CT-LUS-RC
                    END-IF
              END-READ
           END-PERFORM
           .

*> Traitement de la commande courante du fichier Asie : en-tete 'E'
*> suivi de ses details 'D' (format multi-lignes), detail orphelin,
*> ou ligne unique du format historique - la commande ORDERS n'est
                          MOVE AS-D-PRICE-RAW TO WS-PRICE-X
                          MOVE AS-D-PRICE     TO WS-PRICE-N
                          MOVE AS-D-QTY       TO I-QUANTITY
                          MOVE AS-D-DIRECT    TO WS-LIGNE-DIRECTE
                          PERFORM 3030-TRAITER-ITEM
                       ELSE
                          MOVE AS-F-CODE    TO WS-CHG-CODE
                 MOVE AS-PRICE-RAW TO WS-PRICE-X
                 MOVE AS-PRICE     TO WS-PRICE-N
                 MOVE AS-QUANTITY  TO I-QUANTITY
                 MOVE SPACE        TO WS-LIGNE-DIRECTE
                 MOVE AS-DEVISE    TO WS-DEVISE
                 MOVE AS-DEPOT     TO WS-DEPOT
                 PERFORM 3400-DEBUT-COMMANDE
                          MOVE EU-D-PRICE-RAW TO WS-PRICE-X
                          MOVE EU-D-PRICE     TO WS-PRICE-N
                          MOVE EU-D-QTY       TO I-QUANTITY
                          MOVE EU-D-DIRECT    TO WS-LIGNE-DIRECTE
                          PERFORM 3030-TRAITER-ITEM
                       ELSE
                          MOVE EU-F-CODE    TO WS-CHG-CODE
                 MOVE EU-PRICE-RAW TO WS-PRICE-X
                 MOVE EU-PRICE     TO WS-PRICE-N
                 MOVE EU-QUANTITY  TO I-QUANTITY
                 MOVE SPACE        TO WS-LIGNE-DIRECTE
                 MOVE EU-DEVISE    TO WS-DEVISE
                 MOVE EU-DEPOT     TO WS-DEPOT
                 PERFORM 3400-DEBUT-COMMANDE
                          MOVE NA-D-PRICE-RAW TO WS-PRICE-X
                          MOVE NA-D-PRICE     TO WS-PRICE-N
                          MOVE NA-D-QTY       TO I-QUANTITY
                          MOVE NA-D-DIRECT    TO WS-LIGNE-DIRECTE
                          PERFORM 3030-TRAITER-ITEM
                       ELSE
                          MOVE NA-F-CODE    TO WS-CHG-CODE
                 MOVE NA-PRICE-RAW TO WS-PRICE-X
                 MOVE NA-PRICE     TO WS-PRICE-N
                 MOVE NA-QUANTITY  TO I-QUANTITY
                 MOVE SPACE        TO WS-LIGNE-DIRECTE
                 MOVE NA-DEVISE    TO WS-DEVISE
                 MOVE NA-DEPOT     TO WS-DEPOT
                 PERFORM 3400-DEBUT-COMMANDE
                          MOVE ED-D-PRICE-RAW TO WS-PRICE-X
                          MOVE ED-D-PRICE     TO WS-PRICE-N
                          MOVE ED-D-QTY       TO I-QUANTITY
                          MOVE ED-D-DIRECT    TO WS-LIGNE-DIRECTE
                          PERFORM 3030-TRAITER-ITEM
                       ELSE
                          MOVE ED-F-CODE    TO WS-CHG-CODE
                 MOVE ED-PRICE-RAW TO WS-PRICE-X
                 MOVE ED-PRICE     TO WS-PRICE-N
                 MOVE ED-QUANTITY  TO I-QUANTITY
                 MOVE SPACE        TO WS-LIGNE-DIRECTE
                 MOVE ED-DEVISE    TO WS-DEVISE
                 MOVE ED-DEPOT     TO WS-DEPOT
                 PERFORM 3400-DEBUT-COMMANDE
           END-EVALUATE
           .

*> Traitement de la commande courante du fichier des commandes
*> recurrentes, sur le même schéma que 3340 pour l'EDI
       3350-TRAITER-COMMANDE-RC.

           EVALUATE ENRVENTERC(1:1)
              WHEN 'E'
                 MOVE RC-E-NO     TO O-O-NO
                 MOVE RC-E-NO     TO I-O-NO
                 MOVE RC-E-DATE   TO O-O-DATE
                 MOVE RC-E-SNO    TO O-S-NO
                 MOVE RC-E-CNO    TO O-C-NO
                 MOVE RC-E-DEVISE TO WS-DEVISE
                 MOVE RC-E-DEPOT  TO WS-DEPOT
                 PERFORM 3400-DEBUT-COMMANDE
                 PERFORM 2500-LECTURE-F5
                 PERFORM UNTIL EOF-RC = 'Y'
                         OR ((ENRVENTERC(1:1) NOT = 'D'
                              OR RC-D-NO NOT = O-O-NO)
                         AND (ENRVENTERC(1:1) NOT = 'C'
                              OR RC-F-NO NOT = O-O-NO))
                    IF WS-COMMANDE-VALIDE = 'Y'
                       IF ENRVENTERC(1:1) = 'D'
                          MOVE RC-D-NO        TO I-O-NO
                          MOVE RC-D-PNO       TO I-P-NO
                          MOVE RC-D-PRICE-RAW TO WS-PRICE-X
                          MOVE RC-D-PRICE     TO WS-PRICE-N
                          MOVE RC-D-QTY       TO I-QUANTITY
                          MOVE RC-D-DIRECT    TO WS-LIGNE-DIRECTE
                          PERFORM 3030-TRAITER-ITEM
                       ELSE
                          MOVE RC-F-CODE    TO WS-CHG-CODE
                          MOVE RC-F-DESC    TO WS-CHG-DESC
                          MOVE RC-F-MONTANT TO WS-CHG-MONTANT
                          PERFORM 3035-TRAITER-FRAIS
                       END-IF
                    END-IF
                    PERFORM 2500-LECTURE-F5
                 END-PERFORM
                 PERFORM 3500-FIN-COMMANDE
              WHEN 'D'
                 MOVE RC-D-NO  TO WS-ORPH-NO
                 MOVE RC-D-PNO TO WS-ORPH-PNO
                 PERFORM 3600-REJETER-DETAIL-ORPHELIN
                 PERFORM 2500-LECTURE-F5
              WHEN 'C'
                 MOVE RC-F-NO TO WS-ORPH-NO
                 MOVE 0 TO WS-ORPH-PNO
                 PERFORM 3600-REJETER-DETAIL-ORPHELIN
                 PERFORM 2500-LECTURE-F5
              WHEN OTHER
                 MOVE RC-NO        TO O-O-NO
                 MOVE RC-NO        TO I-O-NO
                 MOVE RC-DATE      TO O-O-DATE
                 MOVE RC-S-NO      TO O-S-NO
                 MOVE RC-C-NO      TO O-C-NO
                 MOVE RC-P-NO      TO I-P-NO
                 MOVE RC-PRICE-RAW TO WS-PRICE-X
                 MOVE RC-PRICE     TO WS-PRICE-N
                 MOVE RC-QUANTITY  TO I-QUANTITY
                 MOVE SPACE        TO WS-LIGNE-DIRECTE
                 MOVE RC-DEVISE    TO WS-DEVISE
                 MOVE RC-DEPOT     TO WS-DEPOT
                 PERFORM 3400-DEBUT-COMMANDE
                 IF WS-COMMANDE-VALIDE = 'Y'
                    PERFORM 3030-TRAITER-ITEM
                 END-IF
                 PERFORM 3500-FIN-COMMANDE
                 PERFORM 2500-LECTURE-F5
           END-EVALUATE
           .

*> Ouverture d'une commande : validation client/date puis insertion
*> ORDERS (une seule fois, quel que soit le nombre d'articles)
       3400-DEBUT-COMMANDE.
           MOVE 0   TO WS-TOTAL-COMMANDE
           MOVE 'N' TO WS-ITEMS-INSERE
           MOVE 'N' TO WS-ORDRE-INSERE
           MOVE 0   TO WS-NB-DIR
           MOVE 'N' TO WS-DIR-ADR-LUE

           PERFORM 3010-VALIDER-REFERENCES

           END-IF
           .

       3750-SAUTER-COMMANDE-RC.

           IF ENRVENTERC(1:1) = 'E'
              MOVE RC-E-NO TO WS-ORPH-NO
              PERFORM 2500-LECTURE-F5
              PERFORM UNTIL EOF-RC = 'Y'
                      OR ((ENRVENTERC(1:1) NOT = 'D'
                           OR RC-D-NO NOT = WS-ORPH-NO)
                      AND (ENRVENTERC(1:1) NOT = 'C'
                           OR RC-F-NO NOT = WS-ORPH-NO))
                 PERFORM 2500-LECTURE-F5
              END-PERFORM
           ELSE
              PERFORM 2500-LECTURE-F5
           END-IF
           .

*> Detail 'D' sans en-tete 'E' : transmission malformee, la ligne est
*> journalisee puis sautee plutot que d'inventer une commande
       3600-REJETER-DETAIL-ORPHELIN.

*> Resolution du prix de la ligne : prix du fichier de ventes s'il
*> est fourni, sinon prix contrat du couple client/produit valide a
*> la date de commande, sinon repli sur le prix catalogue, remise le
*> cas echeant par une promotion en cours ; la source retenue est
*> journalisee pour chaque ligne (cf 3050)
              MOVE SPACES TO I-PROMO
              IF WS-PRICE-X = SPACES
                 PERFORM 3040-PRIX-CONTRAT
                 IF WS-CTR-TROUVE = 'N'
                       MOVE I-PRICE TO WS-PRICE-N
                       MOVE 'K' TO WS-PRICE-SOURCE
                    END-IF
*> Une promotion ne remise que le prix catalogue : le contrat client
*> l'emporte toujours sur elle
                    PERFORM 3048-PRIX-PROMOTION
                 END-IF
              ELSE
                 MOVE WS-PRICE-N TO I-PRICE
              IF WS-EST-KIT = 'Y'
                 PERFORM 3035-ECLATER-KIT
              ELSE
                 PERFORM 3070-EST-CE-DIRECT
                 EXEC SQL
                    INSERT INTO API12.ITEMS
                    (O_NO, P_NO, QUANTITY, PRICE, PROMO, DROP_SHIP)
                    VALUES
                    (:I-O-NO, :I-P-NO, :I-QUANTITY, :I-PRICE,
                     :I-PROMO, :I-DROP-SHIP)
                 END-EXEC

                 IF SQLCODE = 0
                    MOVE 'Y' TO WS-ITEMS-INSERE
                    DISPLAY 'INSERTION ' I-O-NO ' OK'
*> Livraison directe : aucun mouvement de stock, le bon fournisseur
*> part a l'adresse du client
                    IF I-DROP-SHIP = 'Y'
                       PERFORM 3075-LEVER-BON-DIRECT
                    ELSE
                       PERFORM 3060-MAJ-STOCK
                    END-IF
                    COMPUTE WS-TOTAL-COMMANDE = WS-TOTAL-COMMANDE
                            + (WS-PRICE-N * I-QUANTITY)
                 ELSE
           MOVE 'N' TO WS-EST-KIT
           PERFORM VARYING WS-BOM-IDX FROM 1 BY 1
                   UNTIL WS-BOM-IDX > WS-NB-BOM
              MOVE WS-BOM-ENTRY(WS-BOM-IDX) TO WS-CAND-BOM
              PERFORM 3034-TESTER-KIT
           END-PERFORM

           IF WS-RELIRE-BOM = 'Y'
              MOVE 'K' TO WS-BOM-USAGE
              PERFORM 3039-RELIRE-NOMENCLATURE
           END-IF
           .

*> La ligne de nomenclature candidate (WS-CAND-BOM) fait-elle de la
*> ligne en cours un kit ?
       3034-TESTER-KIT.

           IF WS-CBM-KIT = I-P-NO
              MOVE 'Y' TO WS-EST-KIT
           END-IF
           .

*> Eclatement du kit vendu : une ligne ITEMS par composant, le prix
           MOVE 0 TO WS-KIT-TOT-UNITES
           PERFORM VARYING WS-BOM-IDX FROM 1 BY 1
                   UNTIL WS-BOM-IDX > WS-NB-BOM
              MOVE WS-BOM-ENTRY(WS-BOM-IDX) TO WS-CAND-BOM
              PERFORM 3038-RETENIR-COMPOSANT
           END-PERFORM

           IF WS-RELIRE-BOM = 'Y'
              MOVE 'C' TO WS-BOM-USAGE
              PERFORM 3039-RELIRE-NOMENCLATURE
           END-IF

           MOVE WS-KIT-PRIX TO WS-KIT-RESTE
           PERFORM VARYING WS-KCOMP-IDX FROM 1 BY 1
                   UNTIL WS-KCOMP-IDX > WS-NB-KCOMP
           END-PERFORM
           .

*> Composant candidat (WS-CAND-BOM) du kit en cours d'eclatement :
*> retenu avec son prix catalogue de reference (20 composants au
*> plus par kit)
       3038-RETENIR-COMPOSANT.

           IF WS-CBM-KIT = WS-KIT-PNO
              AND WS-NB-KCOMP < 20
              ADD 1 TO WS-NB-KCOMP
              MOVE WS-CBM-COMP TO WS-KCOMP-PNO(WS-NB-KCOMP)
              MOVE WS-CBM-QTY  TO WS-KCOMP-QTY(WS-NB-KCOMP)
              ADD WS-KCOMP-QTY(WS-NB-KCOMP)
                 TO WS-KIT-TOT-UNITES
              MOVE WS-KCOMP-PNO(WS-NB-KCOMP) TO I-P-NO
              EXEC SQL
                 SELECT PRICE
                 INTO :I-PRICE
                 FROM API12.PRODUCTS
                 WHERE P_NO = :I-P-NO
              END-EXEC
              IF SQLCODE = 0
                 MOVE I-PRICE TO WS-KCOMP-REF(WS-NB-KCOMP)
              ELSE
                 MOVE 0 TO WS-KCOMP-REF(WS-NB-KCOMP)
              END-IF
              COMPUTE WS-KIT-REF-TOT = WS-KIT-REF-TOT
                  + WS-KCOMP-REF(WS-NB-KCOMP)
                    * WS-KCOMP-QTY(WS-NB-KCOMP)
           END-IF
           .

*> Nomenclature plus grande que sa table : les lignes au-dela des
*> WS-NB-BOM premieres sont relues sur le fichier, dans l'ordre du
*> fichier, et passees au meme test que les lignes en table
       3039-RELIRE-NOMENCLATURE.

           OPEN INPUT FBOM
           IF WS-STATUS-BOM = 0
              MOVE 0 TO WS-RELU
              MOVE 'N' TO WS-EOF-BOM
              PERFORM UNTIL WS-EOF-BOM = 'Y'
                 READ FBOM
                    AT END
                       MOVE 'Y' TO WS-EOF-BOM
                    NOT AT END
                       ADD 1 TO WS-RELU
                       IF WS-RELU > WS-NB-BOM
                          MOVE BOM-KIT-PNO  TO WS-CBM-KIT
                          MOVE BOM-COMP-PNO TO WS-CBM-COMP
                          MOVE BOM-QTY      TO WS-CBM-QTY
                          IF WS-BOM-USAGE = 'K'
                             PERFORM 3034-TESTER-KIT
                          ELSE
                             PERFORM 3038-RETENIR-COMPOSANT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FBOM
           END-IF
           .

       3036-ALLOUER-COMPOSANT.

           IF WS-KCOMP-IDX = WS-NB-KCOMP

           EXEC SQL
              INSERT INTO API12.ITEMS
              (O_NO, P_NO, QUANTITY, PRICE, PROMO)
              VALUES
              (:I-O-NO, :I-P-NO, :I-QUANTITY, :I-PRICE, :I-PROMO)
           END-EXEC

           IF SQLCODE = 0

           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-NB-SUB
              MOVE WS-SUB-ENTRY(WS-SUB-IDX) TO WS-CAND-SUB
              PERFORM 3043-TESTER-SUBSTITUTION
           END-PERFORM

           IF WS-RELIRE-SUB = 'Y'
              PERFORM 3044-RELIRE-SUBSTITUTIONS
           END-IF

           IF WS-SUB-TROUVEE = 'Y'
              MOVE 'O' TO WS-PROD-ETAT
*> Le prix du fichier visait l'ancien produit : la ligne repart dans
           END-IF
           .

*> Substitution candidate (WS-CAND-SUB) pour le produit d'origine :
*> le remplacant doit exister et etre encore vendable
       3043-TESTER-SUBSTITUTION.

           IF WS-CSB-OLD = WS-PNO-ORIGINE
              MOVE WS-CSB-NEW TO I-P-NO

              EXEC SQL
                 SELECT P_NO, VALUE(DISCONTINUED, 'N')
                 INTO :I-P-NO, :P-DISCONTINUED
                 FROM API12.PRODUCTS
                 WHERE P_NO = :I-P-NO
              END-EXEC

              IF SQLCODE = 0 AND P-DISCONTINUED NOT = 'Y'
                 MOVE 'Y' TO WS-SUB-TROUVEE
              END-IF
           END-IF
           .

*> Table de substitution plus petite que le fichier : relecture des
*> lignes au-dela de la table (cf 3039-RELIRE-NOMENCLATURE)
       3044-RELIRE-SUBSTITUTIONS.

           OPEN INPUT FSUBST
           IF WS-STATUS-SUB = 0
              MOVE 0 TO WS-RELU
              MOVE 'N' TO WS-EOF-SUB
              PERFORM UNTIL WS-EOF-SUB = 'Y'
                 READ FSUBST
                    AT END
                       MOVE 'Y' TO WS-EOF-SUB
                    NOT AT END
                       ADD 1 TO WS-RELU
                       IF WS-RELU > WS-NB-SUB
                          MOVE SUB-OLD-PNO TO WS-CSB-OLD
                          MOVE SUB-NEW-PNO TO WS-CSB-NEW
                          PERFORM 3043-TESTER-SUBSTITUTION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FSUBST
           END-IF
           .

*> Frais au niveau commande (port, manutention, urgence...) : insere
*> dans ORDER_CHARGES, repris par PEXTRACT dans l'extrait et imprime
*> par PFACTURE avant le sous-total ; le frais est du par le client

              PERFORM 3065-MAJ-STOCK-DEPOT

              MOVE 'M'         TO WS-SMV-ACTION
              MOVE I-P-NO      TO WS-SMV-P-NO
              MOVE WS-DEPOT    TO WS-SMV-DEPOT
              MOVE SPACES      TO WS-SMV-DATE
              COMPUTE WS-SMV-QTE = 0 - I-QUANTITY
              IF WS-EST-KIT = 'Y'
                 MOVE 'KT'     TO WS-SMV-TYPE
              ELSE
                 MOVE 'VT'     TO WS-SMV-TYPE
              END-IF
              MOVE 'B'         TO WS-SMV-PORTEE
              MOVE 'PORDER'    TO WS-SMV-PROGRAMME
              MOVE I-O-NO      TO WS-SMV-DOC
              CALL PSTKMVT USING WS-SMV-ACTION WS-SMV-MVT

              IF WS-STOCK-APRES < 0
                 MOVE SPACES TO ENRBACKORD
                 MOVE I-O-NO       TO BKO-NO
           END-READ
           .

*> La ligne en cours est-elle en livraison directe ? Marquee 'D' sur
*> le fichier ou produit PRODUCTS.DROP_SHIP = 'Y', ET fournisseur
*> connu de DVENDOR avec un registre des bons utilisable ; sinon la
*> ligne repasse par le stock, comme avant
       3070-EST-CE-DIRECT.

           MOVE 'N' TO I-DROP-SHIP

           EXEC SQL
              SELECT VALUE(DROP_SHIP, 'N')
              INTO :P-DROP-SHIP
              FROM API12.PRODUCTS
              WHERE P_NO = :I-P-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'N' TO P-DROP-SHIP
           END-IF

           IF WS-LIGNE-DIRECTE = 'D' OR P-DROP-SHIP = 'Y'
              MOVE 'N' TO WS-VND-TROUVE
              PERFORM VARYING WS-VND-IDX FROM 1 BY 1
                      UNTIL WS-VND-IDX > WS-NB-VND
                      OR WS-VND-TROUVE = 'Y'
                 MOVE WS-VND-ENTREE(WS-VND-IDX) TO WS-CAND-VND
                 PERFORM 3071-TESTER-FOURNISSEUR
              END-PERFORM

              IF WS-VND-TROUVE = 'N' AND WS-RELIRE-VND = 'Y'
                 PERFORM 3072-RELIRE-FOURNISSEURS
              END-IF

              IF WS-VND-TROUVE = 'Y' AND WS-PO-OUVERT = 'Y'
                 MOVE 'Y' TO I-DROP-SHIP
              ELSE
                 ADD 1 TO WS-CT-DIR-SANS-FRN
                 DISPLAY 'PORDER : LIVRAISON DIRECTE IMPOSSIBLE '
                         I-O-NO ' PRODUIT ' I-P-NO
                         ' (FOURNISSEUR OU REGISTRE) - PAR LE STOCK'
              END-IF
           END-IF
           .

*> Fournisseur candidat (WS-CAND-VND) : le premier du produit de la
*> ligne est retenu, comme en table
       3071-TESTER-FOURNISSEUR.

           IF WS-CVD-PNO = I-P-NO
              MOVE 'Y' TO WS-VND-TROUVE
           END-IF
           .

*> Table des fournisseurs plus petite que DVENDOR : relecture des
*> lignes au-dela de la table (cf 3044-RELIRE-SUBSTITUTIONS)
       3072-RELIRE-FOURNISSEURS.

           OPEN INPUT FVENDOR
           IF WS-STATUS-VND = 0
              MOVE 0 TO WS-RELU
              MOVE 'N' TO WS-EOF-VND
              PERFORM UNTIL WS-EOF-VND = 'Y'
                 READ FVENDOR
                    AT END
                       MOVE 'Y' TO WS-EOF-VND
                    NOT AT END
                       ADD 1 TO WS-RELU
                       IF WS-RELU > WS-NB-VND
                          AND WS-VND-TROUVE = 'N'
                          MOVE VND-P-NO       TO WS-CVD-PNO
                          MOVE VND-NO         TO WS-CVD-NO
                          MOVE VND-DELAI      TO WS-CVD-DELAI
                          MOVE VND-PRIX-ACHAT TO WS-CVD-PRIX
                          PERFORM 3071-TESTER-FOURNISSEUR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FVENDOR
           END-IF
           .

*> Ligne 'O' de type 'D' au registre des bons : un bon par commande
*> et par fournisseur (les lignes suivantes du meme fournisseur s'y
*> rattachent), depot blanc - rien n'entre en depot -, adresse de
*> livraison du client et date attendue = date du run + delai
       3075-LEVER-BON-DIRECT.

           MOVE 0 TO WS-DIR-COURANT
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
                   UNTIL WS-DIR-IDX > WS-NB-DIR
                   OR WS-DIR-COURANT > 0
              IF WS-DIR-VND(WS-DIR-IDX) = WS-CVD-NO
                 MOVE WS-DIR-PO(WS-DIR-IDX) TO WS-DIR-COURANT
              END-IF
           END-PERFORM

           IF WS-DIR-COURANT = 0
              ADD 1 TO WS-DERNIER-PO
              MOVE WS-DERNIER-PO TO WS-DIR-COURANT
              IF WS-NB-DIR < 50
                 ADD 1 TO WS-NB-DIR
                 MOVE WS-CVD-NO     TO WS-DIR-VND(WS-NB-DIR)
                 MOVE WS-DERNIER-PO TO WS-DIR-PO(WS-NB-DIR)
              ELSE
                 ADD 1 TO WS-CT-DIR-DEBORD
                 DISPLAY 'PORDER : COMMANDE ' I-O-NO
                         ' AU-DELA DE 50 FOURNISSEURS - BON '
                         WS-DIR-COURANT ' POUR LA SEULE LIGNE PRODUIT '
                         I-P-NO
              END-IF
           END-IF

           IF WS-DIR-ADR-LUE = 'N'
              PERFORM 3076-ADRESSE-LIVRAISON
           END-IF

           MOVE WS-DATE-RUN TO WS-DC-DATE-BASE
           MOVE '+' TO WS-DC-SENS
           MOVE WS-CVD-DELAI TO WS-DC-JOURS
           MOVE 'N' TO WS-DC-AJUST
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT

           MOVE SPACES TO ENRPO
           MOVE WS-DIR-COURANT           TO PO-NO
           MOVE WS-CVD-NO                TO PO-VND-NO
           MOVE I-P-NO                   TO PO-P-NO
           MOVE SPACES                   TO PO-DEPOT
           MOVE I-QUANTITY               TO PO-QTY
           MOVE WS-DATE-RUN              TO PO-DATE-EMISE
           IF WS-DC-STATUT = 'Y'
              MOVE WS-DC-DATE-RESULT     TO PO-DATE-ATTENDUE
           ELSE
              MOVE WS-DATE-RUN           TO PO-DATE-ATTENDUE
           END-IF
           MOVE 'O'                      TO PO-ETAT
           MOVE 'D'                      TO PO-TYPE
           MOVE I-O-NO                   TO PO-O-NO
           MOVE WS-DIR-NOM               TO PO-LIV-NOM
           MOVE WS-DIR-ADRESSE           TO PO-LIV-ADRESSE
           MOVE WS-DIR-VILLE             TO PO-LIV-VILLE
           MOVE WS-DIR-ETAT              TO PO-LIV-ETAT
           MOVE WS-DIR-ZIP               TO PO-LIV-ZIP
           MOVE WS-CVD-PRIX              TO PO-PRIX
           WRITE ENRPO

           ADD 1 TO WS-CT-DIRECT
           .

*> Adresse de livraison du client de la commande, lue une fois par
*> commande : SHIP_* si renseignee, adresse de facturation sinon
*> (meme regle que PEXTRACT/PFACTURE)
       3076-ADRESSE-LIVRAISON.

           MOVE 'Y' TO WS-DIR-ADR-LUE
           MOVE SPACES TO WS-DIR-NOM WS-DIR-ADRESSE WS-DIR-VILLE
                          WS-DIR-ETAT WS-DIR-ZIP

           EXEC SQL
              SELECT COMPANY, ADDRESS, CITY, STATE, ZIP,
                     VALUE(SHIP_ADDRESS, ' '),
                     VALUE(SHIP_CITY, ' '),
                     VALUE(SHIP_STATE, ' '),
                     VALUE(SHIP_ZIP, ' ')
              INTO :C-COMPANY, :C-ADDRESS, :C-CITY, :C-STATE, :C-ZIP,
                   :C-SHIP-ADDRESS, :C-SHIP-CITY,
                   :C-SHIP-STATE, :C-SHIP-ZIP
              FROM API12.CUSTOMERS
              WHERE C_NO = :O-C-NO
           END-EXEC

           IF SQLCODE = 0
              MOVE C-COMPANY-TEXT(1:C-COMPANY-LEN) TO WS-DIR-NOM
              IF C-SHIP-ADDRESS-LEN > 0
                 AND C-SHIP-ADDRESS-TEXT(1:C-SHIP-ADDRESS-LEN)
                     NOT = SPACES
                 MOVE C-SHIP-ADDRESS-TEXT(1:C-SHIP-ADDRESS-LEN)
                      TO WS-DIR-ADRESSE
                 IF C-SHIP-CITY-LEN > 0
                    MOVE C-SHIP-CITY-TEXT(1:C-SHIP-CITY-LEN)
                         TO WS-DIR-VILLE
                 END-IF
                 MOVE C-SHIP-STATE TO WS-DIR-ETAT
                 MOVE C-SHIP-ZIP   TO WS-DIR-ZIP
              ELSE
                 MOVE C-ADDRESS-TEXT(1:C-ADDRESS-LEN) TO WS-DIR-ADRESSE
                 MOVE C-CITY-TEXT(1:C-CITY-LEN)       TO WS-DIR-VILLE
                 MOVE C-STATE TO WS-DIR-ETAT
                 MOVE C-ZIP   TO WS-DIR-ZIP
              END-IF
           ELSE
              DISPLAY 'PORDER : ADRESSE CLIENT ' O-C-NO
                      ' ILLISIBLE POUR LE BON DIRECT ' WS-DIR-COURANT
           END-IF
           .

*> Recherche d'un prix contrat pour le couple client/produit, valide
*> a la date de commande (la derniere entree valide du fichier gagne,
*> comme les derniers taux de PDEVISE)

           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-NB-CTR
              MOVE WS-CTR-ENTRY(WS-CTR-IDX) TO WS-CAND-CTR
              PERFORM 3041-TESTER-CONTRAT
           END-PERFORM

           IF WS-RELIRE-CTR = 'Y'
              PERFORM 3042-RELIRE-CONTRATS
           END-IF
           .

*> Contrat candidat (WS-CAND-CTR) : meme client, meme produit, date
*> de commande dans la periode de validite
       3041-TESTER-CONTRAT.

           IF WS-CCT-CNO = O-C-NO
              AND WS-CCT-PNO = I-P-NO
              AND WS-CCT-DEBUT <= WS-ODATE-ISO
              AND WS-CCT-FIN >= WS-ODATE-ISO
              MOVE WS-CCT-PRICE TO I-PRICE
              MOVE WS-CCT-PRICE TO WS-PRICE-N
              MOVE 'C' TO WS-PRICE-SOURCE
              MOVE 'Y' TO WS-CTR-TROUVE
           END-IF
           .

*> Fichier des contrats plus grand que sa table : relecture des
*> contrats au-dela de la table, dans l'ordre du fichier pour que la
*> derniere entree valide gagne toujours
       3042-RELIRE-CONTRATS.

           OPEN INPUT FCONTRACT
           IF WS-STATUS-CTR = 0
              MOVE 0 TO WS-RELU
              MOVE 'N' TO WS-EOF-CTR
              PERFORM UNTIL WS-EOF-CTR = 'Y'
                 READ FCONTRACT
                    AT END
                       MOVE 'Y' TO WS-EOF-CTR
                    NOT AT END
                       ADD 1 TO WS-RELU
                       IF WS-RELU > WS-NB-CTR
                          MOVE CTR-C-NO       TO WS-CCT-CNO
                          MOVE CTR-P-NO       TO WS-CCT-PNO
                          MOVE CTR-DATE-DEBUT TO WS-CCT-DEBUT
                          MOVE CTR-DATE-FIN   TO WS-CCT-FIN
                          MOVE CTR-PRICE      TO WS-CCT-PRICE
                          PERFORM 3041-TESTER-CONTRAT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FCONTRACT
           END-IF
           .

*> Trace de la source du prix applique a la ligne : fichier de
*> ventes, contrat client, promotion ou repli catalogue - seul le
*> repli catalogue (promotion comprise, qui en part) reste compte
*> dans RPT-PRICESRC, comme avant l'ajout des contrats, pour ne pas
*> changer le sens du rapport de controle
       3050-JOURNALISER-PRICESRC.

           MOVE SPACES TO ENRPRICESRC
                 MOVE 'PRIX CATALOGUE EN VIGUEUR A LA COMMANDE'
                      TO PSR-MOTIF
                 ADD 1 TO WS-CT-PRICESRC
              WHEN 'P'
                 STRING 'PRIX PROMOTION ' DELIMITED BY SIZE
                        WS-PROMO-CODE     DELIMITED BY SIZE
                        INTO PSR-MOTIF
                 END-STRING
                 ADD 1 TO WS-CT-PRICESRC
                 ADD 1 TO WS-CT-PROMO
              WHEN OTHER
                 MOVE 'PRIX CATALOGUE UTILISE (PRIX FICHIER ABSENT)'
                      TO PSR-MOTIF
           MOVE SPACES TO WS-HIST-DATE-MAX
           PERFORM VARYING WS-PHI-IDX FROM 1 BY 1
                   UNTIL WS-PHI-IDX > WS-NB-PHI
              MOVE WS-PHI-ENTRY(WS-PHI-IDX) TO WS-CAND-PHI
              PERFORM 3046-TESTER-HISTORIQUE
           END-PERFORM

           IF WS-RELIRE-PHI = 'Y'
              PERFORM 3047-RELIRE-HISTORIQUE
           END-IF

           IF WS-HIST-TROUVE = 'Y'
              MOVE WS-PRICE-N TO I-PRICE
           END-IF
           .

*> Ligne d'historique candidate (WS-CAND-PHI) : meme produit, datee
*> au plus tard a la date de commande et plus recente que la
*> meilleure retenue jusqu'ici
       3046-TESTER-HISTORIQUE.

           IF WS-CPH-PNO = I-P-NO
              AND WS-CPH-DATE <= WS-ODATE-ISO
              AND WS-CPH-DATE >= WS-HIST-DATE-MAX
              MOVE WS-CPH-DATE  TO WS-HIST-DATE-MAX
              MOVE WS-CPH-PRICE TO WS-PRICE-N
              MOVE 'Y' TO WS-HIST-TROUVE
           END-IF
           .

*> Historique des prix plus grand que sa table : relecture des lignes
*> au-dela de la table (cf 3042-RELIRE-CONTRATS)
       3047-RELIRE-HISTORIQUE.

           OPEN INPUT FPRICEHIST
           IF WS-STATUS-PHI = 0
              MOVE 0 TO WS-RELU
              MOVE 'N' TO WS-EOF-PHI
              PERFORM UNTIL WS-EOF-PHI = 'Y'
                 READ FPRICEHIST
                    AT END
                       MOVE 'Y' TO WS-EOF-PHI
                    NOT AT END
                       ADD 1 TO WS-RELU
                       IF WS-RELU > WS-NB-PHI
                          MOVE PHI-PNO   TO WS-CPH-PNO
                          MOVE PHI-DATE  TO WS-CPH-DATE
                          MOVE PHI-PRICE TO WS-CPH-PRICE
                          PERFORM 3046-TESTER-HISTORIQUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FPRICEHIST
           END-IF
           .

*> Promotion applicable au prix catalogue de la ligne (WS-PRICE-N,
*> source 'H' ou 'K') a la date de commande WS-ODATE-ISO et pour la
*> region en cours : la plus precise gagne (cf WS-PROMO-RANG), et
*> n'est appliquee que si elle baisse le prix
       3048-PRIX-PROMOTION.

           IF WS-LUS-PRO > 0
              MOVE SPACES TO P-CATEGORY
              EXEC SQL
                 SELECT VALUE(CATEGORY, ' ')
                 INTO :P-CATEGORY
                 FROM API12.PRODUCTS
                 WHERE P_NO = :I-P-NO
              END-EXEC

              MOVE 0 TO WS-PROMO-RANG
              PERFORM VARYING WS-PRO-IDX FROM 1 BY 1
                      UNTIL WS-PRO-IDX > WS-NB-PRO
                 MOVE WS-PRO-ENTRY(WS-PRO-IDX) TO WS-CAND-PRO
                 PERFORM 3049-TESTER-PROMOTION
              END-PERFORM

              IF WS-RELIRE-PRO = 'Y'
                 PERFORM 3057-RELIRE-PROMOTIONS
              END-IF

              IF WS-PROMO-RANG > 0
                 IF WS-PROMO-MODE = 'P'
                    COMPUTE WS-PROMO-PRIX ROUNDED =
                        WS-PRICE-N * (100 - WS-PROMO-VALEUR) / 100
                 ELSE
                    MOVE WS-PROMO-VALEUR TO WS-PROMO-PRIX
                 END-IF
                 IF WS-PROMO-PRIX < WS-PRICE-N
                    MOVE WS-PROMO-PRIX TO WS-PRICE-N
                    MOVE WS-PROMO-PRIX TO I-PRICE
                    MOVE WS-PROMO-CODE TO I-PROMO
                    MOVE 'P' TO WS-PRICE-SOURCE
                 END-IF
              END-IF
           END-IF
           .

*> Promotion candidate (WS-CAND-PRO) : en cours a la date de
*> commande, region blanche ou egale a la region en cours, valeur
*> exploitable (pourcentage inferieur a 100, prix fixe non nul), et
*> visant le produit ou la categorie de la ligne ; a rang egal, la
*> derniere du fichier gagne, comme pour les contrats
       3049-TESTER-PROMOTION.

           MOVE 0 TO WS-CPR-RANG
           IF WS-CPR-DEBUT <= WS-ODATE-ISO
              AND WS-CPR-FIN >= WS-ODATE-ISO
              AND (WS-CPR-REGION = SPACES
                   OR WS-CPR-REGION = WS-REGION)
              AND WS-CPR-VALEUR NUMERIC
              AND WS-CPR-VALEUR > 0
              AND ((WS-CPR-MODE = 'P' AND WS-CPR-VALEUR < 100)
                   OR WS-CPR-MODE = 'F')
              IF WS-CPR-CIBLE = 'P' AND WS-CPR-PNO = I-P-NO
                 MOVE 3 TO WS-CPR-RANG
              END-IF
              IF WS-CPR-CIBLE = 'C' AND P-CATEGORY NOT = SPACES
                 AND WS-CPR-CATEG = P-CATEGORY
                 MOVE 1 TO WS-CPR-RANG
              END-IF
              IF WS-CPR-RANG > 0 AND WS-CPR-REGION NOT = SPACES
                 ADD 1 TO WS-CPR-RANG
              END-IF
           END-IF

           IF WS-CPR-RANG > 0 AND WS-CPR-RANG >= WS-PROMO-RANG
              MOVE WS-CPR-RANG   TO WS-PROMO-RANG
              MOVE WS-CPR-CODE   TO WS-PROMO-CODE
              MOVE WS-CPR-MODE   TO WS-PROMO-MODE
              MOVE WS-CPR-VALEUR TO WS-PROMO-VALEUR
           END-IF
           .

*> Fichier des promotions plus grand que sa table : relecture des
*> lignes au-dela de la table (cf 3042-RELIRE-CONTRATS)
       3057-RELIRE-PROMOTIONS.

           OPEN INPUT FPROMO
           IF WS-STATUS-PRO = 0
              MOVE 0 TO WS-RELU
              MOVE 'N' TO WS-EOF-PRO
              PERFORM UNTIL WS-EOF-PRO = 'Y'
                 READ FPROMO
                    AT END
                       MOVE 'Y' TO WS-EOF-PRO
                    NOT AT END
                       ADD 1 TO WS-RELU
                       IF WS-RELU > WS-NB-PRO
                          MOVE PRO-CODE     TO WS-CPR-CODE
                          MOVE PRO-CIBLE    TO WS-CPR-CIBLE
                          MOVE PRO-P-NO     TO WS-CPR-PNO
                          MOVE PRO-CATEGORY TO WS-CPR-CATEG
                          MOVE PRO-REGION   TO WS-CPR-REGION
                          MOVE PRO-DEBUT    TO WS-CPR-DEBUT
                          MOVE PRO-FIN      TO WS-CPR-FIN
                          MOVE PRO-MODE     TO WS-CPR-MODE
                          MOVE PRO-VALEUR   TO WS-CPR-VALEUR
                          PERFORM 3049-TESTER-PROMOTION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FPROMO
           END-IF
           .

*> Mise à jour du solde du client, avec vérification de la limite de
*> crédit : le dépassement est journalisé mais n’empêche pas
*> la commande d’être comptabilisée, pour que le service crédit
*> puisse agir sans bloquer toute la chaîne de facturation. Pour un
*> grand compte, la limite est celle du parent et le solde celui
*> de tout le groupe (cf 4050)
       4000-BALANCE.

*> WS-TOTAL-COMMANDE a ete cumule article par article par
           MOVE WS-TOTAL-COMMANDE TO C-BALANCE

           EXEC SQL
              SELECT CREDIT_LIMIT, BALANCE, VALUE(PARENT_C_NO, 0)
              INTO :C-CREDIT-LIMIT, :WS-NOUV-BALANCE, :C-PARENT-C-NO
              FROM API12.CUSTOMERS
              WHERE C_NO = :O-C-NO
           END-EXEC

           IF SQLCODE = 0
              PERFORM 4050-EXPOSITION-GROUPE
           END-IF

           IF SQLCODE = 0
              ADD WS-TOTAL-COMMANDE TO WS-NOUV-BALANCE
              IF C-CREDIT-LIMIT > 0 AND
                 WS-NOUV-BALANCE > C-CREDIT-LIMIT
                 IF WS-GRP-TETE = O-C-NO
                    DISPLAY 'LIMITE DE CREDIT DEPASSEE CLIENT '
                            O-C-NO ' COMMANDE ' O-O-NO
                 ELSE
                    DISPLAY 'LIMITE DE CREDIT GROUPE DEPASSEE CLIENT '
                            O-C-NO ' PARENT ' WS-GRP-TETE
                            ' COMMANDE ' O-O-NO
                 END-IF
                 PERFORM 4100-MISE-EN-ATTENTE-CREDIT
              END-IF
           END-IF
           END-IF
           .

*> Exposition du groupe : la tete est le parent de l'agence, ou le
*> client lui-meme s'il n'est rattache a personne (ses agences
*> eventuelles comptent alors avec lui). Le solde devient la somme
*> des soldes du groupe ; la limite, celle de la tete. Un parent
*> introuvable (client fusionne depuis) est signale et l'agence
*> retombe sur sa propre limite : jamais de commande sans controle
       4050-EXPOSITION-GROUPE.

           IF C-PARENT-C-NO = 0
              MOVE O-C-NO TO WS-GRP-TETE
           ELSE
              MOVE C-PARENT-C-NO TO WS-GRP-TETE
              EXEC SQL
                 SELECT VALUE(CREDIT_LIMIT, 0)
                 INTO :WS-GRP-LIMITE
                 FROM API12.CUSTOMERS
                 WHERE C_NO = :WS-GRP-TETE
              END-EXEC
              IF SQLCODE = 0
                 MOVE WS-GRP-LIMITE TO C-CREDIT-LIMIT
              ELSE
                 DISPLAY 'PARENT ' C-PARENT-C-NO ' INTROUVABLE (SQLCODE '
                         SQLCODE ') CLIENT ' O-C-NO
                         ' : LIMITE PROPRE DU CLIENT APPLIQUEE'
                 MOVE O-C-NO TO WS-GRP-TETE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF

           IF SQLCODE = 0
              EXEC SQL
                 SELECT VALUE(SUM(BALANCE), 0)
                 INTO :WS-NOUV-BALANCE
                 FROM API12.CUSTOMERS
                 WHERE C_NO = :WS-GRP-TETE
                    OR PARENT_C_NO = :WS-GRP-TETE
              END-EXEC
*> Cumul indisponible : controle sur le solde propre du client lu
*> par 4000, plutot que pas de controle du tout
              IF SQLCODE NOT = 0
                 DISPLAY 'CUMUL GROUPE ' WS-GRP-TETE ' INDISPONIBLE ('
                         SQLCODE ') : SOLDE PROPRE DU CLIENT ' O-C-NO
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF
           .

*> Mise en attente credit de la commande qui vient de depasser la
*> limite : marquee dans ORDERS (CREDIT_HOLD = 'Y', exclue de C1 de
*> PEXTRACT jusqu'a decision de PCREDREL) et journalisee pour le
           MOVE WS-CT-BACKORDER  TO RPT-BACKORDER
           WRITE ENRORDRPT

*> Occupation des tables de reference : une ligne 'CAP' par fichier
           MOVE 'DCONTRACT'    TO WS-CAP-FICHIER
           MOVE WS-LUS-CTR     TO WS-CAP-LUS
           MOVE 5000           TO WS-CAP-LIMITE
           PERFORM 7010-LIGNE-CAPACITE
           MOVE 'DPRICE-HIST'  TO WS-CAP-FICHIER
           MOVE WS-LUS-PHI     TO WS-CAP-LUS
           MOVE 5000           TO WS-CAP-LIMITE
           PERFORM 7010-LIGNE-CAPACITE
           MOVE 'DPROMO'       TO WS-CAP-FICHIER
           MOVE WS-LUS-PRO     TO WS-CAP-LUS
           MOVE 2000           TO WS-CAP-LIMITE
           PERFORM 7010-LIGNE-CAPACITE
           MOVE 'DPROD-SUBST'  TO WS-CAP-FICHIER
           MOVE WS-LUS-SUB     TO WS-CAP-LUS
           MOVE 1000           TO WS-CAP-LIMITE
           PERFORM 7010-LIGNE-CAPACITE
           MOVE 'DBOM'         TO WS-CAP-FICHIER
           MOVE WS-LUS-BOM     TO WS-CAP-LUS
           MOVE 1000           TO WS-CAP-LIMITE
           PERFORM 7010-LIGNE-CAPACITE
           MOVE 'DLOAD-REG'    TO WS-CAP-FICHIER
           MOVE WS-LUS-LRG     TO WS-CAP-LUS
           MOVE 300            TO WS-CAP-LIMITE
           PERFORM 7010-LIGNE-CAPACITE
           MOVE 'DPERIODE'     TO WS-CAP-FICHIER
           MOVE WS-LUS-PER     TO WS-CAP-LUS
           MOVE 60             TO WS-CAP-LIMITE
           PERFORM 7010-LIGNE-CAPACITE
           MOVE 'DVENDOR'      TO WS-CAP-FICHIER
           MOVE WS-LUS-VND     TO WS-CAP-LUS
           MOVE 200            TO WS-CAP-LIMITE
           PERFORM 7010-LIGNE-CAPACITE

           DISPLAY 'PORDER - LUS AS=' WS-CT-LUS-AS
                   ' EU=' WS-CT-LUS-EU ' NA=' WS-CT-LUS-NA
                   ' ED=' WS-CT-LUS-ED ' RC=' WS-CT-LUS-RC
           DISPLAY 'PORDER - INSERES=' WS-CT-INSERES
                   ' REJETES=' WS-CT-REJETES
                   ' COLLISIONS=' WS-CT-COLLISIONS
                   ' PRIXCATALOGUE=' WS-CT-PRICESRC
           DISPLAY 'PORDER - BACKORDER=' WS-CT-BACKORDER
           DISPLAY 'PORDER - SUBSTITUTIONS=' WS-CT-SUBST
           DISPLAY 'PORDER - PRIX PROMOTION=' WS-CT-PROMO
           DISPLAY 'PORDER - ATTENTES CREDIT=' WS-CT-CREDHOLD
           DISPLAY 'PORDER - FRAIS DE COMMANDE=' WS-CT-FRAIS
           DISPLAY 'PORDER - LIVRAISONS DIRECTES=' WS-CT-DIRECT
                   ' DONT SANS FOURNISSEUR=' WS-CT-DIR-SANS-FRN
                   ' HORS TABLE DES BONS=' WS-CT-DIR-DEBORD
           .

*> Ligne de capacite d'un fichier de reference : lignes lues, taille
*> de la table et taux d'occupation ; au-dela de 100 %, les fichiers
*> relus en recherche le sont en mode RELECTURE, DLOAD-REG et
*> DPERIODE (sans relecture) sont signales DEBORDEMENT
       7010-LIGNE-CAPACITE.

           COMPUTE WS-CAP-TAUX = WS-CAP-LUS * 100 / WS-CAP-LIMITE
           IF WS-CAP-TAUX > 999
              MOVE 999 TO WS-CAP-TAUX
           END-IF

           MOVE SPACES TO ENRORDCAP
           MOVE 'CAP'          TO CAP-MARQUE
           MOVE WS-CAP-FICHIER TO CAP-FICHIER
           MOVE WS-CAP-LUS     TO CAP-LUS
           MOVE WS-CAP-LIMITE  TO CAP-LIMITE
           MOVE WS-CAP-TAUX    TO CAP-TAUX
           MOVE '%'            TO CAP-POURCENT
           EVALUATE TRUE
              WHEN WS-CAP-LUS <= WS-CAP-LIMITE
                 MOVE 'EN MEMOIRE' TO CAP-MODE
              WHEN WS-CAP-FICHIER = 'DLOAD-REG'
                 OR WS-CAP-FICHIER = 'DPERIODE'
                 MOVE 'DEBORDEMENT' TO CAP-MODE
              WHEN OTHER
                 MOVE 'RELECTURE' TO CAP-MODE
           END-EVALUATE
           WRITE ENRORDCAP

           DISPLAY 'PORDER - CAPACITE ' WS-CAP-FICHIER
                   ' LUS=' WS-CAP-LUS ' TABLE=' WS-CAP-LIMITE
                   ' TAUX=' WS-CAP-TAUX '% ' CAP-MODE
           .

       5000-FIN.
*> Code retour pour le moniteur de job : 8 si aucune des trois
*> régions n'a fourni de ligne (l'import n'a pas tourné, l'extraction
*> ne doit pas repartir sur des commandes périmées), 4 si des lignes
*> ont été rejetées ou sont entrées en collision, ou si une commande
*> a depasse la table des bons directs, 0 sinon
*> Enregistrement des chargements reussis de ce run : une ligne par
*> region presente, non refusee et ayant fourni des lignes, pour que
*> le meme fichier ne puisse pas etre recharge demain
           EVALUATE TRUE
              WHEN WS-CT-LUS-AS = 0 AND WS-CT-LUS-EU = 0
                   AND WS-CT-LUS-NA = 0 AND WS-CT-LUS-ED = 0
                   AND WS-CT-LUS-RC = 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-CT-REJETES > 0 OR WS-CT-COLLISIONS > 0
                   OR WS-CT-REFUS-LOT > 0 OR WS-CT-DIR-DEBORD > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
                 FVENTEEU
                 FVENTENA
                 FVENTEED
                 FVENTERC
                 FLOADREG
                 FREJORD
                 FCOLLISION
                 FSTKDEP
                 FSUBJRNL
                 FKITJRNL
           IF WS-PO-OUVERT = 'Y'
              CLOSE FPOFILE
           END-IF
           MOVE '*' TO WS-SMV-ACTION
           CALL PSTKMVT USING WS-SMV-ACTION WS-SMV-MVT
           STOP RUN
           .

              MOVE WS-LOT-FID-ED  TO LRG-FILE-ID
              WRITE ENRLOADREG
           END-IF
           IF WS-PRESENT-ED = 'Y' AND WS-REFUSE-ED = 'N'
              AND WS-CT-LUS-RC > 0
              MOVE SPACES TO ENRLOADREG
              MOVE WS-LOT-DATE-ED TO LRG-DATE
              MOVE 'RC'           TO LRG-REGION
              MOVE WS-LOT-FID-ED  TO LRG-FILE-ID
              WRITE ENRLOADREG
           END-IF
           .
