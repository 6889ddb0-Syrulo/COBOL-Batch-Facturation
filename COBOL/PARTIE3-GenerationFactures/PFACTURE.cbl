*> 
*> Entrées :
*> - FEXTRACT : fichier plat avec les commandes extraites
*> - DDEPOSIT : acomptes recus sur les commandes (cf PDEPOSIT)
*> - DMAIL-BOUNCE : courriels de facture rejetes par la passerelle
*>   (optionnel), reimprimes depuis DDOC-ARCHIVE (cf 1300)
*> 
*> Sorties :
*> - FFACTURE : fichier plat 80 colonnes pour les factures
*> - DAR-OPEN : grand livre auxiliaire en comptes ouverts, une
*>   écriture 'F' par facture émise (cf 4075-POSTER-LEDGER)
*> - DGL-JRNL / DGL-EDIT : journal comptable du run et sa liste de
*>   controle (cf 6100-JOURNAL-COMPTABLE)
*> - DDEPOSIT : acompte impute sur la facture (cf 3280)
*> - DECSALES-LEDGER : registre cumulatif des ventes
*>   intracommunautaires en autoliquidation, relu par PECSALES pour
*>   l'etat recapitulatif mensuel (cf 4080-REGISTRE-INTRACOM)
*> - DDOC-ARCHIVE : archive legale des factures emises, image exacte
*>   de chaque ligne imprimee (via PDOCARCH, cf 4085-ARCHIVER-FACTURE)
*> - DMAIL-SPOOL : spool de courriel sortant vers la passerelle, un
*>   document par facture des clients au canal courriel (cf
*>   2083-CHOISIR-CANAL)
*>
*> Sous-programmes appelés :
*> - PDATESTR : conversion de la date en texte complet
*> - PGLACCT  : compte de chaque ecriture du journal comptable
*> - PTVACHK  : forme des numeros de TVA intracommunautaire
*> - PDOCARCH : archivage legal des factures emises
*> 
*> Remarques :
*> - La devise et le bureau facturant imprimés sur l'entête/le pied de
*> - Le taux de taxe appliqué vient de la table DSTATETAX (par état du
*>   client, EXT-STATE) avec repli sur le taux SYSIN pour un état non
*>   encore présent dans cette table
*> - La taxe se calcule par classe de taxe (EXT-TAX-CLASS, posee par
*>   PEXTRACT depuis le produit, sa categorie ou le code frais) : la
*>   matrice etat x classe de DSTATETAX donne un taux ou une
*>   exoneration datee, une classe sans ligne en vigueur suit le taux
*>   general de l'etat ; pied de facture, CSV, journal comptable et
*>   DTAXLEDGER ventilent la taxe par classe
*> - Le taux de commission appliqué est EXT-COM (taux de base propre à
*>   l'employé) majoré du bonus de palier de DCOMMTIER correspondant au
*>   volume déjà facturé par ce vendeur sur le run ; DCOMMTIER absent
*>   par commande incluse - memes series de numeros DINVOICE-CTL,
*>   meme registre CSV, meme grand livre et meme registre de taxe que
*>   les factures du fil de l'eau
*> - Le code devise imprime est lu en RANDOM dans DDDEVISE (champ
*>   DEV-SYMBOLE, cf PDEVMAINT) ; les six devises historiques gardent
*>   leur code et leur langue par defaut si le symbole est a blanc
*> - DOFFICE-MAP et DTAXEXEMPT sont charges en memoire jusqu'a la
*>   capacite de leur table ; au-dela, la recherche se poursuit par
*>   relecture du fichier au lieu d'ignorer les lignes en trop. Une
*>   ligne 'CAP' par fichier de reference sur DFACTURE-RPT donne le
*>   taux de remplissage de chaque table
*> - Les comptes du journal comptable viennent de la table
*>   DGL-ACCOUNT via PGLACCT : les ventes sont ventilees par bureau
*>   facturant et par categorie produit (EXT-CATEGORY), le compte
*>   clients par devise du client ; une ecriture sans compte
*>   parametre part au compte d'attente (DGL-SUSPENSE) et le run
*>   finit en code retour 4
*> - Un acompte detenu au registre DDEPOSIT pour une commande de la
*>   facture est deduit au pied ("MOINS ACOMPTE RECU", puis "NET A
*>   PAYER") : la facture reste emise pour son TTC (ventes, taxe,
*>   ligne 'F'), une ligne 'K' de DAR-OPEN la regle de l'acompte et
*>   le journal passe ACOMPTES a CLIENTS ; le report sur
*>   CUSTOMERS.BALANCE est fait par PDEPOSIT au step suivant
*> - Une ligne dont le prix a ete remise par une promotion (EXT-PROMO,
*>   pose par PORDER) porte "PROMO" et le code de la promotion en bout
*>   de ligne
*> - Une ligne dont l'expedition porte un N° de suivi (EXT-SUIVI,
*>   pose par PSHIPCONF) est suivie d'une ligne "SUIVI" avec le code
*>   transporteur et le N° de suivi
*> - TVA intracommunautaire (cf 2087-REGIME-TVA) : un client de
*>   l'Union dont le N° de TVA (EXT-TVA-INTRA) et le notre (cle
*>   TVA-INTRA de DRUNPARM) sont valides et de pays differents est
*>   facture HT en autoliquidation, avec la mention legale dans sa
*>   langue et les deux numeros au pied ; tout autre client de
*>   l'Union (sans numero valide ou du meme pays) paie la TVA de
*>   notre pays, lue dans DSTATETAX sous notre prefixe pays. Sans
*>   cle TVA-INTRA, la taxe par etat s'applique comme avant
*> - Chaque facture emise (run normal, hors essai et reimpression)
*>   est archivee telle qu'imprimee dans DDOC-ARCHIVE, cle type 'F' +
*>   bureau + N° de facture, avant le point de reprise : une facture
*>   rejouee apres abend n'ecrase pas l'original. La copie conforme
*>   se reimprime par PDOCINQ ; le mode reimpression ci-dessus reste
*>   une re-generation depuis l'extrait
*> - Canal d'envoi par client (EXT-LIVRAISON, CUSTOMERS.DELIVERY via
*>   PEXTRACT) : 'M' courriel seul, la facture part sur DMAIL-SPOOL
*>   et n'est ni imprimee ni vue par PPRESORT ; 'B' impression et
*>   courriel ; 'E' ni l'une ni l'autre, PEDIFACT en fait l'echange
*>   EDI ; blanc ou 'P' impression comme avant. Un client courriel
*>   sans adresse est imprime. Essai et reimpression restent sur
*>   papier. Chaque facture est archivee quel que soit son canal
*> - Un courriel rejete par la passerelle (DMAIL-BOUNCE) revient a
*>   l'impression au run nocturne suivant : copie exacte relue dans
*>   DDOC-ARCHIVE, marquee "ENVOI PAR COURRIEL REJETE", en tete du
*>   fichier de son bureau ; une facture absente de l'archive est
*>   signalee (code retour 4)
*> - Code fourni à titre pédagogique
*> ==========================================================

                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-ERRCODE-EXM.

*> Ventes intracommunautaires en autoliquidation, une ligne par
*> facture, cumulees de run en run (mode ajout) pour l'etat
*> recapitulatif mensuel de PECSALES
           SELECT FECSALES ASSIGN TO DECSALES-LEDGER
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-ERRCODE-ECS.

*> Membre central de parametres du run (DRUNPARM, valide en tete de
*> cycle par PPARMVAL) ; absent -> repli sur l'ancien SYSIN en ligne
           SELECT FRUNPARM ASSIGN TO DRUNPARM
                           RECORD KEY IS ARX-CLE
                           FILE STATUS IS WS-ERRCODE-ARX.

*> Fichier des devises tenu par PDEVMAINT, lu en RANDOM par code
*> devise pour le code imprime ; absent -> codes par defaut
           SELECT FDEVISE ASSIGN TO DDDEVISE
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS DEV-DEVI
                          FILE STATUS IS WS-ERRCODE-DEV.

*> Registre des acomptes clients tenu par PDEPOSIT, lu et mis a jour
*> en RANDOM par numero de commande ; absent -> aucun acompte impute
           SELECT FDEPOSIT ASSIGN TO DDEPOSIT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS DEP-O-NO
                           FILE STATUS IS WS-ERRCODE-DEP.

*> Spool de courriel sortant : un document par facture envoyee par
*> courriel (destinataire, objet, lignes de la facture, fin), relu
*> par la passerelle de courriel
           SELECT FMAILSPOOL ASSIGN TO DMAIL-SPOOL
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-ERRCODE-MSP.

*> Courriels rejetes par la passerelle (adresse inconnue, boite
*> pleine...), un par document rejete ; absent -> aucun rejet
           SELECT FMAILBNC ASSIGN TO DMAIL-BOUNCE
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-ERRCODE-BNC.

*> Archive legale des documents (tenue par PDOCARCH), relue ici par
*> cle pour reimprimer une facture dont le courriel a ete rejete ;
*> refermee avant la premiere facture du run
           SELECT FDOCARCH ASSIGN TO DDOC-ARCHIVE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS DOC-CLE
                           ALTERNATE RECORD KEY IS DOC-CLE-CLIENT
                               WITH DUPLICATES
                           FILE STATUS IS WS-ERRCODE-DOC.



       DATA DIVISION.
                                                                        
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
*> Categorie du produit (PRODUCTS.CATEGORY via PEXTRACT, blanc pour
*> une ligne de frais) : ventilation des ventes en 6100
          05 EXT-CATEGORY         PIC X(10).
*> Code de la promotion appliquee par PORDER (ITEMS.PROMO via
*> PEXTRACT), blanc = prix sans promotion : imprime sur la ligne
          05 EXT-PROMO            PIC X(8).
*> Transporteur et N° de suivi de la ligne (ITEMS.CARRIER /
*> TRACKING_NO via PEXTRACT, cf PSHIPCONF) : imprimes sous la ligne
*> quand le suivi est connu
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

*> Fichier de factures final
       FD FFACTURE                                                      
          05 TAX-EFF-DATE    PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 TAX-TAUX        PIC 9V999.
*> Classe de taxe (blanc = taux general de l'etat) et marque
*> d'exoneration de la classe ('O'), cf PTAXMAINT
          05 FILLER          PIC X(1) VALUE SPACE.
          05 TAX-CLASSE      PIC X(3).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 TAX-EXONERE     PIC X(1).

*> Registre de factures CSV : un enregistrement par article facturé
       FD FCSV
*> bureau, chacun repond de son propre papier (INV-OFFICE = 0 pour le
*> fichier historique DFACTURE et les lignes anterieures a cet ajout)
       01 ENRINVCTL.
          05 INV-O-NO        PIC 9(6).
          05 INV-LAST-NO     PIC 9(6).
          05 INV-OFFICE      PIC 9(1).
*> 'V' = ligne d'annulation posee par PVOID (meme numero repete)
          05 EXR-EXPIRY      PIC X(10).
          05 FILLER          PIC X(32) VALUE SPACES.

*> Capacite des tables de reference, une ligne 'CAP' par fichier :
*> enregistrements lus, capacite de la table, taux de remplissage et
*> mode de recherche retenu pour le run
       01 ENRFACTRPT-CAP.
          05 CPR-MARQUE      PIC X(3).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 CPR-FICHIER     PIC X(12).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 CPR-LUS         PIC Z(6)9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 CPR-LIMITE      PIC Z(6)9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 CPR-TAUX        PIC ZZ9.
          05 CPR-POURCENT    PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 CPR-MODE        PIC X(13).
          05 FILLER          PIC X(16) VALUE SPACES.

*> Rapport de commission, un enregistrement par vendeur ayant facturé
*> au moins une commande dans le run
       FD FCOMMISSION
          05 CTIER-BONUS     PIC V9(2).

*> Grand livre auxiliaire en comptes ouverts : 'F' = facture émise
*> (écrite ici), 'P' = règlement (PPAYMENT), 'A' = avoir (PRETURN),
*> 'K' = acompte impute sur la facture (écrite ici, cf 3280) ;
*> montants en clair pour relecture directe par les programmes aval
       FD FAROPEN
           RECORDING MODE IS F.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-INVOICE-NO  PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-O-NO        PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-DATE        PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
           DATA RECORD IS ENRINVXREF.

       01 ENRINVXREF.
          05 XRF-O-NO        PIC 9(6).
          05 XRF-INVOICE-NO  PIC 9(6).
          05 XRF-DATE        PIC X(10).
          05 XRF-C-NO        PIC 9(4).
          05 TXL-BASE        PIC 9(8)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 TXL-TAXE        PIC 9(8)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 TXL-CLASSE      PIC X(3).

*> Une ligne par facture en autoliquidation : date de commande,
*> facture, client, N° de TVA du client, devise et base HT
       FD FECSALES
           RECORDING MODE IS F.

       01 ENRECSALES.
          05 ECS-DATE        PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ECS-INVOICE-NO  PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ECS-C-NO        PIC 9(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ECS-TVA-NO      PIC X(14).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ECS-DEVISE      PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ECS-BASE        PIC 9(8)V99.

*> Un enregistrement par facture entierement imprimee, le dernier lu
*> au redemarrage donne la derniere commande terminee
           RECORDING MODE IS F.

       01 ENRFACTCKPT.
          05 FCK-LAST-ONO    PIC 9(6).

*> Une exoneration par ligne : client, certificat, date d'expiration
       FD FTAXEXEMPT
             10 ARX-C-NO        PIC 9(4).
             10 ARX-INVOICE-NO  PIC 9(6).
          05 ARX-TYPE        PIC X(1).
          05 ARX-O-NO        PIC 9(6).
          05 ARX-DATE        PIC X(10).
          05 ARX-MONTANT     PIC 9(7)V99.
          05 ARX-REGLE       PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 PRM-VALEUR      PIC X(20).

*> Meme structure que celle lue par PDEVISE (cf PDEVISE.cbl)
       FD FDEVISE
           DATA RECORD IS ENRDEVIS.

       01 ENRDEVIS.
          05 DEV-DEVI       PIC X(2).
          05 DEV-ACTIVE     PIC X(1).
          05 DEV-NB-TAUX    PIC 99.
          05 DEV-TAUX-HIST  OCCURS 10 TIMES.
             10 DEV-EFF-DATE  PIC X(8).
             10 DEV-EFF-TAUX  PIC 99V999.
          05 DEV-SYMBOLE    PIC X(3).

*> Meme structure que celle tenue par PDEPOSIT (cf PDEPOSIT.cbl)
       FD FDEPOSIT
           DATA RECORD IS ENRDEPOSIT.

       01 ENRDEPOSIT.
          05 DEP-O-NO          PIC 9(6).
          05 DEP-C-NO          PIC 9(4).
          05 DEP-ETAT          PIC X(1).
          05 DEP-DEVISE        PIC X(2).
          05 DEP-MONTANT       PIC 9(7)V99.
          05 DEP-APPLIQUE      PIC 9(7)V99.
          05 DEP-REMBOURSE     PIC 9(7)V99.
          05 DEP-A-REPORTER    PIC 9(7)V99.
          05 DEP-DATE-RECU     PIC X(10).
          05 DEP-REFERENCE     PIC X(20).
          05 DEP-DERN-FACTURE  PIC 9(6).
          05 DEP-DERN-MONTANT  PIC 9(7)V99.
          05 DEP-DERN-DATE     PIC X(10).
          05 DEP-OPERATEUR     PIC X(8).
          05 FILLER            PIC X(10).

*> Spool de courriel : chaque enregistrement porte la reference du
*> document (serie = bureau facturant, N° de facture, client) ;
*> MAIL-TYPE 'A' destinataire, 'O' objet, 'L' ligne de la facture
*> (80 colonnes, telle qu'imprimee), 'F' fin du document - un
*> document sans 'F' (run interrompu) est incomplet et ignore par la
*> passerelle, le rejeu le reecrit en entier
       FD FMAILSPOOL
           RECORDING MODE IS F.

       01 ENRMAIL.
          05 MAIL-TYPE         PIC X(1).
          05 MAIL-SERIE        PIC 9(1).
          05 MAIL-NO           PIC 9(6).
          05 MAIL-C-NO         PIC 9(4).
          05 FILLER            PIC X(1).
          05 MAIL-TEXTE        PIC X(80).

*> Rejet de la passerelle : reference du document reprise de son
*> spool, motif du rejet en clair
       FD FMAILBNC
           RECORDING MODE IS F.

       01 ENRMAILBNC.
          05 BNC-SERIE         PIC 9(1).
          05 BNC-NO            PIC 9(6).
          05 BNC-C-NO          PIC 9(4).
          05 FILLER            PIC X(1).
          05 BNC-MOTIF         PIC X(40).

*> Meme decoupage que dans PDOCARCH (cf PDOCARCH.cbl)
       FD FDOCARCH
           DATA RECORD IS ENRDOCARCH.

       01 ENRDOCARCH.
          05 DOC-CLE.
             10 DOC-TYPE        PIC X(1).
             10 DOC-SERIE       PIC 9(1).
             10 DOC-NO          PIC 9(6).
             10 DOC-LIGNE       PIC 9(4).
          05 DOC-CLE-CLIENT.
             10 DOC-C-NO        PIC 9(4).
             10 DOC-DATE        PIC X(10).
          05 DOC-CONSERVER      PIC X(10).
          05 DOC-ARCHIVE-LE     PIC X(10).
          05 DOC-IMAGE          PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-PRM      PIC 99 VALUE 0.
       77 WS-ERRCODE-OFM     PIC 99 VALUE 0.
       77 WS-ERRCODE-EXM     PIC 99 VALUE 0.
       77 WS-ERRCODE-ARX     PIC 99 VALUE 0.
       77 WS-ERRCODE-DEV     PIC 99 VALUE 0.
       77 WS-ERRCODE-DEP     PIC 99 VALUE 0.
       77 WS-ERRCODE-ECS     PIC 99 VALUE 0.
       77 WS-ERRCODE-MSP     PIC 99 VALUE 0.
       77 WS-ERRCODE-BNC     PIC 99 VALUE 0.
       77 WS-ERRCODE-DOC     PIC 99 VALUE 0.

*> Exonerations de taxe chargees en memoire au demarrage ; au-dela
*> de la capacite, WS-RELIRE-EXM = 'Y' et la recherche relit la
*> suite de DTAXEXEMPT (cf 3175-RELIRE-EXONERATIONS)
       01 WS-EXM-TABLE.
          05 WS-EXM-ENTRY OCCURS 2000 TIMES.
             10 WS-EXM-CNO    PIC 9(4).
             10 WS-EXM-CERT   PIC X(15).
             10 WS-EXM-EXPIRY PIC X(10).
       01 WS-NB-EXM          PIC 9(4) VALUE 0.
       01 WS-EXM-IDX         PIC 9(4).
       01 WS-LUS-EXM         PIC 9(7) VALUE 0.
       01 WS-RELIRE-EXM      PIC X(1) VALUE 'N'.

*> Certificat candidat (entree de table ou ligne relue) et meilleur
*> certificat retenu pour le client de la facture en cours
       01 WS-CAND-EXM.
          05 WS-CEX-CNO      PIC 9(4).
          05 WS-CEX-CERT     PIC X(15).
          05 WS-CEX-EXPIRY   PIC X(10).
       01 WS-MEIL-EXM.
          05 WS-MEX-CERT     PIC X(15).
          05 WS-MEX-EXPIRY   PIC X(10).

*> Exoneration de la facture en cours (resolue en 3200-CALCUL-TOTAL,
*> imprimee au pied de facture) ; date de commande en AAAA-MM-JJ pour
       01 WS-EXM-JOUR        PIC X(2).
       01 WS-EXM-ANNEE       PIC X(4).
       01 WS-EXM-DATE-ISO    PIC X(10).
       01 WS-EXM-TROUVE      PIC X(1).
       77 WS-CT-EXONEREES    PIC 9(5) VALUE 0.
       77 WS-CT-CERT-EXPIRES PIC 9(5) VALUE 0.

*> imprimee par une execution interrompue (0 = pas de reprise, run
*> normal) ; les commandes <= a ce point sont sautees au redemarrage,
*> leurs pages et leurs numeros de facture existent deja
       01 WS-FCKPT-ONO       PIC 9(6) VALUE 0.

*> Les commandes sautees au redemarrage repassent tout de meme par le
*> cumul (7000-CUMUL-REPRISE) sans rien imprimer ni reposter : le run
*> la portion d'avant l'abend. WS-REPRISE-CUMUL leve pendant ce
*> recumul pour retenir les sorties deja produites par le run
*> interrompu (lignes EXM de relance)
       01 WS-ONO-REPRISE     PIC 9(6) VALUE 0.
       01 WS-REPRISE-CUMUL   PIC X(1) VALUE 'N'.

*> Marque 'V' du dernier enregistrement DINVOICE-CTL de la commande
*> ETAT : une entree par etat rencontre, les factures retombees sur
*> le taux SYSIN (etat absent de DSTATETAX) cumulees a part
*> (WS-TXC-DEFAUT = 'Y'), puisque ce sont exactement celles que les
*> auditeurs demandent a isoler. Au-dela de la table, la taxe part
*> au compte d'attente (WS-TXC-DEBORD, credit SUSPENS en 6100) pour
*> garder le journal equilibre, et le run finit en code retour 4
       01 WS-TAXCUM.
          05 WS-TXC-ENTRY OCCURS 2000 TIMES.
             10 WS-TXC-ETAT    PIC X(2).
             10 WS-TXC-CLASSE  PIC X(3).
             10 WS-TXC-DEFAUT  PIC X(1).
             10 WS-TXC-BASE    PIC 9(8)V99.
             10 WS-TXC-TAXE    PIC 9(8)V99.
       01 WS-NB-TXC          PIC 9(4) VALUE 0.
       01 WS-TXC-IDX         PIC 9(4).
       01 WS-TXC-SCAN        PIC 9(4).
       01 WS-TXC-TROUVE      PIC X(1).
       01 WS-TXC-DEBORD      PIC 9(8)V99 VALUE 0.
       77 WS-CT-TXC-DEBORD   PIC 9(5) VALUE 0.

*> Ventilation de la facture en cours par classe de taxe : assiette
*> cumulee au fil des lignes et des frais (3120), taux et taxe
*> resolus en 3200 par la matrice etat x classe. L'entree 1 est
*> toujours la classe generale (blanc), qui recoit aussi les classes
*> au-dela de la table
       01 WS-TCF-TABLE.
          05 WS-TCF-ENTRY OCCURS 10 TIMES.
             10 WS-TCF-CLASSE  PIC X(3).
             10 WS-TCF-BASE    PIC 9(7)V99.
             10 WS-TCF-TAUX    PIC 9V99.
             10 WS-TCF-EXO     PIC X(1).
             10 WS-TCF-DEFAUT  PIC X(1).
             10 WS-TCF-TAXE    PIC 9(7)V99.
       01 WS-NB-TCF          PIC 99 VALUE 1.
       01 WS-TCF-IDX         PIC 99.
       01 WS-TCF-SCAN        PIC 99.
       01 WS-TCF-TROUVE      PIC X(1).
       01 WS-TCF-CLE-CLASSE  PIC X(3).
       01 WS-TCF-CLE-MNT     PIC 9(7)V99.
       77 WS-CT-TCF-DEBORD   PIC 9(5) VALUE 0.

*> Date du run (AAAA-MM-JJ) et champs de construction des ecritures
*> comptables de fin de run (cf 6100-JOURNAL-COMPTABLE)
       01 WS-GL-TOT-CREDIT   PIC 9(8)V99.
       77 WS-GL-MNT-STR      PIC Z(6)9,99.

*> Cle de recherche du compte de l'ecriture en cours (cf PGLACCT) :
*> nature, bureau, categorie, devise ; statut 'N' = compte d'attente
       01 WS-GL-PROGRAMME    PIC X(8) VALUE 'PFACTURE'.
       01 WS-GL-TYPE         PIC X(8).
       01 WS-GL-OFFICE       PIC X(20).
       01 WS-GL-CATEG        PIC X(10).
       01 WS-GL-DEVISE       PIC X(2).
       01 WS-GL-SENS         PIC X(1).
       01 WS-GL-MONTANT      PIC 9(7)V99.
       01 WS-GL-STATUT       PIC X(1).
       77 WS-CT-GL-ATTENTE   PIC 9(3) VALUE 0.

*> Ventes HT du run par bureau facturant et categorie produit
*> (articles en 3100, frais de commande sous une categorie a blanc en
*> 3200) ; au-dela de la table, le montant part au compte d'attente
*> plutot que sur une ventilation devinee
       01 WS-GLV-TABLE.
          05 WS-GLV-ENTRY OCCURS 200 TIMES.
             10 WS-GLV-OFFICE   PIC X(20).
             10 WS-GLV-CATEG    PIC X(10).
             10 WS-GLV-MONTANT  PIC 9(7)V99.
       01 WS-NB-GLV          PIC 9(3) VALUE 0.
       01 WS-GLV-IDX         PIC 9(3).
       01 WS-GLV-TROUVE      PIC X(1).
       01 WS-GLV-CLE-OFFICE  PIC X(20).
       01 WS-GLV-CLE-CATEG   PIC X(10).
       01 WS-GLV-CLE-MNT     PIC 9(7)V99.
       01 WS-GLV-DEBORD      PIC 9(7)V99 VALUE 0.

*> Factures TTC du run par devise du client : un compte clients par
*> devise ; meme debordement que les ventes
       01 WS-GLC-TABLE.
          05 WS-GLC-ENTRY OCCURS 50 TIMES.
             10 WS-GLC-DEVISE   PIC X(2).
             10 WS-GLC-MONTANT  PIC 9(7)V99.
             10 WS-GLC-ACOMPTE  PIC 9(7)V99.
       01 WS-NB-GLC          PIC 9(2) VALUE 0.
       01 WS-GLC-IDX         PIC 9(2).
       01 WS-GLC-TROUVE      PIC X(1).
       01 WS-GLC-DEBORD      PIC 9(7)V99 VALUE 0.
       01 WS-GLC-DEB-ACOMPTE PIC 9(7)V99 VALUE 0.

*> Acompte impute sur la facture en cours (cf 3280), detail par
*> commande pour les lignes 'K' de DAR-OPEN ; une entree par commande
*> de la facture au plus, comme WS-FON-TABLE
       01 WS-DEP-OUVERT      PIC X(1) VALUE 'N'.
       01 WS-ACOMPTE         PIC 9(7)V99 VALUE 0.
       01 WS-ACP-TABLE.
          05 WS-ACP-ENTRY OCCURS 50 TIMES.
             10 WS-ACP-ONO      PIC 9(6).
             10 WS-ACP-MONTANT  PIC 9(7)V99.
       01 WS-NB-ACP          PIC 99 VALUE 0.
       01 WS-ACP-IDX         PIC 99.
       01 WS-ACP-CDE         PIC 9(7)V99.
       01 WS-ACP-DETENU      PIC 9(7)V99.
       01 WS-ACP-RESTE       PIC 9(7)V99.
       01 WS-NET-A-PAYER     PIC 9(7)V99.
       77 WS-CT-ACOMPTES     PIC 9(7)V99 VALUE 0.

*> Numéro de vendeur, état et taux de commission de la commande en
*> cours, capturés en 2000-HEADER : EXT-SNO/EXT-STATE/EXT-COM ont déjà
*> avancé à la commande suivante au moment où 3200-CALCUL-TOTAL cumule
*> avancé à la commande suivante au moment du pied de facture)
       01 WS-FACT-CNO        PIC 9(4).
       01 WS-FACT-ODATE      PIC X(10).
*> Bureau facturant et devise du client de la commande en cours, pour
*> la ventilation du journal comptable (memes raisons)
       01 WS-FACT-OFFICE     PIC X(20).
       01 WS-FACT-DEVISE     PIC X(2).

*> Regime de TVA de la facture en cours (cf 2087) : 'A' =
*> autoliquidation intracommunautaire (taxe a zero), 'D' = TVA de
*> notre pays sur un client de l'Union, blanc = taxe de l'etat
*> du client comme avant ; N° de TVA du client capture avec
       01 WS-FACT-REGIME     PIC X(1) VALUE SPACE.
       01 WS-FACT-TVA-INTRA  PIC X(14).
       01 WS-TVA-CLI-PAYS    PIC X(2).
       01 WS-TVA-CLI-STATUT  PIC X(1).
       77 WS-CT-AUTOLIQ      PIC 9(5) VALUE 0.

*> Notre propre N° de TVA intracommunautaire (cle TVA-INTRA de
*> DRUNPARM), controle une fois au demarrage ; invalide ou absent ->
*> ni autoliquidation ni TVA de notre pays
       01 WS-TVA-INTRA-SOC   PIC X(14) VALUE SPACES.
       01 WS-TVA-SOC-PAYS    PIC X(2) VALUE SPACES.
       01 WS-TVA-SOC-VALIDE  PIC X(1) VALUE 'N'.
       01 PTVACHK            PIC X(7) VALUE 'PTVACHK'.

*> Archive legale (cf PDOCARCH) : les lignes de la facture en cours
*> sont gardees telles qu'ecrites par 4900 et remises a l'archive au
*> pied, une fois la facture complete ; au-dela de la table, les
*> lignes ne sont pas archivees et le run le signale
       01 PDOCARCH           PIC X(8) VALUE 'PDOCARCH'.
       01 WS-ARC-TABLE.
          05 WS-ARC-IMAGE    PIC X(80) OCCURS 2000 TIMES.
       01 WS-ARC-NB          PIC 9(4) VALUE 0.
       01 WS-ARC-IDX         PIC 9(4).
       01 WS-ARC-FONCTION    PIC X(1).
       01 WS-ARC-TYPE        PIC X(1) VALUE 'F'.
       01 WS-ARC-SERIE       PIC 9(1).
       01 WS-ARC-NO          PIC 9(6).
       01 WS-ARC-C-NO        PIC 9(4).
       01 WS-ARC-DATE        PIC X(10).
       01 WS-ARC-LIGNE       PIC X(80).
       01 WS-ARC-STATUT      PIC X(1).
       77 WS-CT-ARC-FACTURES PIC 9(5) VALUE 0.
       77 WS-CT-ARC-DEJA     PIC 9(5) VALUE 0.
       77 WS-CT-ARC-ERREURS  PIC 9(5) VALUE 0.
       77 WS-CT-ARC-DEBORD   PIC 9(5) VALUE 0.

*> Canal d'envoi de la facture en cours (cf 2083) : impression et/ou
*> courriel ; document de courriel ouvert sur DMAIL-SPOOL
       01 WS-FACT-IMPRIMER   PIC X(1) VALUE 'Y'.
       01 WS-FACT-COURRIEL   PIC X(1) VALUE 'N'.
       01 WS-MAIL-OUVERT     PIC X(1) VALUE 'N'.
       01 WS-MAIL-TYPE       PIC X(1).
       01 WS-MAIL-TEXTE      PIC X(80).
       01 WS-LIB-OBJET       PIC X(16).
       77 WS-CT-COURRIELS    PIC 9(5) VALUE 0.
       77 WS-CT-CANAL-EDI    PIC 9(5) VALUE 0.
       77 WS-CT-SANS-ADRESSE PIC 9(5) VALUE 0.

*> Reimpression des courriels rejetes (cf 1300) : facture relue
*> ligne a ligne dans l'archive
       01 WS-BNC-EOF         PIC X(1).
       01 WS-BNC-LIGNE       PIC 9(4).
       01 WS-BNC-FIN-DOC     PIC X(1).
       77 WS-CT-BNC-LUS      PIC 9(5) VALUE 0.
       77 WS-CT-BNC-REIMPR   PIC 9(5) VALUE 0.
       77 WS-CT-BNC-ABSENTS  PIC 9(5) VALUE 0.

*> EXT-ODATE (MM/JJ/AAAA) réarrangée en AAAA-MM-JJ pour le grand
*> livre, comme le fait déjà PARCHIVE pour ses comparaisons de dates
       01 WS-NB-FRAIS        PIC 99 VALUE 0.
       01 WS-FRAIS-IDX       PIC 99.
       01 WS-FRAIS-TOTAL     PIC 9(6)V99 VALUE 0.
       01 WS-BASE-COMMISSION PIC 9(7)V99 VALUE 0.
       77 WS-FRAIS-STR       PIC Z(4)9,99.

*> Compteurs du rapport de contrôle de fin de run
*> Mode réimpression : un second paramètre SYSIN, le numéro de
*> commande à réimprimer seul (000 ou vide = traitement normal de
*> tout l'extrait)
       01 WS-REPRINT-ONO     PIC 9(6) VALUE 0.
       01 WS-REPRINT-MODE    PIC X VALUE 'N'.

*> Mode essai ('E' en troisieme parametre SYSIN) : brouillons
       01 WS-MODE-FACT       PIC X VALUE 'J'.
       01 WS-CNO-COURANT     PIC 9(4) VALUE 0.
       01 WS-RUPTURE         PIC X VALUE 'N'.
       77 WS-ONO-STR         PIC Z(5)9.

*> Numéro de la facture en cours d'impression, tiré de la série de
*> son bureau facturant (cf WS-INV-SERIE) en 2000-HEADER
*> numero de la facture consolidee (cf 4075-POSTER-LEDGER)
       01 WS-FON-TABLE.
          05 WS-FON-ENTRY OCCURS 50 TIMES.
             10 WS-FON-ONO      PIC 9(6).
       01 WS-NB-FON          PIC 99 VALUE 0.
       01 WS-FON-IDX         PIC 99.
       77 WS-CT-FON-DEBORD   PIC 9(4) VALUE 0.
*> depuis DOFFICE-MAP ; bureau absent de la table -> indice 0
*> (fichier DFACTURE historique)
       01 WS-OFM-TABLE.
          05 WS-OFM-ENTRY OCCURS 20 TIMES.
             10 WS-OFM-NOM  PIC X(20).
             10 WS-OFM-ID   PIC 9(1).
       01 WS-NB-OFM          PIC 99 VALUE 0.
       01 WS-OFM-IDX         PIC 99.
       01 WS-LUS-OFM         PIC 9(7) VALUE 0.
       01 WS-RELIRE-OFM      PIC X(1) VALUE 'N'.
       01 WS-COFM-ID         PIC 9(1).

*> Relecture d'un fichier de reference au-dela de sa table : nombre
*> d'enregistrements deja passes (ceux qui sont en table)
       01 WS-RELU            PIC 9(7).

*> Ligne de capacite en cours de preparation (cf 6010)
       01 WS-CAP-FICHIER     PIC X(12).
       01 WS-CAP-LUS         PIC 9(7).
       01 WS-CAP-LIMITE      PIC 9(7).
       01 WS-CAP-TAUX        PIC 9(5).
       01 WS-CAP-MODE        PIC X(13).

*> Bureau de la facture en cours ('resolu en 2000-HEADER, porté
*> jusqu'au pied de facture) et ventilation par bureau pour le
*> Table des taux par état, chargée une fois au démarrage depuis
*> DSTATETAX. Un état absent de la table retombe sur WS-TVA-SYSIN
*> (le taux saisi à l'opérateur), pour ne pas bloquer le run si la
*> table de taxe n'a pas encore été alimentée pour un état donné.
*> Au-dela de la capacite, WS-RELIRE-TAX = 'Y' et la recherche relit
*> la suite de DSTATETAX (cf 3157-RELIRE-TAUX)
       01 WS-TAXRATES.
          05 WS-TAX-ENTRY OCCURS 2000 TIMES.
             10 WS-TAX-ETAT  PIC X(2).
             10 WS-TAX-DATE  PIC X(10).
             10 WS-TAX-TAUX  PIC 9V999.
             10 WS-TAX-CLASSE PIC X(3).
             10 WS-TAX-EXO   PIC X(1).
       01 WS-NB-TAXRATES     PIC 9(4) VALUE 0.
       01 WS-TAX-IDX         PIC 9(4).
       01 WS-LUS-TAX         PIC 9(7) VALUE 0.
       01 WS-RELIRE-TAX      PIC X(1) VALUE 'N'.

*> Ligne de taux candidate (entree de table ou ligne relue)
       01 WS-CAND-TAX.
          05 WS-CTX-ETAT     PIC X(2).
          05 WS-CTX-DATE     PIC X(10).
          05 WS-CTX-TAUX     PIC 9V999.
          05 WS-CTX-CLASSE   PIC X(3).
          05 WS-CTX-EXO      PIC X(1).
       01 WS-TAXE-TROUVEE    PIC X VALUE 'N'.
*> Classe cherchee dans la matrice (3155) et exoneration de la ligne
*> retenue ('O')
       01 WS-TAX-CLE-CLASSE  PIC X(3).
       01 WS-TAXE-EXO        PIC X(1) VALUE 'N'.
       01 WS-TAX-DATE-MAX    PIC X(10).

*> Date de commande de la facture en cours en AAAA-MM-JJ, pour le
*> d'exoneration (3170)
       01 WS-FACT-DATE-ISO   PIC X(10).

       01 WS-TOTAL           PIC 9(7)V99 VALUE 0.                       
       77 WS-TOTAL-STR       PIC Z(7),99.                               
       01 WS-LINE-TOTAL      PIC 9(7)V99 VALUE 0.                       
       77 WS-LINE-TOTAL-STR  PIC Z(7),99.                               
       01 WS-SUB-TOTAL       PIC 9(7)V99 VALUE 0.                       
       77 WS-SUB-TOTAL-STR   PIC Z(7),99.                               
       77 WS-COM-AFFI        PIC Z9.
       01 WS-COM-TOT         PIC 9(7)V99 VALUE 0.                       
       77 WS-COM-TOT-STR     PIC Z(6)9,99.                              
       01 WS-TVA-SYSIN       PIC X(4).                                  
       01 WS-TVA             PIC 9V99.                                  
       01 WS-TVA-AFFI        PIC Z9.                                    
       01 WS-TVA-TOT         PIC 9(7)V99.                               
       77 WS-TVA-TOT-STR     PIC Z(6)9,99.                              
       77 EXT-PRICE-STR      PIC Z(5),99.                               
                                                                        
       01 WS-ONO             PIC 9(6) VALUE 0.                          
       01 WS-TVA-LINE        PIC X(20).                                 
       01 WS-COM-LINE        PIC X(20).                                 
                                                                        
       01 PDATESTR           PIC X(8) VALUE 'PDATESTR'.
       01 PFORMAT            PIC X(7) VALUE 'PFORMAT'.
       01 PDATECALC          PIC X(9) VALUE 'PDATECALC'.
       01 PGLACCT            PIC X(7) VALUE 'PGLACCT'.

*> Echeance de la facture en cours : date de commande + delai des
*> conditions de paiement du client (EXT-TERMS), calculee par
       01 WS-DEV-IDX         PIC 99.
       01 WS-DEV-SYMBOLE     PIC X(3) VALUE 'USD'.
       01 WS-DEV-LANGUE      PIC X(1) VALUE 'F'.
       01 WS-DEV-OUVERT      PIC X(1) VALUE 'N'.
       77 WS-CT-DEV-LUES     PIC 9(7) VALUE 0.

*> Libelles du document dans la langue du client (EXT-LANGUE via
*> PEXTRACT, 'F' ou 'E' ; blanc = choix par la devise, comme la
       01 WS-LIB-LTOT        PIC X(10).
       01 WS-LIB-SSTOT       PIC X(12).
       01 WS-LIB-TAXES       PIC X(13).
       01 WS-LIB-TAXE-CL     PIC X(4).
       01 WS-LIB-TAXE-EXO    PIC X(8).
       01 WS-LIB-EXEMPT      PIC X(20).
       01 WS-LIB-LIVRER      PIC X(8).
       01 WS-LIB-ACOMPTE     PIC X(23).
       01 WS-LIB-NET         PIC X(14).
       01 WS-LIB-SUIVI       PIC X(9).
       01 WS-LIB-AUTOLIQ     PIC X(50).
       01 WS-LIB-TVA-CLI     PIC X(20).
       01 WS-LIB-TVA-SOC     PIC X(20).

*> Mémorisation des articles de la commande en cours pour le registre
*> CSV : on ne connaît le total et la taxe qu'après 3200-CALCUL-TOTAL,
          05 WS-CSV-LIGNE OCCURS 50 TIMES.
             10 WS-CSV-PNO  PIC X(3).
             10 WS-CSV-DESC PIC X(30).
             10 WS-CSV-QTE  PIC 9(4).
             10 WS-CSV-PRIX PIC 9(5)V99.
             10 WS-CSV-CLASSE PIC X(3).
       01 WS-CSV-NB          PIC 99 VALUE 0.
       01 WS-CSV-IDX         PIC 99.
       01 WS-CSV-CLIENT      PIC X(30).
       01 WS-CSV-DATE        PIC X(10).

       01 WS-CSV-LTOTAL      PIC 9(7)V99.
       01 WS-CSV-LTAXE       PIC 9(7)V99.
       01 WS-CSV-TAUX        PIC 9V99.
       01 WS-CSV-LGRAND      PIC 9(7)V99.
       77 WS-CSV-QTE-STR     PIC Z(3)9.
       77 WS-CSV-PRIX-STR    PIC Z(5),99.
       77 WS-CSV-TAXE-STR    PIC Z(6)9,99.
       77 WS-CSV-TOTAL-STR   PIC Z(7),99.


*> Journal d'execution du cycle (cf PRUNLOG) : un horodatage au
              MOVE 'J' TO WS-MODE-FACT
           END-IF

*> Notre N° de TVA intracommunautaire : controle une fois pour le run
           IF WS-TVA-INTRA-SOC NOT = SPACES
              CALL PTVACHK USING WS-TVA-INTRA-SOC WS-TVA-SOC-PAYS
                                 WS-TVA-SOC-VALIDE
              IF WS-TVA-SOC-VALIDE NOT = 'Y'
                 DISPLAY 'PFACTURE : N TVA INTRA ' WS-TVA-INTRA-SOC
                         ' MAL FORME, TVA PAR ETAT SEULE'
              END-IF
           END-IF

           DISPLAY 'PFACTURE - PARAMETRES : TVA-DEFAUT='
                   WS-TVA-SYSIN ' REPRINT=' WS-REPRINT-ONO
                   ' MODE=' WS-MODE-ESSAI
           ELSE
              OPEN OUTPUT FFACTURE FCSV FRAPPORT FCOMMISSION
              OPEN OUTPUT FFACTURE1 FFACTURE2 FFACTURE3 FFACTURE4
              OPEN OUTPUT FMAILSPOOL
           END-IF

           PERFORM 1060-CHARGER-OFFICES
                      WS-FCKPT-ONO
           END-IF

*> Courriels rejetes la veille : reimprimes en tete du run nocturne
*> normal ; jamais en essai, en reimpression ni au run mensuel, et
*> pas au redemarrage apres abend (deja imprimes par le run
*> interrompu, qui les traite avant sa premiere facture)
           IF WS-REPRINT-MODE = 'N' AND WS-MODE-ESSAI = 'N'
              AND WS-MODE-FACT = 'J' AND WS-FCKPT-ONO = 0
              PERFORM 1300-REIMPRIMER-REJETS
           END-IF

*> Grand livre en comptes ouverts, toujours en mode ajout : les
*> écritures des runs précédents (et celles de PPAYMENT/PRETURN) ne
*> doivent jamais être écrasées
              OPEN I-O FARXREF
           END-IF

*> Registre des acomptes en mise a jour ; il est cree par PDEPOSIT au
*> premier acompte recu, absent -> aucune imputation
           OPEN I-O FDEPOSIT
           IF WS-ERRCODE-DEP = 0
              MOVE 'Y' TO WS-DEP-OUVERT
           ELSE
              DISPLAY 'PFACTURE : DDEPOSIT ABSENT (' WS-ERRCODE-DEP
                      '), AUCUN ACOMPTE IMPUTE'
           END-IF

*> Table de correspondance commande -> facture, en mise à jour ; si
*> elle n'existe pas encore (premier run après sa mise en place), on
*> la crée vide puis on la rouvre en mise à jour
              OPEN OUTPUT FTAXLEDGER
           END-IF

*> Registre des ventes intracommunautaires, en mode ajout
           OPEN EXTEND FECSALES
           IF WS-ERRCODE-ECS NOT = 0
              CLOSE FECSALES
              OPEN OUTPUT FECSALES
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-GL-CURRENT
           STRING WS-GL-CURRENT(1:4) DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                              ADD EXT-CHG-MONTANT TO WS-FRAIS-TOTAL
                              ADD 1 TO WS-CT-FRAIS-NONIMP
                           END-IF
*> Le frais rejoint l'assiette de sa classe de taxe (fret, ...)
                           MOVE EXT-TAX-CLASS   TO WS-TCF-CLE-CLASSE
                           MOVE EXT-CHG-MONTANT TO WS-TCF-CLE-MNT
                           PERFORM 3120-CUMUL-CLASSE-TAXE
                        ELSE
*> Ligne écartée si quantité nulle ou description vide, plutôt que de
*> facturer un article qu'on ne peut pas décrire ou quantifier
                          WHEN 'TVA-DEFAUT'
                             MOVE PRM-VALEUR(1:4) TO WS-TVA-SYSIN
                          WHEN 'REPRINT-ONO'
                             IF PRM-VALEUR(1:6) NUMERIC
                                MOVE PRM-VALEUR(1:6)
                                     TO WS-REPRINT-ONO
                             END-IF
                          WHEN 'MODE'
                             MOVE PRM-VALEUR(1:1) TO WS-MODE-ESSAI
                          WHEN 'FACTURATION'
                             MOVE PRM-VALEUR(1:1) TO WS-MODE-FACT
                          WHEN 'TVA-INTRA'
                             MOVE PRM-VALEUR(1:14) TO WS-TVA-INTRA-SOC
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE FFACTURE4
              OPEN OUTPUT FFACTURE4
           END-IF

           OPEN EXTEND FMAILSPOOL
           IF WS-ERRCODE-MSP NOT = 0
              CLOSE FMAILSPOOL
              OPEN OUTPUT FMAILSPOOL
           END-IF
           .

*> ==========================================================
*> 1300-REIMPRIMER-REJETS : chaque courriel de facture rejete par la
*> passerelle (DMAIL-BOUNCE) est reimprime sur le fichier de son
*> bureau (serie = indice de fichier, cf 2081), copie exacte relue
*> dans DDOC-ARCHIVE avec une ligne de mention sous les etoiles
*> d'en-tete ; fichier de rejets absent -> rien a faire
*> ==========================================================
       1300-REIMPRIMER-REJETS.

           OPEN INPUT FMAILBNC
           IF WS-ERRCODE-BNC NOT = 0
              DISPLAY 'PFACTURE : DMAIL-BOUNCE ABSENT, AUCUN REJET'
                      ' DE COURRIEL A REIMPRIMER'
           ELSE
              OPEN INPUT FDOCARCH
              IF WS-ERRCODE-DOC NOT = 0
                 DISPLAY 'PFACTURE : DDOC-ARCHIVE INDISPONIBLE ('
                         WS-ERRCODE-DOC '), REJETS NON REIMPRIMES'
              END-IF
              MOVE 'N' TO WS-BNC-EOF
              PERFORM UNTIL WS-BNC-EOF = 'Y'
                 READ FMAILBNC
                    AT END
                       MOVE 'Y' TO WS-BNC-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-BNC-LUS
                       PERFORM 1310-REIMPRIMER-UN-REJET
                 END-READ
              END-PERFORM
              IF WS-ERRCODE-DOC = 0
                 CLOSE FDOCARCH
              END-IF
              CLOSE FMAILBNC
           END-IF
           MOVE 0 TO WS-OFFICE-ID
           .

*> Une facture rejetee : ligne 1 de l'archive, puis les suivantes
*> jusqu'a la premiere absente (fin du document)
       1310-REIMPRIMER-UN-REJET.

           MOVE 'N' TO WS-BNC-FIN-DOC
           MOVE 1 TO WS-BNC-LIGNE
           PERFORM 1320-LIRE-LIGNE-ARCHIVE

           IF WS-BNC-FIN-DOC = 'Y'
              ADD 1 TO WS-CT-BNC-ABSENTS
              DISPLAY 'PFACTURE : FACTURE ' BNC-SERIE '-' BNC-NO
                      ' REJETEE (' BNC-MOTIF ') ABSENTE DE'
                      ' L ARCHIVE, A REEDITER A LA MAIN'
           ELSE
              MOVE 0 TO WS-OFFICE-ID
              IF BNC-SERIE > 0 AND BNC-SERIE < 5
                 MOVE BNC-SERIE TO WS-OFFICE-ID
              END-IF
              ADD 1 TO WS-CT-BNC-REIMPR

              MOVE DOC-IMAGE TO ENRFACTURE
              PERFORM 4910-IMPRIMER-LIGNE
              MOVE SPACES TO ENRFACTURE
              MOVE '*** ENVOI PAR COURRIEL REJETE ***'
                   TO ENRFACTURE(24:33)
              PERFORM 4910-IMPRIMER-LIGNE

              PERFORM UNTIL WS-BNC-FIN-DOC = 'Y'
                 ADD 1 TO WS-BNC-LIGNE
                 PERFORM 1320-LIRE-LIGNE-ARCHIVE
                 IF WS-BNC-FIN-DOC = 'N'
                    MOVE DOC-IMAGE TO ENRFACTURE
                    PERFORM 4910-IMPRIMER-LIGNE
                 END-IF
              END-PERFORM
           END-IF
           .

       1320-LIRE-LIGNE-ARCHIVE.

           IF WS-ERRCODE-DOC NOT = 0
              MOVE 'Y' TO WS-BNC-FIN-DOC
           ELSE
              MOVE 'F'          TO DOC-TYPE
              MOVE BNC-SERIE    TO DOC-SERIE
              MOVE BNC-NO       TO DOC-NO
              MOVE WS-BNC-LIGNE TO DOC-LIGNE
              READ FDOCARCH KEY IS DOC-CLE
                  INVALID KEY
                      MOVE 'Y' TO WS-BNC-FIN-DOC
              END-READ
           END-IF
           .

*> ==========================================================
                    AT END
                       MOVE 99 TO WS-ERRCODE-OFM
                    NOT AT END
                       ADD 1 TO WS-LUS-OFM
                       IF WS-NB-OFM < 20
                          ADD 1 TO WS-NB-OFM
                          MOVE OFM-OFFICE
                               TO WS-OFM-NOM(WS-NB-OFM)
                          MOVE OFM-ID
                               TO WS-OFM-ID(WS-NB-OFM)
                       ELSE
                          MOVE 'Y' TO WS-RELIRE-OFM
                       END-IF
                 END-READ
              END-PERFORM
           PERFORM VARYING WS-OFM-IDX FROM 1 BY 1
                   UNTIL WS-OFM-IDX > WS-NB-OFM
              IF EXT-OFFICE = WS-OFM-NOM(WS-OFM-IDX)
                 MOVE WS-OFM-ID(WS-OFM-IDX) TO WS-COFM-ID
                 PERFORM 2081-RETENIR-OFFICE
              END-IF
           END-PERFORM

           IF WS-RELIRE-OFM = 'Y'
              PERFORM 2082-RELIRE-OFFICES
           END-IF
           .

*> Seuls les indices 1 a 4 ont un fichier de sortie (DFACTURE-O1 a
*> O4) ; un indice hors plage laisse la facture sur DFACTURE
       2081-RETENIR-OFFICE.

           IF WS-COFM-ID NUMERIC
              AND WS-COFM-ID > 0 AND WS-COFM-ID < 5
              MOVE WS-COFM-ID TO WS-OFFICE-ID
           END-IF
           .

*> Suite de DOFFICE-MAP au-dela de la table, relue dans l'ordre du
*> fichier : la derniere ligne du bureau l'emporte comme en table
       2082-RELIRE-OFFICES.

           MOVE 0 TO WS-ERRCODE-OFM
           MOVE 0 TO WS-RELU
           OPEN INPUT FOFFICEMAP
           IF WS-ERRCODE-OFM = 0
              PERFORM UNTIL WS-ERRCODE-OFM NOT = 0
                 READ FOFFICEMAP
                    AT END
                       MOVE 99 TO WS-ERRCODE-OFM
                    NOT AT END
                       ADD 1 TO WS-RELU
                       IF WS-RELU > WS-NB-OFM
                          AND EXT-OFFICE = OFM-OFFICE
                          MOVE OFM-ID TO WS-COFM-ID
                          PERFORM 2081-RETENIR-OFFICE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FOFFICEMAP
           END-IF
           .

*> ==========================================================
*> ==========================================================
       4900-ECRIRE-LIGNE-FACTURE.

           IF WS-FACT-IMPRIMER = 'Y'
              PERFORM 4910-IMPRIMER-LIGNE
           END-IF

*> Ligne gardee pour l'archive legale de la facture (cf 4085)
           IF WS-ARC-NB < 2000
              ADD 1 TO WS-ARC-NB
              MOVE ENRFACTURE TO WS-ARC-IMAGE(WS-ARC-NB)
           ELSE
              ADD 1 TO WS-CT-ARC-DEBORD
           END-IF

*> Ligne du document de courriel, une fois celui-ci ouvert (cf 2089)
           IF WS-MAIL-OUVERT = 'Y'
              MOVE 'L' TO WS-MAIL-TYPE
              MOVE ENRFACTURE TO WS-MAIL-TEXTE
              PERFORM 4920-ECRIRE-COURRIEL
           END-IF
           .

*> Ecriture physique de ENRFACTURE sur le fichier du bureau
       4910-IMPRIMER-LIGNE.

           EVALUATE WS-OFFICE-ID
              WHEN 1
                 MOVE ENRFACTURE TO ENRFACTURE1
           END-EVALUATE
           .

*> Un enregistrement du spool de courriel (WS-MAIL-TYPE,
*> WS-MAIL-TEXTE) sous la reference de la facture en cours
       4920-ECRIRE-COURRIEL.

           MOVE SPACES          TO ENRMAIL
           MOVE WS-MAIL-TYPE    TO MAIL-TYPE
           MOVE WS-OFFICE-ID    TO MAIL-SERIE
           MOVE WS-INVOICE-NO   TO MAIL-NO
           MOVE WS-FACT-CNO     TO MAIL-C-NO
           MOVE WS-MAIL-TEXTE   TO MAIL-TEXTE
           WRITE ENRMAIL
           .

*> ==========================================================
*> 1175-LIRE-CHECKPOINT : lecture du dernier point de reprise écrit
*> par une exécution interrompue (fichier en ajout, relu en entrée
           MOVE 'E' TO WS-DEV-LANG(4)
           MOVE 'F' TO WS-DEV-LANG(5)
           MOVE 'F' TO WS-DEV-LANG(6)

*> Le fichier des devises complete et remplace ces codes : toute
*> devise creee par PDEVMAINT avec son symbole s'imprime sans
*> retoucher ce programme
           OPEN INPUT FDEVISE
           IF WS-ERRCODE-DEV = 0
              MOVE 'Y' TO WS-DEV-OUVERT
           ELSE
              DISPLAY 'PFACTURE : DDDEVISE ABSENT (' WS-ERRCODE-DEV
                      '), CODES DEVISE PAR DEFAUT'
           END-IF
           .

*> ==========================================================
                    AT END
                       MOVE 99 TO WS-ERRCODE-TAX
                    NOT AT END
                       ADD 1 TO WS-LUS-TAX
                       IF WS-NB-TAXRATES < 2000
                          ADD 1 TO WS-NB-TAXRATES
                          MOVE TAX-ETAT TO WS-TAX-ETAT(WS-NB-TAXRATES)
                          MOVE TAX-EFF-DATE
                               TO WS-TAX-DATE(WS-NB-TAXRATES)
                          MOVE TAX-TAUX TO WS-TAX-TAUX(WS-NB-TAXRATES)
                          MOVE TAX-CLASSE
                               TO WS-TAX-CLASSE(WS-NB-TAXRATES)
                          MOVE TAX-EXONERE
                               TO WS-TAX-EXO(WS-NB-TAXRATES)
                       ELSE
                          MOVE 'Y' TO WS-RELIRE-TAX
                       END-IF
                 END-READ
              END-PERFORM
                    AT END
                       MOVE 99 TO WS-ERRCODE-EXM
                    NOT AT END
                       ADD 1 TO WS-LUS-EXM
                       IF WS-NB-EXM < 2000
                          ADD 1 TO WS-NB-EXM
                          MOVE EXM-C-NO TO WS-EXM-CNO(WS-NB-EXM)
                          MOVE EXM-CERT TO WS-EXM-CERT(WS-NB-EXM)
                          MOVE EXM-EXPIRY
                               TO WS-EXM-EXPIRY(WS-NB-EXM)
                       ELSE
                          MOVE 'Y' TO WS-RELIRE-EXM
                       END-IF
                 END-READ
              END-PERFORM
              END-IF
           END-PERFORM

*> Symbole porte par DDDEVISE : prioritaire sur le code par defaut,
*> et seul moyen de connaitre une devise ajoutee depuis
           IF WS-DEV-OUVERT = 'Y' AND EXT-DEVISE NOT = SPACES
              MOVE EXT-DEVISE TO DEV-DEVI
              READ FDEVISE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-CT-DEV-LUES
                    IF DEV-SYMBOLE NOT = SPACES
                       AND DEV-SYMBOLE NOT = LOW-VALUES
                       MOVE DEV-SYMBOLE TO WS-DEV-SYMBOLE
                    END-IF
              END-READ
           END-IF

*> La langue portee par le client l'emporte sur le choix par la
*> devise (clients anterieurs a l'ajout de LANG : blanc, rien ne
*> change pour eux) ; elle pilote la date en toutes lettres ET tous
           IF WS-DEV-LANGUE = 'E'
              MOVE 'ORDER NUMBER : '  TO WS-LIB-COMMANDE
              MOVE 'INVOICE NUMBER : ' TO WS-LIB-FACTURE
              MOVE 'YOUR INVOICE'     TO WS-LIB-OBJET
              MOVE 'DUE DATE : '      TO WS-LIB-ECHEANCE
              MOVE 'YOUR CONTACT WITHIN THE DEPARTMENT'
                   TO WS-LIB-CONTACT
              MOVE 'LINE TOTAL'       TO WS-LIB-LTOT
              MOVE 'SUB TOTAL : '     TO WS-LIB-SSTOT
              MOVE 'SALES TAXES ('    TO WS-LIB-TAXES
              MOVE 'TAX'              TO WS-LIB-TAXE-CL
              MOVE 'EXEMPT'           TO WS-LIB-TAXE-EXO
              MOVE 'TAX EXEMPT - CERT : ' TO WS-LIB-EXEMPT
              MOVE 'SHIP TO:'         TO WS-LIB-LIVRER
              MOVE 'LESS DEPOSIT RECEIVED :' TO WS-LIB-ACOMPTE
              MOVE '  AMOUNT DUE :'   TO WS-LIB-NET
              MOVE 'TRACKING:'        TO WS-LIB-SUIVI
              MOVE 'Reverse charge - Article 196 Directive 2006/112/EC'
                   TO WS-LIB-AUTOLIQ
              MOVE 'CUSTOMER VAT NO :'  TO WS-LIB-TVA-CLI
              MOVE 'OUR VAT NO :'       TO WS-LIB-TVA-SOC
           ELSE
              MOVE 'NO COMMANDE : '   TO WS-LIB-COMMANDE
              MOVE 'NO FACTURE : '    TO WS-LIB-FACTURE
              MOVE 'VOTRE FACTURE'    TO WS-LIB-OBJET
              MOVE 'ECHEANCE : '      TO WS-LIB-ECHEANCE
              MOVE 'VOTRE CONTACT AU DEPARTEMENT'
                   TO WS-LIB-CONTACT
              MOVE 'TOT. LIGNE'       TO WS-LIB-LTOT
              MOVE 'SOUS-TOTAL :'     TO WS-LIB-SSTOT
              MOVE 'TAXES VENTE ('    TO WS-LIB-TAXES
              MOVE 'TAXE'             TO WS-LIB-TAXE-CL
              MOVE 'EXONEREE'         TO WS-LIB-TAXE-EXO
              MOVE 'EXONERE - CERT :  ' TO WS-LIB-EXEMPT
              MOVE 'LIVRER A'         TO WS-LIB-LIVRER
              MOVE '   MOINS ACOMPTE RECU :' TO WS-LIB-ACOMPTE
              MOVE ' NET A PAYER :'   TO WS-LIB-NET
              MOVE 'SUIVI :'          TO WS-LIB-SUIVI
              MOVE 'Autoliquidation - art. 196 directive 2006/112/CE'
                   TO WS-LIB-AUTOLIQ
              MOVE 'N TVA CLIENT :'     TO WS-LIB-TVA-CLI
              MOVE 'N TVA VENDEUR :'    TO WS-LIB-TVA-SOC
           END-IF
           .

       2000-HEADER.

*> La facture qui s'ouvre repart avec sa seule premiere commande
*> et une image d'archive vide
           MOVE 1 TO WS-NB-FON
           MOVE 0 TO WS-ARC-NB
           MOVE EXT-ONO TO WS-FON-ONO(1)

           PERFORM 2050-DEVISE-SYMBOLE

*> Bureau facturant resolu avant la premiere ligne : toutes les
*> lignes de la facture partent sur le fichier de ce bureau, par
*> le canal d'envoi du client
           PERFORM 2080-RESOUDRE-OFFICE
           PERFORM 2083-CHOISIR-CANAL

           ADD 1 TO WS-CT-FACTURES
           MOVE WS-OFFICE-ID TO WS-OFF-IDX
           MOVE 0 TO WS-CSV-NB
           MOVE 0 TO WS-NB-FRAIS
           MOVE 0 TO WS-FRAIS-TOTAL
           PERFORM 3125-INIT-CLASSES-TAXE
           MOVE EXT-COMPANY(1:EXT-COMPANY-LEN) TO WS-CSV-CLIENT
           MOVE EXT-ODATE TO WS-CSV-DATE
           MOVE EXT-SNO TO WS-FACT-SNO
           MOVE EXT-COM TO WS-FACT-COM
           MOVE EXT-CNO TO WS-FACT-CNO
           MOVE EXT-ODATE TO WS-FACT-ODATE
           MOVE EXT-OFFICE TO WS-FACT-OFFICE
           MOVE EXT-DEVISE TO WS-FACT-DEVISE
           MOVE EXT-TERMS TO WS-FACT-TERMS
           PERFORM 2085-CALCULER-ECHEANCE
           PERFORM 2087-REGIME-TVA

                                                                        
           MOVE SPACES TO ENRFACTURE
                                                                        
           MOVE SPACES TO ENRFACTURE
           MOVE WS-LIB-COMMANDE TO ENRFACTURE(5:15)
           MOVE EXT-ONO TO ENRFACTURE(20:6)
           PERFORM 4900-ECRIRE-LIGNE-FACTURE

*> Numéro de facture propre, distinct du numéro de commande, pour
           END-IF
           PERFORM 4900-ECRIRE-LIGNE-FACTURE

*> Numero de facture connu : le document de courriel s'ouvre avec
*> l'objet et reprend les lignes deja ecrites de l'en-tete
           IF WS-FACT-COURRIEL = 'Y'
              PERFORM 2089-OUVRIR-COURRIEL
           END-IF

           MOVE SPACES TO WS-DATE
                                                                        
                                                                        
           PERFORM 4900-ECRIRE-LIGNE-FACTURE
           .

*> ==========================================================
*> 2083-CHOISIR-CANAL : canal d'envoi de la facture qui s'ouvre,
*> d'apres le canal du client (EXT-LIVRAISON) - essai et
*> reimpression restent toujours sur papier ; un client courriel
*> sans adresse est imprime plutot que perdu
*> ==========================================================
       2083-CHOISIR-CANAL.

           MOVE 'Y' TO WS-FACT-IMPRIMER
           MOVE 'N' TO WS-FACT-COURRIEL
           MOVE 'N' TO WS-MAIL-OUVERT

           IF WS-REPRINT-MODE = 'N' AND WS-MODE-ESSAI = 'N'
              EVALUATE EXT-LIVRAISON
                 WHEN 'M'
                    MOVE 'N' TO WS-FACT-IMPRIMER
                    MOVE 'Y' TO WS-FACT-COURRIEL
                 WHEN 'B'
                    MOVE 'Y' TO WS-FACT-COURRIEL
                 WHEN 'E'
                    MOVE 'N' TO WS-FACT-IMPRIMER
                    ADD 1 TO WS-CT-CANAL-EDI
              END-EVALUATE

              IF WS-FACT-COURRIEL = 'Y' AND EXT-EMAIL = SPACES
                 MOVE 'Y' TO WS-FACT-IMPRIMER
                 MOVE 'N' TO WS-FACT-COURRIEL
                 ADD 1 TO WS-CT-SANS-ADRESSE
                 DISPLAY 'PFACTURE : CLIENT ' EXT-CNO
                         ' AU CANAL COURRIEL SANS ADRESSE, FACTURE'
                         ' IMPRIMEE'
              END-IF
           END-IF
           .

*> ==========================================================
*> 2089-OUVRIR-COURRIEL : destinataire et objet du document de
*> courriel de la facture, puis les lignes d'en-tete deja gardees
*> pour l'archive (cf 4900) ; la suite s'ecrit ligne a ligne
*> ==========================================================
       2089-OUVRIR-COURRIEL.

           MOVE 'A' TO WS-MAIL-TYPE
           MOVE EXT-EMAIL TO WS-MAIL-TEXTE
           PERFORM 4920-ECRIRE-COURRIEL

           MOVE 'O' TO WS-MAIL-TYPE
           MOVE SPACES TO WS-MAIL-TEXTE
           STRING FUNCTION TRIM(WS-LIB-OBJET)   DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INVOICE-STR) DELIMITED BY SIZE
                  ' - '                         DELIMITED BY SIZE
                  EXT-COMPANY(1:EXT-COMPANY-LEN) DELIMITED BY SIZE
             INTO WS-MAIL-TEXTE
           END-STRING
           PERFORM 4920-ECRIRE-COURRIEL

           MOVE 'L' TO WS-MAIL-TYPE
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
                   UNTIL WS-ARC-IDX > WS-ARC-NB
              MOVE WS-ARC-IMAGE(WS-ARC-IDX) TO WS-MAIL-TEXTE
              PERFORM 4920-ECRIRE-COURRIEL
           END-PERFORM

           MOVE 'Y' TO WS-MAIL-OUVERT
           .

*> ==========================================================
*> 2085-CALCULER-ECHEANCE : echeance de la facture en cours - la
*> date de commande (reecrite en AAAA-MM-JJ) avancee du delai des
           END-IF
           .

*> ==========================================================
*> 2087-REGIME-TVA : regime de TVA de la facture qui s'ouvre -
*> autoliquidation ('A') si le N° de TVA du client et le notre sont
*> valides (PTVACHK) et de pays differents : la facture est HT et
*> la taxe se cumule sous le pays du client ; TVA de notre pays ('D')
*> pour tout autre client de l'Union (N° de TVA porte ou devise EU) :
*> le taux se cherche dans DSTATETAX sous notre prefixe pays ; blanc
*> sinon, taxe de l'etat du client comme avant
*> ==========================================================
       2087-REGIME-TVA.

           MOVE SPACE TO WS-FACT-REGIME
           MOVE EXT-TVA-INTRA TO WS-FACT-TVA-INTRA
           MOVE 'N' TO WS-TVA-CLI-STATUT
           MOVE SPACES TO WS-TVA-CLI-PAYS

           IF WS-TVA-SOC-VALIDE = 'Y'
              IF WS-FACT-TVA-INTRA NOT = SPACES
                 CALL PTVACHK USING WS-FACT-TVA-INTRA WS-TVA-CLI-PAYS
                                    WS-TVA-CLI-STATUT
              END-IF

              EVALUATE TRUE
                 WHEN WS-TVA-CLI-STATUT = 'Y'
                      AND WS-TVA-CLI-PAYS NOT = WS-TVA-SOC-PAYS
                    MOVE 'A' TO WS-FACT-REGIME
                    MOVE WS-TVA-CLI-PAYS TO WS-FACT-STATE
                 WHEN WS-FACT-TVA-INTRA NOT = SPACES
                      OR WS-FACT-DEVISE = 'EU'
                    MOVE 'D' TO WS-FACT-REGIME
                    MOVE WS-TVA-SOC-PAYS TO WS-FACT-STATE
              END-EVALUATE
           END-IF
           .

*> ==========================================================
*> 2090-DETECTER-RUPTURE : une nouvelle facture commence-t-elle sur
*> la ligne d'extrait en main ? Au fil de l'eau, au changement de
           MOVE SPACES TO ENRFACTURE
           MOVE '--- COMMANDE ' TO ENRFACTURE(5:13)
           MOVE EXT-ONO TO WS-ONO-STR
           MOVE WS-ONO-STR TO ENRFACTURE(18:6)
           MOVE ' ---' TO ENRFACTURE(24:4)
           PERFORM 4900-ECRIRE-LIGNE-FACTURE
           .

           MOVE EXT-PRICE TO EXT-PRICE-STR                              
                                                                        
           MOVE EXT-PRICE-STR                                           
                TO ENRFACTURE(46:8)                                    
                                                                        
           MOVE WS-LINE-TOTAL TO WS-LINE-TOTAL-STR                      
                                                                        
           MOVE WS-LINE-TOTAL-STR
                TO ENRFACTURE(56:10)

*> Prix remise par une promotion : son code en bout de ligne, pour
*> que le client voie d'ou vient le prix
           IF EXT-PROMO NOT = SPACES
              MOVE 'PROMO' TO ENRFACTURE(67:5)
              MOVE EXT-PROMO TO ENRFACTURE(73:8)
           END-IF

           PERFORM 4900-ECRIRE-LIGNE-FACTURE

*> Expedition suivie : transporteur et N° de suivi sous la ligne,
*> pour que le client puisse suivre son colis sans nous appeler
           IF EXT-SUIVI NOT = SPACES
              MOVE SPACES TO ENRFACTURE
              MOVE WS-LIB-SUIVI TO ENRFACTURE(11:9)
              MOVE EXT-TRANSP   TO ENRFACTURE(21:4)
              MOVE EXT-SUIVI    TO ENRFACTURE(26:20)
              PERFORM 4900-ECRIRE-LIGNE-FACTURE
           END-IF

*> Mémorisation de la ligne pour le registre CSV, écrit au pied de
*> facture une fois la taxe de la commande connue. Au-delà de 50
*> lignes, WS-CSV-TABLE est pleine : la ligne de facture elle-même
              MOVE EXT-DESCRIPTION TO WS-CSV-DESC(WS-CSV-NB)
              MOVE EXT-QUANTITY    TO WS-CSV-QTE(WS-CSV-NB)
              MOVE EXT-PRICE       TO WS-CSV-PRIX(WS-CSV-NB)
              MOVE EXT-TAX-CLASS   TO WS-CSV-CLASSE(WS-CSV-NB)
           ELSE
              ADD 1 TO WS-CT-CSV-TRONQUE
           END-IF
                                                                        
           COMPUTE WS-LINE-TOTAL = EXT-QUANTITY * EXT-PRICE             
           COMPUTE WS-SUB-TOTAL  = WS-SUB-TOTAL + WS-LINE-TOTAL         

*> Ventilation des ventes par bureau et categorie pour le journal
           MOVE WS-FACT-OFFICE TO WS-GLV-CLE-OFFICE
           MOVE EXT-CATEGORY   TO WS-GLV-CLE-CATEG
           MOVE WS-LINE-TOTAL  TO WS-GLV-CLE-MNT
           PERFORM 3110-CUMUL-VENTES

*> Assiette de taxe de la classe de la ligne
           MOVE EXT-TAX-CLASS  TO WS-TCF-CLE-CLASSE
           MOVE WS-LINE-TOTAL  TO WS-TCF-CLE-MNT
           PERFORM 3120-CUMUL-CLASSE-TAXE
           .

*> ==========================================================
*> 3110-CUMUL-VENTES : cumul de WS-GLV-CLE-MNT sur la ligne bureau/
*> categorie de WS-GLV-TABLE, creee au besoin ; table pleine ->
*> cumul de debordement, passe au compte d'attente en 6100
*> ==========================================================
       3110-CUMUL-VENTES.

           MOVE 'N' TO WS-GLV-TROUVE
           PERFORM VARYING WS-GLV-IDX FROM 1 BY 1
                   UNTIL WS-GLV-IDX > WS-NB-GLV OR WS-GLV-TROUVE = 'Y'
              IF WS-GLV-OFFICE(WS-GLV-IDX) = WS-GLV-CLE-OFFICE
                 AND WS-GLV-CATEG(WS-GLV-IDX) = WS-GLV-CLE-CATEG
                 ADD WS-GLV-CLE-MNT TO WS-GLV-MONTANT(WS-GLV-IDX)
                 MOVE 'Y' TO WS-GLV-TROUVE
              END-IF
           END-PERFORM

           IF WS-GLV-TROUVE = 'N'
              IF WS-NB-GLV < 200
                 ADD 1 TO WS-NB-GLV
                 MOVE WS-GLV-CLE-OFFICE TO WS-GLV-OFFICE(WS-NB-GLV)
                 MOVE WS-GLV-CLE-CATEG  TO WS-GLV-CATEG(WS-NB-GLV)
                 MOVE WS-GLV-CLE-MNT    TO WS-GLV-MONTANT(WS-NB-GLV)
              ELSE
                 ADD WS-GLV-CLE-MNT TO WS-GLV-DEBORD
              END-IF
           END-IF
           .

*> ==========================================================
*> 3120-CUMUL-CLASSE-TAXE : ajoute WS-TCF-CLE-MNT a l'assiette de la
*> classe WS-TCF-CLE-CLASSE de la facture en cours ; table pleine ->
*> le montant rejoint la classe generale (entree 1), signale
*> ==========================================================
       3120-CUMUL-CLASSE-TAXE.

           MOVE 'N' TO WS-TCF-TROUVE
           PERFORM VARYING WS-TCF-SCAN FROM 1 BY 1
                   UNTIL WS-TCF-SCAN > WS-NB-TCF OR WS-TCF-TROUVE = 'Y'
              IF WS-TCF-CLASSE(WS-TCF-SCAN) = WS-TCF-CLE-CLASSE
                 ADD WS-TCF-CLE-MNT TO WS-TCF-BASE(WS-TCF-SCAN)
                 MOVE 'Y' TO WS-TCF-TROUVE
              END-IF
           END-PERFORM

           IF WS-TCF-TROUVE = 'N'
              IF WS-NB-TCF < 10
                 ADD 1 TO WS-NB-TCF
                 MOVE WS-TCF-CLE-CLASSE TO WS-TCF-CLASSE(WS-NB-TCF)
                 MOVE WS-TCF-CLE-MNT    TO WS-TCF-BASE(WS-NB-TCF)
              ELSE
                 ADD WS-TCF-CLE-MNT TO WS-TCF-BASE(1)
                 ADD 1 TO WS-CT-TCF-DEBORD
                 DISPLAY 'PFACTURE : TROP DE CLASSES DE TAXE, CLASSE '
                         WS-TCF-CLE-CLASSE ' TAXEE AU TAUX GENERAL'
              END-IF
           END-IF
           .

*> Remise a zero des classes de taxe en debut de facture : la
*> classe generale seule, sans assiette
       3125-INIT-CLASSES-TAXE.

           INITIALIZE WS-TCF-TABLE
           MOVE 1 TO WS-NB-TCF
           MOVE SPACES TO WS-TCF-CLASSE(1)
           .

*> ==========================================================
*> d'un taux SYSIN unique pour tout le run. Repli sur WS-TVA-SYSIN si
*> aucun taux de l'état n'est en vigueur à cette date - une
*> réimpression ou une facturation tardive retombe ainsi toujours sur
*> le taux de l'époque de la commande.
*> La recherche porte sur la classe de taxe WS-TAX-CLE-CLASSE (posee
*> par l'appelant, 3210) : ligne de la classe d'abord, sinon ligne
*> generale (classe a blanc) de l'etat, sinon le taux SYSIN. La date
*> ISO de commande doit deja etre posee par 3160
*> ==========================================================
       3150-TAUX-TAXE-ETAT.

           COMPUTE WS-TVA = FUNCTION NUMVAL-C(WS-TVA-SYSIN)
           MOVE 'N' TO WS-TAXE-TROUVEE
           MOVE 'N' TO WS-TAXE-EXO

           PERFORM 3155-CHERCHER-TAUX
           IF WS-TAXE-TROUVEE = 'N' AND WS-TAX-CLE-CLASSE NOT = SPACES
              MOVE SPACES TO WS-TAX-CLE-CLASSE
              PERFORM 3155-CHERCHER-TAUX
           END-IF
           .

*> Ligne de DSTATETAX de l'etat et de la classe WS-TAX-CLE-CLASSE a
*> la plus recente date d'effet qui ne depasse pas la commande ; une
*> ligne d'exoneration ('O') vaut taux zero
       3155-CHERCHER-TAUX.

           MOVE SPACES TO WS-TAX-DATE-MAX
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-NB-TAXRATES
              MOVE WS-TAX-ENTRY(WS-TAX-IDX) TO WS-CAND-TAX
              PERFORM 3156-TESTER-TAUX
           END-PERFORM

           IF WS-RELIRE-TAX = 'Y'
              PERFORM 3157-RELIRE-TAUX
           END-IF
           .

*> Ligne candidate WS-CAND-TAX : retenue si elle est de l'etat et de
*> la classe cherches, en vigueur a la commande et au moins aussi
*> recente que la meilleure deja vue
       3156-TESTER-TAUX.

           IF WS-FACT-STATE = WS-CTX-ETAT
              AND WS-CTX-CLASSE = WS-TAX-CLE-CLASSE
              AND WS-CTX-DATE <= WS-FACT-DATE-ISO
              AND WS-CTX-DATE >= WS-TAX-DATE-MAX
              MOVE WS-CTX-DATE TO WS-TAX-DATE-MAX
              MOVE WS-CTX-TAUX TO WS-TVA
              MOVE 'Y' TO WS-TAXE-TROUVEE
              IF WS-CTX-EXO = 'O'
                 MOVE 'Y' TO WS-TAXE-EXO
                 MOVE 0 TO WS-TVA
              ELSE
                 MOVE 'N' TO WS-TAXE-EXO
              END-IF
           END-IF
           .

*> Suite de DSTATETAX au-dela de la table : les lignes deja en table
*> sont sautees, les suivantes sont testees dans l'ordre du fichier
*> (meme principe que 3175-RELIRE-EXONERATIONS)
       3157-RELIRE-TAUX.

           MOVE 0 TO WS-ERRCODE-TAX
           MOVE 0 TO WS-RELU
           OPEN INPUT FTAXRATE
           IF WS-ERRCODE-TAX = 0
              PERFORM UNTIL WS-ERRCODE-TAX NOT = 0
                 READ FTAXRATE
                    AT END
                       MOVE 99 TO WS-ERRCODE-TAX
                    NOT AT END
                       ADD 1 TO WS-RELU
                       IF WS-RELU > WS-NB-TAXRATES
                          MOVE TAX-ETAT     TO WS-CTX-ETAT
                          MOVE TAX-EFF-DATE TO WS-CTX-DATE
                          MOVE TAX-TAUX     TO WS-CTX-TAUX
                          MOVE TAX-CLASSE   TO WS-CTX-CLASSE
                          MOVE TAX-EXONERE  TO WS-CTX-EXO
                          PERFORM 3156-TESTER-TAUX
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FTAXRATE
           END-IF
           .

*> ==========================================================
           MOVE 'N' TO WS-FACT-EXONEREE
           MOVE SPACES TO WS-FACT-CERT

*> La date de commande en ISO a deja ete posee par 3160 (cf 3200)
           MOVE WS-FACT-DATE-ISO TO WS-EXM-DATE-ISO

*> Meilleur certificat du client d'abord : celui dont l'expiration
*> est la plus lointaine. Un client qui detient a la fois une ligne
*> expiree et son renouvellement est donc juge sur le renouvellement,
*> au lieu d'engorger la relance avec des renouvellements deja faits
           MOVE 'N' TO WS-EXM-TROUVE
           PERFORM VARYING WS-EXM-IDX FROM 1 BY 1
                   UNTIL WS-EXM-IDX > WS-NB-EXM
              MOVE WS-EXM-ENTRY(WS-EXM-IDX) TO WS-CAND-EXM
              PERFORM 3172-TESTER-EXONERATION
           END-PERFORM

           IF WS-RELIRE-EXM = 'Y'
              PERFORM 3175-RELIRE-EXONERATIONS
           END-IF

           IF WS-EXM-TROUVE = 'Y'
              IF WS-MEX-EXPIRY >= WS-EXM-DATE-ISO
                 MOVE 'Y' TO WS-FACT-EXONEREE
                 MOVE WS-MEX-CERT TO WS-FACT-CERT
                 MOVE 0 TO WS-TVA
                 ADD 1 TO WS-CT-EXONEREES
              ELSE
                 IF WS-REPRISE-CUMUL = 'N'
                    DISPLAY 'PFACTURE : CERTIFICAT D EXONERATION'
                            ' EXPIRE CLIENT ' WS-FACT-CNO
                            ' (' WS-MEX-CERT ')'
*> Pas de ligne EXM sur le rapport cumulatif en mode essai
                    IF WS-MODE-ESSAI = 'N'
                       MOVE SPACES TO ENRFACTRPT-EXM
                       MOVE 'EXM' TO EXR-MARQUE
                       MOVE WS-FACT-CNO TO EXR-C-NO
                       MOVE WS-MEX-CERT TO EXR-CERT
                       MOVE WS-MEX-EXPIRY TO EXR-EXPIRY
                       WRITE ENRFACTRPT-EXM
                    END-IF
                 END-IF
           END-IF
           .

*> Certificat candidat WS-CAND-EXM : retenu s'il est au client de la
*> facture et expire plus tard que le meilleur deja vu (a egalite, le
*> premier dans l'ordre du fichier reste, comme avant)
       3172-TESTER-EXONERATION.

           IF WS-CEX-CNO = WS-FACT-CNO
              IF WS-EXM-TROUVE = 'N'
                 OR WS-CEX-EXPIRY > WS-MEX-EXPIRY
                 MOVE 'Y' TO WS-EXM-TROUVE
                 MOVE WS-CEX-CERT   TO WS-MEX-CERT
                 MOVE WS-CEX-EXPIRY TO WS-MEX-EXPIRY
              END-IF
           END-IF
           .

*> Suite de DTAXEXEMPT au-dela de la table : les lignes deja en table
*> sont sautees, les suivantes sont testees dans l'ordre du fichier
       3175-RELIRE-EXONERATIONS.

           MOVE 0 TO WS-ERRCODE-EXM
           MOVE 0 TO WS-RELU
           OPEN INPUT FTAXEXEMPT
           IF WS-ERRCODE-EXM = 0
              PERFORM UNTIL WS-ERRCODE-EXM NOT = 0
                 READ FTAXEXEMPT
                    AT END
                       MOVE 99 TO WS-ERRCODE-EXM
                    NOT AT END
                       ADD 1 TO WS-RELU
                       IF WS-RELU > WS-NB-EXM
                          MOVE EXM-C-NO   TO WS-CEX-CNO
                          MOVE EXM-CERT   TO WS-CEX-CERT
                          MOVE EXM-EXPIRY TO WS-CEX-EXPIRY
                          PERFORM 3172-TESTER-EXONERATION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FTAXEXEMPT
           END-IF
           .

*> ==========================================================
*> 3200-CALCUL-TOTAL : calcul du total final avec taxes et commission
*> ==========================================================
       3200-CALCUL-TOTAL.

           PERFORM 3160-DATE-FACTURE-ISO

*> Exoneration de taxe du client (revendeur) : certificat en cours de
*> validite a la date de commande -> taxe a zero, numero imprime au
           MOVE WS-SUB-TOTAL TO WS-BASE-COMMISSION
           ADD WS-FRAIS-TOTAL TO WS-SUB-TOTAL

*> Taxe par classe : chaque assiette prend le taux de sa classe dans
*> l'etat du client (cf 3210) ; la taxe de la facture en est la somme.
*> Le taux affiche seul au pied est celui de la classe generale
           MOVE 0 TO WS-TVA-TOT
           PERFORM 3210-TAXE-CLASSE
                   VARYING WS-TCF-IDX FROM 1 BY 1
                   UNTIL WS-TCF-IDX > WS-NB-TCF
           MOVE WS-TCF-TAUX(1) TO WS-TVA
           COMPUTE WS-TVA-AFFI = WS-TVA * 100
           PERFORM 3220-DETERMINER-TAUX-COMMISSION
           COMPUTE WS-COM-AFFI = WS-COM-RATE * 100
           COMPUTE WS-COM-TOT = WS-BASE-COMMISSION * WS-COM-RATE
           ADD WS-COM-TOT   TO WS-CT-COMMISSION
           ADD WS-TOTAL     TO WS-CT-TOTAL

*> Ventilation comptable : frais de commande en ventes du bureau
*> (categorie a blanc), TTC au compte clients de la devise du client
*> et acompte impute sur la facture (cf 3280)
           IF WS-FRAIS-TOTAL > 0
              MOVE WS-FACT-OFFICE TO WS-GLV-CLE-OFFICE
              MOVE SPACES         TO WS-GLV-CLE-CATEG
              MOVE WS-FRAIS-TOTAL TO WS-GLV-CLE-MNT
              PERFORM 3110-CUMUL-VENTES
           END-IF
           PERFORM 3280-IMPUTER-ACOMPTE
           PERFORM 3270-CUMUL-CLIENTS-DEVISE

*> Ventilation par bureau facturant (WS-OFFICE-ID est encore celui
*> de la commande dont on clot le total, l'entete suivant n'a pas
*> encore tourne)
           PERFORM 3260-CUMUL-TAXE-ETAT
           .

*> ==========================================================
*> 3210-TAXE-CLASSE : taux et taxe de la classe WS-TCF-IDX de la
*> facture en cours - taux de la matrice etat x classe (3150), zero
*> si le client est exonere (3170) ou si la classe est exoneree dans
*> l'etat ; la marque DEFAUT garde trace d'un repli sur le taux SYSIN
*> ==========================================================
       3210-TAXE-CLASSE.

           MOVE WS-TCF-CLASSE(WS-TCF-IDX) TO WS-TAX-CLE-CLASSE
           PERFORM 3150-TAUX-TAXE-ETAT
           IF WS-FACT-EXONEREE = 'Y' OR WS-TAXE-EXO = 'Y'
              MOVE 0 TO WS-TVA
           END-IF

*> Autoliquidation : toutes les classes a zero, cumulees sous la
*> marque 'A' (base HT declaree par le client, cf 2087)
           IF WS-FACT-REGIME = 'A'
              MOVE 0 TO WS-TVA
              MOVE 'N' TO WS-TAXE-EXO
           END-IF

           MOVE WS-TVA      TO WS-TCF-TAUX(WS-TCF-IDX)
           MOVE WS-TAXE-EXO TO WS-TCF-EXO(WS-TCF-IDX)
           EVALUATE TRUE
              WHEN WS-FACT-REGIME = 'A'
                 MOVE 'A' TO WS-TCF-DEFAUT(WS-TCF-IDX)
              WHEN WS-TAXE-TROUVEE = 'Y'
                 MOVE 'N' TO WS-TCF-DEFAUT(WS-TCF-IDX)
              WHEN OTHER
                 MOVE 'Y' TO WS-TCF-DEFAUT(WS-TCF-IDX)
           END-EVALUATE
           COMPUTE WS-TCF-TAXE(WS-TCF-IDX) =
                   WS-TVA * WS-TCF-BASE(WS-TCF-IDX)
           ADD WS-TCF-TAXE(WS-TCF-IDX) TO WS-TVA-TOT
           .

*> ==========================================================
*> 3260-CUMUL-TAXE-ETAT : cumule la base et la taxe de la facture qui
*> vient d'être calculée sur l'entrée de son état, les factures
*> retombées sur le taux SYSIN (WS-TAXE-TROUVEE = 'N' en sortie de
*> 3150) cumulées sous une entrée distincte du même état - pour le
*> journal comptable de fin de run et le registre de taxe. Le cumul
*> se fait classe par classe (etat + classe + defaut)
*> ==========================================================
       3260-CUMUL-TAXE-ETAT.

           PERFORM 3265-CUMUL-TAXE-CLASSE
                   VARYING WS-TCF-IDX FROM 1 BY 1
                   UNTIL WS-TCF-IDX > WS-NB-TCF
           .

*> Classe WS-TCF-IDX de la facture sur son entree etat + classe +
*> defaut ; la classe generale sans assiette n'est cumulee que si
*> elle est seule, pour garder la facture a zero dans le registre
       3265-CUMUL-TAXE-CLASSE.

           IF WS-TCF-BASE(WS-TCF-IDX) > 0 OR WS-NB-TCF = 1
              MOVE 'N' TO WS-TXC-TROUVE
              PERFORM VARYING WS-TXC-SCAN FROM 1 BY 1
                      UNTIL WS-TXC-SCAN > WS-NB-TXC
                 IF WS-TXC-ETAT(WS-TXC-SCAN) = WS-FACT-STATE
                    AND WS-TXC-CLASSE(WS-TXC-SCAN)
                        = WS-TCF-CLASSE(WS-TCF-IDX)
                    AND WS-TXC-DEFAUT(WS-TXC-SCAN)
                        = WS-TCF-DEFAUT(WS-TCF-IDX)
                    MOVE WS-TXC-SCAN TO WS-TXC-IDX
                    MOVE 'Y' TO WS-TXC-TROUVE
                 END-IF
              END-PERFORM

              IF WS-TXC-TROUVE = 'N' AND WS-NB-TXC < 2000
                 ADD 1 TO WS-NB-TXC
                 MOVE WS-FACT-STATE TO WS-TXC-ETAT(WS-NB-TXC)
                 MOVE WS-TCF-CLASSE(WS-TCF-IDX)
                      TO WS-TXC-CLASSE(WS-NB-TXC)
                 MOVE WS-TCF-DEFAUT(WS-TCF-IDX)
                      TO WS-TXC-DEFAUT(WS-NB-TXC)
                 MOVE 0 TO WS-TXC-BASE(WS-NB-TXC)
                 MOVE 0 TO WS-TXC-TAXE(WS-NB-TXC)
                 MOVE WS-NB-TXC TO WS-TXC-IDX
                 MOVE 'Y' TO WS-TXC-TROUVE
              END-IF

              IF WS-TXC-TROUVE = 'Y'
                 ADD WS-TCF-BASE(WS-TCF-IDX) TO WS-TXC-BASE(WS-TXC-IDX)
                 ADD WS-TCF-TAXE(WS-TCF-IDX) TO WS-TXC-TAXE(WS-TXC-IDX)
              ELSE
                 ADD WS-TCF-TAXE(WS-TCF-IDX) TO WS-TXC-DEBORD
                 ADD 1 TO WS-CT-TXC-DEBORD
              END-IF
           END-IF
           .

*> ==========================================================
*> 3270-CUMUL-CLIENTS-DEVISE : cumule le TTC de la facture qui vient
*> d'etre calculee sur la devise de son client (WS-FACT-DEVISE) -
*> un compte clients par devise au journal comptable ; table pleine
*> -> cumul de debordement, passe au compte d'attente en 6100
*> ==========================================================
       3270-CUMUL-CLIENTS-DEVISE.

           MOVE 'N' TO WS-GLC-TROUVE
           PERFORM VARYING WS-GLC-IDX FROM 1 BY 1
                   UNTIL WS-GLC-IDX > WS-NB-GLC OR WS-GLC-TROUVE = 'Y'
              IF WS-GLC-DEVISE(WS-GLC-IDX) = WS-FACT-DEVISE
                 ADD WS-TOTAL TO WS-GLC-MONTANT(WS-GLC-IDX)
                 ADD WS-ACOMPTE TO WS-GLC-ACOMPTE(WS-GLC-IDX)
                 MOVE 'Y' TO WS-GLC-TROUVE
              END-IF
           END-PERFORM

           IF WS-GLC-TROUVE = 'N'
              IF WS-NB-GLC < 50
                 ADD 1 TO WS-NB-GLC
                 MOVE WS-FACT-DEVISE TO WS-GLC-DEVISE(WS-NB-GLC)
                 MOVE WS-TOTAL       TO WS-GLC-MONTANT(WS-NB-GLC)
                 MOVE WS-ACOMPTE     TO WS-GLC-ACOMPTE(WS-NB-GLC)
              ELSE
                 ADD WS-TOTAL TO WS-GLC-DEBORD
                 ADD WS-ACOMPTE TO WS-GLC-DEB-ACOMPTE
              END-IF
           END-IF
           ADD WS-ACOMPTE TO WS-CT-ACOMPTES
           .

*> ==========================================================
*> 3280-IMPUTER-ACOMPTE : acompte detenu au registre DDEPOSIT pour
*> chaque commande de la facture, impute dans la limite du TTC ; en
*> run normal le registre est mis a jour (cumul impute, derniere
*> imputation, montant a reporter sur BALANCE par PDEPOSIT), en mode
*> essai l'acompte est seulement imprime. Une reimpression reprend
*> l'acompte impute sur la facture reimprimee, le recumul et le
*> redemarrage apres abend celui impute ce jour par le run
*> interrompu, sans imputer une seconde fois
*> ==========================================================
       3280-IMPUTER-ACOMPTE.

           MOVE 0 TO WS-ACOMPTE
           MOVE 0 TO WS-NB-ACP

           IF WS-DEP-OUVERT = 'Y'
              IF WS-REPRISE-CUMUL = 'Y'
                 MOVE WS-ONO-REPRISE TO DEP-O-NO
                 PERFORM 3285-ACOMPTE-COMMANDE
              ELSE
                 PERFORM VARYING WS-FON-IDX FROM 1 BY 1
                         UNTIL WS-FON-IDX > WS-NB-FON
                    MOVE WS-FON-ONO(WS-FON-IDX) TO DEP-O-NO
                    PERFORM 3285-ACOMPTE-COMMANDE
                 END-PERFORM
              END-IF
           END-IF
           .

       3285-ACOMPTE-COMMANDE.

           MOVE 0 TO WS-ACP-CDE
           READ FDEPOSIT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 3290-MONTANT-ACOMPTE
           END-READ

           IF WS-ACP-CDE > 0
              ADD WS-ACP-CDE TO WS-ACOMPTE
              ADD 1 TO WS-NB-ACP
              MOVE DEP-O-NO   TO WS-ACP-ONO(WS-NB-ACP)
              MOVE WS-ACP-CDE TO WS-ACP-MONTANT(WS-NB-ACP)
           END-IF
           .

       3290-MONTANT-ACOMPTE.

           EVALUATE TRUE
              WHEN WS-REPRINT-MODE = 'Y'
                 IF DEP-DERN-FACTURE = WS-INVOICE-NO
                    MOVE DEP-DERN-MONTANT TO WS-ACP-CDE
                 END-IF
              WHEN WS-FCKPT-ONO > 0
                   AND DEP-DERN-DATE = WS-GL-DATE-RUN
                 MOVE DEP-DERN-MONTANT TO WS-ACP-CDE
                 IF WS-REPRISE-CUMUL = 'N' AND WS-MODE-ESSAI = 'N'
                    MOVE WS-INVOICE-NO TO DEP-DERN-FACTURE
                    REWRITE ENRDEPOSIT
                 END-IF
              WHEN OTHER
                 COMPUTE WS-ACP-DETENU = DEP-MONTANT - DEP-APPLIQUE
                                       - DEP-REMBOURSE
                 COMPUTE WS-ACP-RESTE = WS-TOTAL - WS-ACOMPTE
                 IF WS-ACP-DETENU < WS-ACP-RESTE
                    MOVE WS-ACP-DETENU TO WS-ACP-CDE
                 ELSE
                    MOVE WS-ACP-RESTE TO WS-ACP-CDE
                 END-IF
                 IF WS-ACP-CDE > 0 AND WS-MODE-ESSAI = 'N'
                    ADD WS-ACP-CDE TO DEP-APPLIQUE
                    ADD WS-ACP-CDE TO DEP-A-REPORTER
                    MOVE WS-FACT-CNO    TO DEP-C-NO
                    MOVE WS-INVOICE-NO  TO DEP-DERN-FACTURE
                    MOVE WS-ACP-CDE     TO DEP-DERN-MONTANT
                    MOVE WS-GL-DATE-RUN TO DEP-DERN-DATE
                    IF WS-ACP-CDE = WS-ACP-DETENU
                       MOVE 'A' TO DEP-ETAT
                    END-IF
                    REWRITE ENRDEPOSIT
                 END-IF
           END-EVALUATE
           .

*> ==========================================================
*> 3220-DETERMINER-TAUX-COMMISSION : retrouve (ou crée) la ligne de
*> WS-COMM-TABLE du vendeur de la facture en cours, et détermine son
                                                                        
           MOVE WS-SUB-TOTAL TO WS-SUB-TOTAL-STR                        
                                                                        
           MOVE WS-SUB-TOTAL-STR TO ENRFACTURE(52:10)                   
           MOVE WS-DEV-SYMBOLE TO ENRFACTURE(63:3)                                 
           PERFORM 4900-ECRIRE-LIGNE-FACTURE                                             
                                                                        
           MOVE SPACES TO ENRFACTURE                                    
           PERFORM 4900-ECRIRE-LIGNE-FACTURE                                             
                                                                        
*> Affichage de la TVA : une seule ligne tant que toute la facture
*> est en classe generale (ou le client exonere), sinon une ligne par
*> classe de taxe rencontree (cf 3210-TAXE-CLASSE)
           IF WS-NB-TCF = 1 OR WS-FACT-EXONEREE = 'Y'
              OR WS-FACT-REGIME = 'A'
              MOVE SPACES TO ENRFACTURE
              STRING
                  WS-LIB-TAXES    DELIMITED BY SIZE
                  WS-TVA-AFFI     DELIMITED BY SIZE
                  '%) :'          DELIMITED BY SIZE
              INTO
                  WS-TVA-LINE
              END-STRING

              MOVE WS-TVA-LINE TO ENRFACTURE(30:22)

              MOVE WS-TVA-TOT TO WS-TVA-TOT-STR

              MOVE WS-TVA-TOT-STR TO ENRFACTURE(52:10)
              MOVE WS-DEV-SYMBOLE TO ENRFACTURE(63:3)
              PERFORM 4900-ECRIRE-LIGNE-FACTURE
           ELSE
              PERFORM 4010-LIGNE-TAXE-CLASSE
                      VARYING WS-TCF-IDX FROM 1 BY 1
                      UNTIL WS-TCF-IDX > WS-NB-TCF
           END-IF

*> Client exonere : le numero de certificat est imprime sous la
*> ligne de taxe (a zero), piece justificative de l'exoneration
              MOVE WS-LIB-EXEMPT TO ENRFACTURE(30:20)
              MOVE WS-FACT-CERT TO ENRFACTURE(50:15)
              PERFORM 4900-ECRIRE-LIGNE-FACTURE
           END-IF

*> Autoliquidation : mention legale dans la langue du client et les
*> deux N° de TVA ; le N° du client est imprime des qu'il est connu
           IF WS-FACT-REGIME = 'A'
              MOVE SPACES TO ENRFACTURE
              MOVE WS-LIB-AUTOLIQ TO ENRFACTURE(5:50)
              PERFORM 4900-ECRIRE-LIGNE-FACTURE
              MOVE SPACES TO ENRFACTURE
              MOVE WS-LIB-TVA-SOC TO ENRFACTURE(5:20)
              MOVE WS-TVA-INTRA-SOC TO ENRFACTURE(25:14)
              PERFORM 4900-ECRIRE-LIGNE-FACTURE
           END-IF
           IF WS-FACT-TVA-INTRA NOT = SPACES
              MOVE SPACES TO ENRFACTURE
              MOVE WS-LIB-TVA-CLI TO ENRFACTURE(5:20)
              MOVE WS-FACT-TVA-INTRA TO ENRFACTURE(25:14)
              PERFORM 4900-ECRIRE-LIGNE-FACTURE
           END-IF
                                                                        
           MOVE SPACES TO ENRFACTURE                                    
           PERFORM 4900-ECRIRE-LIGNE-FACTURE                                             
                                                                        
           MOVE WS-COM-TOT TO WS-COM-TOT-STR                            
                                                                        
           MOVE WS-COM-TOT-STR TO ENRFACTURE(52:10)                     
           MOVE WS-DEV-SYMBOLE TO ENRFACTURE(63:3)                                 
           PERFORM 4900-ECRIRE-LIGNE-FACTURE                                             
                                                                        
                                                                        
           MOVE WS-TOTAL TO WS-TOTAL-STR                                
                                                                        
           MOVE WS-TOTAL-STR TO ENRFACTURE(52:10)                       
           MOVE WS-DEV-SYMBOLE TO ENRFACTURE(63:3)                                 
           PERFORM 4900-ECRIRE-LIGNE-FACTURE                                             

*> Acompte recu deduit du total, puis net a payer (cf 3280)
           IF WS-ACOMPTE > 0
              MOVE SPACES TO ENRFACTURE
              MOVE WS-LIB-ACOMPTE TO ENRFACTURE(29:23)
              MOVE WS-ACOMPTE TO WS-TOTAL-STR
              MOVE WS-TOTAL-STR TO ENRFACTURE(52:10)
              MOVE WS-DEV-SYMBOLE TO ENRFACTURE(63:3)
              PERFORM 4900-ECRIRE-LIGNE-FACTURE

              MOVE SPACES TO ENRFACTURE
              MOVE WS-LIB-NET TO ENRFACTURE(38:14)
              COMPUTE WS-NET-A-PAYER = WS-TOTAL - WS-ACOMPTE
              MOVE WS-NET-A-PAYER TO WS-TOTAL-STR
              MOVE WS-TOTAL-STR TO ENRFACTURE(52:10)
              MOVE WS-DEV-SYMBOLE TO ENRFACTURE(63:3)
              PERFORM 4900-ECRIRE-LIGNE-FACTURE
           END-IF
                                                                        
           MOVE SPACES TO ENRFACTURE                                    
           PERFORM 4900-ECRIRE-LIGNE-FACTURE

*> Facture complete : fin du document de courriel
           IF WS-MAIL-OUVERT = 'Y'
              MOVE 'F' TO WS-MAIL-TYPE
              MOVE SPACES TO WS-MAIL-TEXTE
              PERFORM 4920-ECRIRE-COURRIEL
              MOVE 'N' TO WS-MAIL-OUVERT
              ADD 1 TO WS-CT-COURRIELS
           END-IF

*> Pas de registre CSV en mode essai : le portail AP ne doit jamais
*> voir un brouillon
           IF WS-MODE-ESSAI = 'N'
*> réimpression ne reposte pas la facture, déjà écrite au run normal
           IF WS-REPRINT-MODE = 'N' AND WS-MODE-ESSAI = 'N'
              PERFORM 4075-POSTER-LEDGER
              IF WS-FACT-REGIME = 'A'
                 PERFORM 4080-REGISTRE-INTRACOM
              END-IF
              PERFORM 4085-ARCHIVER-FACTURE

*> La commande est entierement imprimee (pied compris) : point de
*> reprise avance, un abend sur la suivante ne la rejouera pas ;
           MOVE ZEROS TO WS-SUB-TOTAL
           .

*> ==========================================================
*> 4010-LIGNE-TAXE-CLASSE : ligne de taxe de pied pour la classe
*> WS-TCF-IDX - libelle habituel pour la classe generale, code et
*> taux de la classe sinon, mention d'exoneration pour une classe
*> exoneree dans l'etat ; classe generale sans assiette omise
*> ==========================================================
       4010-LIGNE-TAXE-CLASSE.

           IF WS-TCF-CLASSE(WS-TCF-IDX) NOT = SPACES
              OR WS-TCF-BASE(WS-TCF-IDX) > 0
              MOVE SPACES TO ENRFACTURE
              MOVE SPACES TO WS-TVA-LINE
              COMPUTE WS-TVA-AFFI = WS-TCF-TAUX(WS-TCF-IDX) * 100
              EVALUATE TRUE
                 WHEN WS-TCF-CLASSE(WS-TCF-IDX) = SPACES
                    STRING WS-LIB-TAXES    DELIMITED BY SIZE
                           WS-TVA-AFFI     DELIMITED BY SIZE
                           '%) :'          DELIMITED BY SIZE
                           INTO WS-TVA-LINE
                    END-STRING
                 WHEN WS-TCF-EXO(WS-TCF-IDX) = 'Y'
                    STRING FUNCTION TRIM(WS-LIB-TAXE-CL)
                                           DELIMITED BY SIZE
                           ' '             DELIMITED BY SIZE
                           WS-TCF-CLASSE(WS-TCF-IDX)
                                           DELIMITED BY SIZE
                           ' '             DELIMITED BY SIZE
                           WS-LIB-TAXE-EXO DELIMITED BY SIZE
                           INTO WS-TVA-LINE
                    END-STRING
                 WHEN OTHER
                    STRING WS-LIB-TAXE-CL  DELIMITED BY SIZE
                           ' '             DELIMITED BY SIZE
                           WS-TCF-CLASSE(WS-TCF-IDX)
                                           DELIMITED BY SIZE
                           ' ('            DELIMITED BY SIZE
                           WS-TVA-AFFI     DELIMITED BY SIZE
                           '%) :'          DELIMITED BY SIZE
                           INTO WS-TVA-LINE
                    END-STRING
              END-EVALUATE
              MOVE WS-TVA-LINE TO ENRFACTURE(30:22)
              MOVE WS-TCF-TAXE(WS-TCF-IDX) TO WS-TVA-TOT-STR
              MOVE WS-TVA-TOT-STR TO ENRFACTURE(52:10)
              MOVE WS-DEV-SYMBOLE TO ENRFACTURE(63:3)
              PERFORM 4900-ECRIRE-LIGNE-FACTURE
           END-IF
           .

*> ==========================================================
*> 4080-REGISTRE-INTRACOM : une ligne DECSALES-LEDGER par facture en
*> autoliquidation (base HT, date de commande posee par 4075), pour
*> l'etat recapitulatif mensuel par N° de TVA de PECSALES
*> ==========================================================
       4080-REGISTRE-INTRACOM.

           MOVE SPACES TO ENRECSALES
           MOVE WS-ARO-DATE-ISO   TO ECS-DATE
           MOVE WS-INVOICE-NO     TO ECS-INVOICE-NO
           MOVE WS-FACT-CNO       TO ECS-C-NO
           MOVE WS-FACT-TVA-INTRA TO ECS-TVA-NO
           MOVE WS-FACT-DEVISE    TO ECS-DEVISE
           MOVE WS-SUB-TOTAL      TO ECS-BASE
           WRITE ENRECSALES
           ADD 1 TO WS-CT-AUTOLIQ
           .

*> ==========================================================
*> 4085-ARCHIVER-FACTURE : remise a l'archive legale (PDOCARCH) des
*> lignes de la facture complete, type 'F', serie = bureau
*> facturant, datee comme au grand livre (posee par 4075) ; une
*> facture deja archivee (rejeu apres abend) garde son original
*> ==========================================================
       4085-ARCHIVER-FACTURE.

           MOVE 'W'             TO WS-ARC-FONCTION
           MOVE WS-OFFICE-ID    TO WS-ARC-SERIE
           MOVE WS-INVOICE-NO   TO WS-ARC-NO
           MOVE WS-FACT-CNO     TO WS-ARC-C-NO
           MOVE WS-ARO-DATE-ISO TO WS-ARC-DATE
           MOVE 'Y'             TO WS-ARC-STATUT

           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
                   UNTIL WS-ARC-IDX > WS-ARC-NB
                      OR WS-ARC-STATUT NOT = 'Y'
              MOVE WS-ARC-IMAGE(WS-ARC-IDX) TO WS-ARC-LIGNE
              CALL PDOCARCH USING WS-ARC-FONCTION WS-ARC-TYPE
                                  WS-ARC-SERIE WS-ARC-NO
                                  WS-ARC-C-NO WS-ARC-DATE
                                  WS-ARC-LIGNE WS-ARC-STATUT
           END-PERFORM

           EVALUATE WS-ARC-STATUT
              WHEN 'Y'
                 ADD 1 TO WS-CT-ARC-FACTURES
              WHEN 'D'
                 ADD 1 TO WS-CT-ARC-DEJA
              WHEN OTHER
                 ADD 1 TO WS-CT-ARC-ERREURS
           END-EVALUATE
           MOVE 0 TO WS-ARC-NB
           .

*> ==========================================================
*> 4075-POSTER-LEDGER : une écriture 'F' dans DAR-OPEN par facture
*> émise (numéro de facture, commande, client, date de commande en
           MOVE WS-ONO          TO ARX-O-NO
           MOVE WS-ARO-DATE-ISO TO ARX-DATE
           MOVE WS-TOTAL        TO ARX-MONTANT
           MOVE WS-ACOMPTE      TO ARX-REGLE
           IF WS-ACOMPTE > 0 AND WS-ACOMPTE = WS-TOTAL
              MOVE 'S'          TO ARX-ETAT
           ELSE
              MOVE 'O'          TO ARX-ETAT
           END-IF
           MOVE WS-ECHEANCE     TO ARX-ECHEANCE
           WRITE ENRARXREF
               INVALID KEY
                   REWRITE ENRARXREF
           END-WRITE

*> Acompte impute : une ligne 'K' par commande, datee comme la
*> facture, qui la regle a hauteur de l'acompte (lue comme un
*> reglement par PPAYMENT, PARAGING, PSTMT, PGLTRIAL...)
           PERFORM VARYING WS-ACP-IDX FROM 1 BY 1
                   UNTIL WS-ACP-IDX > WS-NB-ACP
              MOVE SPACES TO ENRAROPEN
              MOVE 'K'             TO ARO-TYPE
              MOVE WS-FACT-CNO     TO ARO-C-NO
              MOVE WS-INVOICE-NO   TO ARO-INVOICE-NO
              MOVE WS-ACP-ONO(WS-ACP-IDX) TO ARO-O-NO
              MOVE WS-ARO-DATE-ISO TO ARO-DATE
              MOVE WS-ACP-MONTANT(WS-ACP-IDX) TO ARO-MONTANT
              MOVE 'ACOMPTE'       TO ARO-REFERENCE
              MOVE WS-ECHEANCE     TO ARO-ECHEANCE
              WRITE ENRAROPEN
           END-PERFORM

*> Mise à jour des registres pour CHAQUE commande incluse dans la
*> facture : la ligne DINVOICE-CTL de la premiere a ete posee a
*> l'en-tete, celles des suivantes (facturation consolidee) partent

              COMPUTE WS-CSV-LTOTAL =
                      WS-CSV-QTE(WS-CSV-IDX) * WS-CSV-PRIX(WS-CSV-IDX)
              PERFORM 4055-TAUX-LIGNE-CSV
              COMPUTE WS-CSV-LTAXE = WS-CSV-LTOTAL * WS-CSV-TAUX
              COMPUTE WS-CSV-LGRAND = WS-CSV-LTOTAL + WS-CSV-LTAXE

              MOVE WS-CSV-QTE(WS-CSV-IDX)  TO WS-CSV-QTE-STR
           END-PERFORM
           .

*> Taux de la ligne CSV WS-CSV-IDX : celui de sa classe de taxe
*> dans la facture (cf 3210), taux general si la classe n'y est pas
       4055-TAUX-LIGNE-CSV.

           MOVE WS-TCF-TAUX(1) TO WS-CSV-TAUX
           PERFORM VARYING WS-TCF-SCAN FROM 1 BY 1
                   UNTIL WS-TCF-SCAN > WS-NB-TCF
              IF WS-TCF-CLASSE(WS-TCF-SCAN)
                 = WS-CSV-CLASSE(WS-CSV-IDX)
                 MOVE WS-TCF-TAUX(WS-TCF-SCAN) TO WS-CSV-TAUX
              END-IF
           END-PERFORM
           .

*> ==========================================================
*> 6000-RAPPORT-CONTROLE : rapport de contrôle de fin de run, à
*> rapprocher par la compta du décompte de commandes de PEXTRACT
              END-PERFORM
           END-IF

*> Capacite des tables de reference : DDDEVISE est lu en direct, sans
*> limite (lus = factures dont la devise a ete trouvee au fichier)
           MOVE 'DDDEVISE'    TO WS-CAP-FICHIER
           MOVE WS-CT-DEV-LUES TO WS-CAP-LUS
           MOVE 0             TO WS-CAP-LIMITE
           PERFORM 6010-LIGNE-CAPACITE
           MOVE 'DOFFICE-MAP' TO WS-CAP-FICHIER
           MOVE WS-LUS-OFM    TO WS-CAP-LUS
           MOVE 20            TO WS-CAP-LIMITE
           PERFORM 6010-LIGNE-CAPACITE
           MOVE 'DTAXEXEMPT'  TO WS-CAP-FICHIER
           MOVE WS-LUS-EXM    TO WS-CAP-LUS
           MOVE 2000          TO WS-CAP-LIMITE
           PERFORM 6010-LIGNE-CAPACITE
           MOVE 'DSTATETAX'   TO WS-CAP-FICHIER
           MOVE WS-LUS-TAX    TO WS-CAP-LUS
           MOVE 2000          TO WS-CAP-LIMITE
           PERFORM 6010-LIGNE-CAPACITE

           DISPLAY 'PFACTURE - FACTURES=' WS-CT-FACTURES
                   ' LIGNES=' WS-CT-LIGNES
                   ' ECARTEES=' WS-CT-SKIPPED
                   ' CSV-TRONQUEES=' WS-CT-CSV-TRONQUE
                   ' FRAIS-NON-IMPRIMES=' WS-CT-FRAIS-NONIMP
                   ' CLASSES-TAXE-HORS-TABLE=' WS-CT-TCF-DEBORD
           IF WS-CT-TXC-DEBORD > 0
              DISPLAY 'PFACTURE - CUMUL DE TAXE PLEIN : '
                      WS-CT-TXC-DEBORD
                      ' CLASSE(S) DE FACTURE AU COMPTE D''ATTENTE'
                      ' ET HORS DTAXLEDGER'
           END-IF
           DISPLAY 'PFACTURE - SOUS-TOTAL=' WS-CT-SOUSTOTAL
                   ' TAXE=' WS-CT-TAXE
                   ' COMMISSION=' WS-CT-COMMISSION
                   ' TOTAL=' WS-CT-TOTAL
           DISPLAY 'PFACTURE - EXONEREES=' WS-CT-EXONEREES
                   ' CERTIFICATS EXPIRES=' WS-CT-CERT-EXPIRES
           MOVE WS-CT-ACOMPTES TO WS-GL-MNT-STR
           DISPLAY 'PFACTURE - ACOMPTES IMPUTES=' WS-GL-MNT-STR
           DISPLAY 'PFACTURE - ARCHIVEES=' WS-CT-ARC-FACTURES
                   ' DEJA ARCHIVEES=' WS-CT-ARC-DEJA
                   ' NON ARCHIVEES=' WS-CT-ARC-ERREURS
                   ' LIGNES HORS ARCHIVE=' WS-CT-ARC-DEBORD
           DISPLAY 'PFACTURE - PAR COURRIEL=' WS-CT-COURRIELS
                   ' CANAL EDI NON IMPRIMEES=' WS-CT-CANAL-EDI
                   ' COURRIEL SANS ADRESSE=' WS-CT-SANS-ADRESSE
           DISPLAY 'PFACTURE - COURRIELS REJETES=' WS-CT-BNC-LUS
                   ' REIMPRIMES=' WS-CT-BNC-REIMPR
                   ' ABSENTS DE L ARCHIVE=' WS-CT-BNC-ABSENTS

           IF WS-CT-FON-DEBORD > 0
              DISPLAY 'PFACTURE - FACTURE CONSOLIDEE TROP LONGUE : '
           END-IF
           .

*> ==========================================================
*> 6010-LIGNE-CAPACITE : ligne 'CAP' d'un fichier de reference
*> (WS-CAP-FICHIER, lus WS-CAP-LUS, capacite WS-CAP-LIMITE, 0 = lu en
*> direct sans limite) ; sur DFACTURE-RPT en run normal seulement,
*> comme les lignes OFF, et toujours a l'ecran
*> ==========================================================
       6010-LIGNE-CAPACITE.

           MOVE 0 TO WS-CAP-TAUX
           IF WS-CAP-LIMITE = 0
              MOVE 'ACCES DIRECT' TO WS-CAP-MODE
           ELSE
              COMPUTE WS-CAP-TAUX = (WS-CAP-LUS * 100) / WS-CAP-LIMITE
              IF WS-CAP-TAUX > 999
                 MOVE 999 TO WS-CAP-TAUX
              END-IF
              IF WS-CAP-LUS > WS-CAP-LIMITE
                 MOVE 'RELECTURE' TO WS-CAP-MODE
              ELSE
                 MOVE 'EN MEMOIRE' TO WS-CAP-MODE
              END-IF
           END-IF

           MOVE SPACES TO ENRFACTRPT-CAP
           MOVE 'CAP'          TO CPR-MARQUE
           MOVE WS-CAP-FICHIER TO CPR-FICHIER
           MOVE WS-CAP-LUS     TO CPR-LUS
           MOVE WS-CAP-LIMITE  TO CPR-LIMITE
           MOVE WS-CAP-TAUX    TO CPR-TAUX
           MOVE '%'            TO CPR-POURCENT
           MOVE WS-CAP-MODE    TO CPR-MODE

           IF WS-MODE-ESSAI = 'N' AND WS-REPRINT-MODE = 'N'
              WRITE ENRFACTRPT-CAP
           END-IF

           DISPLAY 'PFACTURE - CAPACITE ' ENRFACTRPT-CAP(5:47)
           .

*> ==========================================================
*> 6050-RAPPORT-COMMISSION : une ligne DCOMMISSION-RPT par vendeur
*> ayant facturé au moins une commande dans le run, pour que la paie

*> ==========================================================
*> 6100-JOURNAL-COMPTABLE : ecritures comptables equilibrees des
*> totaux du run - debit clients du TTC par devise du client, credit
*> ventes du HT par bureau facturant et categorie produit, credit
*> TVA collectee par etat (les factures au taux SYSIN de repli sous
*> leur propre libelle), charge et dette de commission - chaque piece
*> datee et signee PFACTURE, reprise sur la liste de controle avec un
           END-STRING
           WRITE ENRGLEDIT

*> Debit clients du total TTC facture, une piece par devise client
*> (compte clients de la devise, cf 3270)
           MOVE SPACES TO WS-GL-OFFICE
           MOVE SPACES TO WS-GL-CATEG
           PERFORM VARYING WS-GLC-IDX FROM 1 BY 1
                   UNTIL WS-GLC-IDX > WS-NB-GLC
              MOVE 'CLIENTS' TO WS-GL-TYPE
              MOVE WS-GLC-DEVISE(WS-GLC-IDX) TO WS-GL-DEVISE
              MOVE SPACES TO WS-GL-LIBELLE
              STRING 'CLIENTS - FACTURES DU RUN ' DELIMITED BY SIZE
                     WS-GLC-DEVISE(WS-GLC-IDX) DELIMITED BY SIZE
                     INTO WS-GL-LIBELLE
              END-STRING
              MOVE WS-GLC-MONTANT(WS-GLC-IDX) TO WS-GL-DEBIT
              MOVE 0 TO WS-GL-CREDIT
              PERFORM 6110-ECRIRE-PIECE
           END-PERFORM
           IF WS-GLC-DEBORD > 0
              MOVE 'SUSPENS' TO WS-GL-TYPE
              MOVE SPACES TO WS-GL-DEVISE
              MOVE 'CLIENTS - DEVISES HORS TABLE' TO WS-GL-LIBELLE
              MOVE WS-GLC-DEBORD TO WS-GL-DEBIT
              MOVE 0 TO WS-GL-CREDIT
              PERFORM 6110-ECRIRE-PIECE
           END-IF

*> Acomptes imputes sur les factures du run : la dette ACOMPTES
*> s'eteint contre la creance clients, par devise client (cf 3280)
           PERFORM VARYING WS-GLC-IDX FROM 1 BY 1
                   UNTIL WS-GLC-IDX > WS-NB-GLC
              IF WS-GLC-ACOMPTE(WS-GLC-IDX) > 0
                 MOVE WS-GLC-DEVISE(WS-GLC-IDX) TO WS-GL-DEVISE
                 MOVE SPACES TO WS-GL-LIBELLE
                 STRING 'ACOMPTES IMPUTES ' DELIMITED BY SIZE
                        WS-GLC-DEVISE(WS-GLC-IDX) DELIMITED BY SIZE
                        INTO WS-GL-LIBELLE
                 END-STRING
                 MOVE 'ACOMPTES' TO WS-GL-TYPE
                 MOVE WS-GLC-ACOMPTE(WS-GLC-IDX) TO WS-GL-DEBIT
                 MOVE 0 TO WS-GL-CREDIT
                 PERFORM 6110-ECRIRE-PIECE
                 MOVE 'CLIENTS' TO WS-GL-TYPE
                 MOVE 0 TO WS-GL-DEBIT
                 MOVE WS-GLC-ACOMPTE(WS-GLC-IDX) TO WS-GL-CREDIT
                 PERFORM 6110-ECRIRE-PIECE
              END-IF
           END-PERFORM
           IF WS-GLC-DEB-ACOMPTE > 0
              MOVE 'SUSPENS' TO WS-GL-TYPE
              MOVE SPACES TO WS-GL-DEVISE
              MOVE 'ACOMPTES - DEVISES HORS TABLE' TO WS-GL-LIBELLE
              MOVE WS-GLC-DEB-ACOMPTE TO WS-GL-DEBIT
              MOVE 0 TO WS-GL-CREDIT
              PERFORM 6110-ECRIRE-PIECE
              MOVE 'CLIENTS - DEVISES HORS TABLE' TO WS-GL-LIBELLE
              MOVE 0 TO WS-GL-DEBIT
              MOVE WS-GLC-DEB-ACOMPTE TO WS-GL-CREDIT
              PERFORM 6110-ECRIRE-PIECE
           END-IF

*> Credit ventes du sous-total HT, une piece par bureau facturant et
*> categorie produit (frais de commande sous la categorie a blanc)
           MOVE SPACES TO WS-GL-DEVISE
           PERFORM VARYING WS-GLV-IDX FROM 1 BY 1
                   UNTIL WS-GLV-IDX > WS-NB-GLV
              MOVE 'VENTES' TO WS-GL-TYPE
              MOVE WS-GLV-OFFICE(WS-GLV-IDX) TO WS-GL-OFFICE
              MOVE WS-GLV-CATEG(WS-GLV-IDX)  TO WS-GL-CATEG
              MOVE SPACES TO WS-GL-LIBELLE
              STRING 'VENTES ' DELIMITED BY SIZE
                     WS-GLV-CATEG(WS-GLV-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-GLV-OFFICE(WS-GLV-IDX) DELIMITED BY SIZE
                     INTO WS-GL-LIBELLE
              END-STRING
              MOVE 0 TO WS-GL-DEBIT
              MOVE WS-GLV-MONTANT(WS-GLV-IDX) TO WS-GL-CREDIT
              PERFORM 6110-ECRIRE-PIECE
           END-PERFORM
           IF WS-GLV-DEBORD > 0
              MOVE 'SUSPENS' TO WS-GL-TYPE
              MOVE SPACES TO WS-GL-OFFICE
              MOVE SPACES TO WS-GL-CATEG
              MOVE 'VENTES - VENTILATION HORS TABLE' TO WS-GL-LIBELLE
              MOVE 0 TO WS-GL-DEBIT
              MOVE WS-GLV-DEBORD TO WS-GL-CREDIT
              PERFORM 6110-ECRIRE-PIECE
           END-IF
           MOVE SPACES TO WS-GL-OFFICE
           MOVE SPACES TO WS-GL-CATEG

*> Credit TVA collectee, une piece par etat et classe de taxe
*> rencontres ; les factures retombees sur le taux SYSIN sous leur
*> propre libelle
           PERFORM VARYING WS-TXC-SCAN FROM 1 BY 1
                   UNTIL WS-TXC-SCAN > WS-NB-TXC
              MOVE 'TVA' TO WS-GL-TYPE
              MOVE SPACES TO WS-GL-LIBELLE
              EVALUATE WS-TXC-DEFAUT(WS-TXC-SCAN)
                 WHEN 'N'
                    STRING 'TVA COLLECTEE ETAT ' DELIMITED BY SIZE
                           WS-TXC-ETAT(WS-TXC-SCAN) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-TXC-CLASSE(WS-TXC-SCAN) DELIMITED BY SIZE
                           INTO WS-GL-LIBELLE
                    END-STRING
                 WHEN 'A'
                    STRING 'TVA AUTOLIQUIDEE PAYS ' DELIMITED BY SIZE
                           WS-TXC-ETAT(WS-TXC-SCAN) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-TXC-CLASSE(WS-TXC-SCAN) DELIMITED BY SIZE
                           INTO WS-GL-LIBELLE
                    END-STRING
                 WHEN OTHER
                    STRING 'TVA TAUX DEFAUT ETAT ' DELIMITED BY SIZE
                           WS-TXC-ETAT(WS-TXC-SCAN) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-TXC-CLASSE(WS-TXC-SCAN) DELIMITED BY SIZE
                           INTO WS-GL-LIBELLE
                    END-STRING
              END-EVALUATE
              MOVE 0 TO WS-GL-DEBIT
              MOVE WS-TXC-TAXE(WS-TXC-SCAN) TO WS-GL-CREDIT
              PERFORM 6110-ECRIRE-PIECE
           END-PERFORM
           IF WS-TXC-DEBORD > 0
              MOVE 'SUSPENS' TO WS-GL-TYPE
              MOVE 'TVA - VENTILATION HORS TABLE' TO WS-GL-LIBELLE
              MOVE 0 TO WS-GL-DEBIT
              MOVE WS-TXC-DEBORD TO WS-GL-CREDIT
              PERFORM 6110-ECRIRE-PIECE
           END-IF

*> Charge de commission et dette envers les vendeurs (piece
*> equilibree a part, la commission ne touche pas le compte clients)
           MOVE 'COMCHARG' TO WS-GL-TYPE
           MOVE 'COMMISSIONS - CHARGE' TO WS-GL-LIBELLE
           MOVE WS-CT-COMMISSION TO WS-GL-DEBIT
           MOVE 0 TO WS-GL-CREDIT
           PERFORM 6110-ECRIRE-PIECE

           MOVE 'COMDETTE' TO WS-GL-TYPE
           MOVE 'COMMISSIONS A PAYER' TO WS-GL-LIBELLE
           MOVE 0 TO WS-GL-DEBIT
           MOVE WS-CT-COMMISSION TO WS-GL-CREDIT
           PERFORM 6110-ECRIRE-PIECE

           PERFORM 6120-CONTROLE-EQUILIBRE

*> Cloture de PGLACCT (table des comptes et fichier d'attente)
           MOVE '*' TO WS-GL-TYPE
           CALL PGLACCT USING WS-GL-PROGRAMME WS-GL-TYPE WS-GL-OFFICE
                              WS-GL-CATEG WS-GL-DEVISE WS-GL-SENS
                              WS-GL-MONTANT WS-GL-COMPTE WS-GL-STATUT
           IF WS-CT-GL-ATTENTE > 0
              DISPLAY 'PFACTURE : ' WS-CT-GL-ATTENTE
                      ' ECRITURE(S) AU COMPTE D''ATTENTE'
           END-IF
           .

*> ==========================================================
*> 6110-ECRIRE-PIECE : une ecriture dans DGL-JRNL et sa ligne sur la
*> liste de controle DGL-EDIT, cumuls debit/credit tenus pour le
*> rapprochement final ; le compte est determine par PGLACCT a partir
*> de la nature WS-GL-TYPE et du bureau/categorie/devise - pas de
*> compte parametre -> compte d'attente, signale 'ATTENTE' en liste
*> ==========================================================
       6110-ECRIRE-PIECE.

           IF WS-GL-DEBIT > 0
              MOVE 'D' TO WS-GL-SENS
              MOVE WS-GL-DEBIT TO WS-GL-MONTANT
           ELSE
              MOVE 'C' TO WS-GL-SENS
              MOVE WS-GL-CREDIT TO WS-GL-MONTANT
           END-IF
           CALL PGLACCT USING WS-GL-PROGRAMME WS-GL-TYPE WS-GL-OFFICE
                              WS-GL-CATEG WS-GL-DEVISE WS-GL-SENS
                              WS-GL-MONTANT WS-GL-COMPTE WS-GL-STATUT
           IF WS-GL-STATUT = 'N'
              ADD 1 TO WS-CT-GL-ATTENTE
           END-IF

           MOVE SPACES TO ENRGLJRNL
           MOVE WS-GL-DATE-RUN TO JRN-DATE
           MOVE 'PFACTURE'     TO JRN-SOURCE
              MOVE WS-GL-CREDIT TO WS-GL-MNT-STR
              MOVE WS-GL-MNT-STR TO ENRGLEDIT(53:10)
           END-IF
           IF WS-GL-STATUT = 'N'
              MOVE 'ATTENTE' TO ENRGLEDIT(65:7)
           END-IF
           WRITE ENRGLEDIT
           .

              MOVE WS-GL-DATE-RUN          TO TXL-DATE
              MOVE WS-TXC-ETAT(WS-TXC-SCAN)   TO TXL-ETAT
              MOVE WS-TXC-DEFAUT(WS-TXC-SCAN) TO TXL-DEFAUT
              MOVE WS-TXC-CLASSE(WS-TXC-SCAN) TO TXL-CLASSE
              MOVE WS-TXC-BASE(WS-TXC-SCAN)   TO TXL-BASE
              MOVE WS-TXC-TAXE(WS-TXC-SCAN)   TO TXL-TAXE
              WRITE ENRTAXLEDGER

           IF EXT-REC-TYPE = 'C'
              ADD EXT-CHG-MONTANT TO WS-FRAIS-TOTAL
              MOVE EXT-TAX-CLASS   TO WS-TCF-CLE-CLASSE
              MOVE EXT-CHG-MONTANT TO WS-TCF-CLE-MNT
              PERFORM 3120-CUMUL-CLASSE-TAXE
           ELSE
              IF EXT-QUANTITY = 0 OR EXT-DESCRIPTION = SPACES
                 ADD 1 TO WS-CT-SKIPPED

           MOVE 0 TO WS-NB-FRAIS
           MOVE 0 TO WS-FRAIS-TOTAL
           PERFORM 3125-INIT-CLASSES-TAXE
           MOVE EXT-SNO   TO WS-FACT-SNO
           MOVE EXT-STATE TO WS-FACT-STATE
           MOVE EXT-COM   TO WS-FACT-COM
           MOVE EXT-CNO   TO WS-FACT-CNO
           MOVE EXT-ODATE TO WS-FACT-ODATE
           MOVE EXT-OFFICE TO WS-FACT-OFFICE
           MOVE EXT-DEVISE TO WS-FACT-DEVISE
           PERFORM 2087-REGIME-TVA
           .

*> ==========================================================
*> Code retour pour le moniteur de job : 8 si aucune facture n'a été
*> produite (FEXTRACT vide ou illisible - rien à reprocher à ce run,
*> mais STEP040 ne doit pas enchaîner sur une sortie inexistante),
*> 4 si des lignes ont été écartées (quantité nulle/description vide)
*> ou si une ecriture comptable est partie au compte d'attente, ou
*> si un courriel rejete n'a pas pu etre reimprime, ou si de la
*> taxe n'a pas trouve place dans le cumul par etat, 0 sinon
           IF WS-CT-FACTURES = 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-CT-SKIPPED > 0 OR WS-CT-GL-ATTENTE > 0
                 OR WS-CT-BNC-ABSENTS > 0 OR WS-CT-TXC-DEBORD > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
           CALL PRUNLOG USING WS-RL-NOM WS-RL-PHASE WS-RL-RC
                              WS-RL-COMPTEUR

*> Archive legale refermee (sans effet si rien n'a ete archive)
           MOVE 'F' TO WS-ARC-FONCTION
           CALL PDOCARCH USING WS-ARC-FONCTION WS-ARC-TYPE
                               WS-ARC-SERIE WS-ARC-NO
                               WS-ARC-C-NO WS-ARC-DATE
                               WS-ARC-LIGNE WS-ARC-STATUT

*> Fin de run propre : le point de reprise est consomme, le fichier
*> DFACTURE-CKPT est tronque pour que le saut de reprise ne
*> s'applique qu'a un extrait reellement redemarre apres abend -
                 FGLJRNL
                 FGLEDIT
                 FTAXLEDGER
                 FECSALES
                 FFACTCKPT
                 FARXREF
                 FCOMMREG
                 FMAILSPOOL
           IF WS-DEV-OUVERT = 'Y'
              CLOSE FDEVISE
           END-IF
           IF WS-DEP-OUVERT = 'Y'
              CLOSE FDEPOSIT
           END-IF
           STOP RUN
           .
