*> ==========================================================
*> PCONVONO.cbl - Conversion des fichiers au N° de commande sur 6
*> chiffres, a la quantite sur 4 et au prix unitaire sur 7
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Reprendre une fois pour toutes les fichiers permanents qui
*>   portent le N° de commande, passe de 3 a 6 chiffres (colonne DB2
*>   O_NO elargie, cf PORDER) : chaque enregistrement est recopie
*>   dans le nouveau decoupage, le N° de commande complete de zeros
*>   en tete ('042' devient '000042') et la suite de l'enregistrement
*>   decalee de 3 octets
*> - Dans le meme passage, elargir la quantite de ligne (2 -> 4
*>   chiffres) et le prix unitaire (3 -> 5 chiffres entiers) des
*>   fichiers qui les portent (extrait, archives de lignes, journal
*>   des kits, ruptures, autorisations de retour) et reprendre
*>   l'historique des prix DPRICE-HIST et les prix retenus
*>   DPRICE-HOLD : zeros en tete, suite decalee
*> - Reprendre de meme le journal des substitutions et les pistes
*>   d'audit encore relues par l'aval (PORDACK, PAUDCOLL, PCREDREV,
*>   PCOMMCLAW), pour que leur historique reste lisible au nouveau
*>   decoupage
*> - Reconstruire les deux tables indexees dont l'enregistrement
*>   porte le N° de commande : DINVOICE-XREF (dont c'est la cle) et
*>   DAR-XREF
*> - Rendre compte, fichier par fichier, des enregistrements lus et
*>   ecrits
*>
*> Entrées :
*> - DINVOICE-CTL / DAR-OPEN / DEXTRACT / DARCH-EXTRACT /
*>   DARCH-ORDERS / DARCH-ITEMS / DRETURN-REG / DRMA-FILE /
*>   DORDER-BACKORDER / DCREDIT-HOLD / DKIT-JRNL / DCSVREG /
*>   DPRICE-HIST / DPRICE-HOLD / DORDER-SUBST / DCREDREL-AUDIT /
*>   DVOID-AUDIT / DAMEND-AUDIT / DSTATETAX-AUDIT : fichiers
*>   sequentiels dans l'ancien decoupage
*> - DINVOICE-XREF / DAR-XREF : tables indexees dans l'ancien
*>   decoupage (lues sequentiellement)
*>
*> Sorties :
*> - Les memes suffixes -NEW : fichier converti, destine a remplacer
*>   le fichier courant une fois le rapport verifie (meme principe
*>   que PHOUSEKEEP)
*> - DCONVONO-RPT : une ligne par fichier (lus / ecrits)
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - A lancer UNE SEULE FOIS, apres un cycle termine proprement et
*>   PHOUSEKEEP (les points de reprise DORDER-CKPT et DFACTURE-CKPT
*>   sont alors vides et sont simplement realloues a la nouvelle
*>   longueur), apres la derniere collecte PAUDCOLL et une fois les
*>   rejets en attente de DREJ-PEND soldes ; un fichier relance sur
*>   lui-meme serait decale deux fois
*> - Les pistes d'audit sont recopiees ligne pour ligne : les
*>   comptes deja replies de DAUDCOLL-CKPT (sources PCREDREL,
*>   PVOID, PTAXMAINT) restent justes et ne doivent PAS
*>   etre remis a zero, sans quoi PAUDCOLL replierait une deuxieme
*>   fois tout l'historique dans le depot
*> - Un N° de commande non numerique (ligne de total, ligne
*>   atypique) est decale de la meme facon, complete de blancs au
*>   lieu de zeros : rien n'est perdu
*> - Les lignes d'extrait (DEXTRACT, DARCH-EXTRACT) sortent au
*>   decoupage courant, categorie produit EXT-CATEGORY, code
*>   promotion EXT-PROMO, transporteur EXT-TRANSP, suivi EXT-SUIVI et
*>   classe de taxe EXT-TAX-CLASS a blanc en fin d'enregistrement
*> - Les autorisations de retour (DRMA-FILE) sortent de meme au
*>   decoupage courant, motif code RMA-RAISON a blanc en fin
*>   d'enregistrement
*> - Un fichier absent est signale et compte : code retour 4 (la
*>   conversion est partielle, a verifier avant tout renommage)
*> - Les journaux d'audit cumules (DDNEWPRO-AUDIT-HIST,
*>   DORDER-RPT-HIST) ne sont relus par aucun programme : ils sont
*>   clos a l'ancienne longueur et une nouvelle generation est
*>   allouee a la nouvelle
*> - L'instantane DBI-SNAP de PBIEXTRACT n'est pas converti : le
*>   premier delta apres la conversion supprime les anciennes cles
*>   et ajoute les nouvelles, ce qui remet l'entrepot a niveau
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PCONVONO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FINVCTL ASSIGN TO DINVOICE-CTL
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-INVCTL.
           SELECT FINVCTLN ASSIGN TO DINVOICE-CTL-NEW
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-INVCTLN.

           SELECT FAROPEN ASSIGN TO DAR-OPEN
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-AROPEN.
           SELECT FAROPENN ASSIGN TO DAR-OPEN-NEW
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-AROPENN.

           SELECT FEXTRACT ASSIGN TO DEXTRACT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-EXTRACT.
           SELECT FEXTRACTN ASSIGN TO DEXTRACT-NEW
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-EXTRACTN.

           SELECT FARCHEXT ASSIGN TO DARCH-EXTRACT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-ARCHEXT.
           SELECT FARCHEXTN ASSIGN TO DARCH-EXTRACT-NEW
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-ARCHEXTN.

           SELECT FARCHORD ASSIGN TO DARCH-ORDERS
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-ARCHORD.
           SELECT FARCHORDN ASSIGN TO DARCH-ORDERS-NEW
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-ARCHORDN.

           SELECT FARCHITM ASSIGN TO DARCH-ITEMS
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-ARCHITM.
           SELECT FARCHITMN ASSIGN TO DARCH-ITEMS-NEW
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-ARCHITMN.

           SELECT FRETREG ASSIGN TO DRETURN-REG
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-RETREG.
           SELECT FRETREGN ASSIGN TO DRETURN-REG-NEW
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-RETREGN.

           SELECT FRMA ASSIGN TO DRMA-FILE
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-RMA.
           SELECT FRMAN ASSIGN TO DRMA-FILE-NEW
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-RMAN.

           SELECT FBACKORD ASSIGN TO DORDER-BACKORDER
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-BACKORD.
           SELECT FBACKORDN ASSIGN TO DORDER-BACKORDER-NEW
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-BACKORDN.

           SELECT FCREDHLD ASSIGN TO DCREDIT-HOLD
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-CREDHLD.
           SELECT FCREDHLDN ASSIGN TO DCREDIT-HOLD-NEW
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-CREDHLDN.

           SELECT FKITJRNL ASSIGN TO DKIT-JRNL
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-KITJRNL.
           SELECT FKITJRNLN ASSIGN TO DKIT-JRNL-NEW
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-KITJRNLN.

           SELECT FCSVREG ASSIGN TO DCSVREG
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-CSVREG.
           SELECT FCSVREGN ASSIGN TO DCSVREG-NEW
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-CSVREGN.

           SELECT FPRICEHIST ASSIGN TO DPRICE-HIST
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-PRICEHIST.
           SELECT FPRICEHISTN ASSIGN TO DPRICE-HIST-NEW
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-PRICEHISTN.

           SELECT FPRICEHOLD ASSIGN TO DPRICE-HOLD
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-PRICEHOLD.
           SELECT FPRICEHOLDN ASSIGN TO DPRICE-HOLD-NEW
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-PRICEHOLDN.
           SELECT FSUBJRNL ASSIGN TO DORDER-SUBST
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-SUBJRNL.
           SELECT FSUBJRNLN ASSIGN TO DORDER-SUBST-NEW
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-SUBJRNLN.
           SELECT FCREDAUD ASSIGN TO DCREDREL-AUDIT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-CREDAUD.
           SELECT FCREDAUDN ASSIGN TO DCREDREL-AUDIT-NEW
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-CREDAUDN.
           SELECT FVOIDAUD ASSIGN TO DVOID-AUDIT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-VOIDAUD.
           SELECT FVOIDAUDN ASSIGN TO DVOID-AUDIT-NEW
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-VOIDAUDN.
           SELECT FAMDAUD ASSIGN TO DAMEND-AUDIT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-AMDAUD.
           SELECT FAMDAUDN ASSIGN TO DAMEND-AUDIT-NEW
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-AMDAUDN.
           SELECT FTAXAUD ASSIGN TO DSTATETAX-AUDIT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-TAXAUD.
           SELECT FTAXAUDN ASSIGN TO DSTATETAX-AUDIT-NEW
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-TAXAUDN.

*> Tables indexees : relues dans l'ordre de leur cle, recreees en
*> sortie dans le meme ordre (la cle DINVOICE-XREF completee de
*> zeros garde son ordre)
           SELECT FINVXREF ASSIGN TO DINVOICE-XREF
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS XRF-O-NO
                        FILE STATUS IS WS-STATUS-INVXREF.
           SELECT FINVXREFN ASSIGN TO DINVOICE-XREF-NEW
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS XRFN-O-NO
                        FILE STATUS IS WS-STATUS-INVXREFN.

           SELECT FARXREF ASSIGN TO DAR-XREF
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS ARX-CLE
                        FILE STATUS IS WS-STATUS-ARXREF.
           SELECT FARXREFN ASSIGN TO DAR-XREF-NEW
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS ARXN-CLE
                        FILE STATUS IS WS-STATUS-ARXREFN.

           SELECT FCONVRPT ASSIGN TO DCONVONO-RPT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.

*> Ancien decoupage en entree, nouveau en sortie : 3 octets de plus
*> pour le N° de commande, plus ceux de la quantite et des prix
       FD FINVCTL
           RECORDING MODE IS F.
       01 ENRINVCTL         PIC X(11).

       FD FINVCTLN
           RECORDING MODE IS F.
       01 ENRINVCTLN        PIC X(14).

       FD FAROPEN
           RECORDING MODE IS F.
       01 ENRAROPEN         PIC X(70).

       FD FAROPENN
           RECORDING MODE IS F.
       01 ENRAROPENN        PIC X(73).

       FD FEXTRACT
           RECORDING MODE IS F.
       01 ENREXTRACT        PIC X(478).

       FD FEXTRACTN
           RECORDING MODE IS F.
       01 ENREXTRACTN       PIC X(605).

       FD FARCHEXT
           RECORDING MODE IS F.
       01 ENRARCHEXT        PIC X(478).

       FD FARCHEXTN
           RECORDING MODE IS F.
       01 ENRARCHEXTN       PIC X(605).

       FD FARCHORD
           RECORDING MODE IS F.
       01 ENRARCHORD        PIC X(22).

       FD FARCHORDN
           RECORDING MODE IS F.
       01 ENRARCHORDN       PIC X(25).

       FD FARCHITM
           RECORDING MODE IS F.
       01 ENRARCHITM        PIC X(16).

       FD FARCHITMN
           RECORDING MODE IS F.
       01 ENRARCHITMN       PIC X(23).

       FD FRETREG
           RECORDING MODE IS F.
       01 ENRRETREG         PIC X(36).

       FD FRETREGN
           RECORDING MODE IS F.
       01 ENRRETREGN        PIC X(39).

       FD FRMA
           RECORDING MODE IS F.
       01 ENRRMA            PIC X(46).

       FD FRMAN
           RECORDING MODE IS F.
       01 ENRRMAN           PIC X(55).

       FD FBACKORD
           RECORDING MODE IS F.
       01 ENRBACKORD        PIC X(50).

       FD FBACKORDN
           RECORDING MODE IS F.
       01 ENRBACKORDN       PIC X(55).

       FD FCREDHLD
           RECORDING MODE IS F.
       01 ENRCREDHLD        PIC X(49).

       FD FCREDHLDN
           RECORDING MODE IS F.
       01 ENRCREDHLDN       PIC X(52).

       FD FKITJRNL
           RECORDING MODE IS F.
       01 ENRKITJRNL        PIC X(30).

       FD FKITJRNLN
           RECORDING MODE IS F.
       01 ENRKITJRNLN       PIC X(42).

       FD FCSVREG
           RECORDING MODE IS F.
       01 ENRCSVREG         PIC X(150).

       FD FCSVREGN
           RECORDING MODE IS F.
       01 ENRCSVREGN        PIC X(150).

       FD FPRICEHIST
           RECORDING MODE IS F.
       01 ENRPRICEHIST      PIC X(20).

       FD FPRICEHISTN
           RECORDING MODE IS F.
       01 ENRPRICEHISTN     PIC X(22).

       FD FPRICEHOLD
           RECORDING MODE IS F.
       01 ENRPRICEHOLD      PIC X(48).

       FD FPRICEHOLDN
           RECORDING MODE IS F.
       01 ENRPRICEHOLDN     PIC X(52).

       FD FSUBJRNL
           RECORDING MODE IS F.
       01 ENRSUBJRNL        PIC X(42).

       FD FSUBJRNLN
           RECORDING MODE IS F.
       01 ENRSUBJRNLN       PIC X(45).

       FD FCREDAUD
           RECORDING MODE IS F.
       01 ENRCREDAUD        PIC X(67).

       FD FCREDAUDN
           RECORDING MODE IS F.
       01 ENRCREDAUDN       PIC X(70).

       FD FVOIDAUD
           RECORDING MODE IS F.
       01 ENRVOIDAUD        PIC X(98).

       FD FVOIDAUDN
           RECORDING MODE IS F.
       01 ENRVOIDAUDN       PIC X(101).

       FD FAMDAUD
           RECORDING MODE IS F.
       01 ENRAMDAUD         PIC X(70).

       FD FAMDAUDN
           RECORDING MODE IS F.
       01 ENRAMDAUDN        PIC X(77).

       FD FTAXAUD
           RECORDING MODE IS F.
       01 ENRTAXAUD         PIC X(67).

       FD FTAXAUDN
           RECORDING MODE IS F.
       01 ENRTAXAUDN        PIC X(70).

*> Même structure que celle écrite par PFACTURE (cf PFACTURE.cbl),
*> avant et apres elargissement de la cle
       FD FINVXREF
           DATA RECORD IS ENRINVXREF.

       01 ENRINVXREF.
          05 XRF-O-NO        PIC 9(3).
          05 FILLER          PIC X(29).

       FD FINVXREFN
           DATA RECORD IS ENRINVXREFN.

       01 ENRINVXREFN.
          05 XRFN-O-NO       PIC 9(6).
          05 FILLER          PIC X(29).

*> Même structure que celle tenue par PFACTURE et les ecrivains du
*> grand livre (cf PFACTURE.cbl) : la cle client + facture ne bouge
*> pas, ARX-O-NO est en position 12
       FD FARXREF
           DATA RECORD IS ENRARXREF.

       01 ENRARXREF.
          05 ARX-CLE         PIC X(10).
          05 FILLER          PIC X(43).

       FD FARXREFN
           DATA RECORD IS ENRARXREFN.

       01 ENRARXREFN.
          05 ARXN-CLE        PIC X(10).
          05 FILLER          PIC X(46).

*> Une ligne de compte rendu par fichier converti
       FD FCONVRPT
           RECORDING MODE IS F.

       01 ENRCONVRPT.
          05 CNR-FICHIER     PIC X(16).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 CNR-LUS         PIC ZZZZZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 CNR-ECRITS      PIC ZZZZZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 CNR-ETAT        PIC X(8).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-INVCTL   PIC 99 VALUE 0.
       77 WS-STATUS-INVCTLN  PIC 99 VALUE 0.
       77 WS-STATUS-AROPEN   PIC 99 VALUE 0.
       77 WS-STATUS-AROPENN  PIC 99 VALUE 0.
       77 WS-STATUS-EXTRACT  PIC 99 VALUE 0.
       77 WS-STATUS-EXTRACTN PIC 99 VALUE 0.
       77 WS-STATUS-ARCHEXT  PIC 99 VALUE 0.
       77 WS-STATUS-ARCHEXTN PIC 99 VALUE 0.
       77 WS-STATUS-ARCHORD  PIC 99 VALUE 0.
       77 WS-STATUS-ARCHORDN PIC 99 VALUE 0.
       77 WS-STATUS-ARCHITM  PIC 99 VALUE 0.
       77 WS-STATUS-ARCHITMN PIC 99 VALUE 0.
       77 WS-STATUS-RETREG   PIC 99 VALUE 0.
       77 WS-STATUS-RETREGN  PIC 99 VALUE 0.
       77 WS-STATUS-RMA      PIC 99 VALUE 0.
       77 WS-STATUS-RMAN     PIC 99 VALUE 0.
       77 WS-STATUS-BACKORD  PIC 99 VALUE 0.
       77 WS-STATUS-BACKORDN PIC 99 VALUE 0.
       77 WS-STATUS-CREDHLD  PIC 99 VALUE 0.
       77 WS-STATUS-CREDHLDN PIC 99 VALUE 0.
       77 WS-STATUS-KITJRNL  PIC 99 VALUE 0.
       77 WS-STATUS-KITJRNLN PIC 99 VALUE 0.
       77 WS-STATUS-CSVREG   PIC 99 VALUE 0.
       77 WS-STATUS-CSVREGN  PIC 99 VALUE 0.
       77 WS-STATUS-PRICEHIST  PIC 99 VALUE 0.
       77 WS-STATUS-PRICEHISTN PIC 99 VALUE 0.
       77 WS-STATUS-PRICEHOLD  PIC 99 VALUE 0.
       77 WS-STATUS-PRICEHOLDN PIC 99 VALUE 0.
       77 WS-STATUS-SUBJRNL  PIC 99 VALUE 0.
       77 WS-STATUS-SUBJRNLN PIC 99 VALUE 0.
       77 WS-STATUS-CREDAUD  PIC 99 VALUE 0.
       77 WS-STATUS-CREDAUDN PIC 99 VALUE 0.
       77 WS-STATUS-VOIDAUD  PIC 99 VALUE 0.
       77 WS-STATUS-VOIDAUDN PIC 99 VALUE 0.
       77 WS-STATUS-AMDAUD   PIC 99 VALUE 0.
       77 WS-STATUS-AMDAUDN  PIC 99 VALUE 0.
       77 WS-STATUS-TAXAUD   PIC 99 VALUE 0.
       77 WS-STATUS-TAXAUDN  PIC 99 VALUE 0.
       77 WS-STATUS-INVXREF  PIC 99 VALUE 0.
       77 WS-STATUS-INVXREFN PIC 99 VALUE 0.
       77 WS-STATUS-ARXREF   PIC 99 VALUE 0.
       77 WS-STATUS-ARXREFN  PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1).

*> Compteurs du fichier en cours de conversion
       01 WS-CT-LUS          PIC 9(7).
       01 WS-CT-ECRITS       PIC 9(7).
       01 WS-NOM-FICHIER     PIC X(16).
       01 WS-FICHIER-ABSENT  PIC X(1).

*> Enregistrement en cours : ancien et nouveau decoupage, position
*> du N° de commande et longueur de l'ancien enregistrement
       01 WS-CNV-ANCIEN      PIC X(481).
       01 WS-CNV-NOUVEAU     PIC X(485).
       01 WS-CNV-POS         PIC 9(3).
       01 WS-CNV-LONG        PIC 9(3).
       01 WS-CNV-RESTE       PIC 9(3).

*> Zone numerique a elargir dans WS-CNV-NOUVEAU : position, largeur
*> actuelle, octets ajoutes en tete, longueur courante de
*> l'enregistrement (augmentee a chaque elargissement)
       01 WS-CNV-TRAVAIL     PIC X(485).
       01 WS-ZON-POS         PIC 9(3).
       01 WS-ZON-LARG        PIC 9(3).
       01 WS-ZON-AJOUT       PIC 9(3).
       01 WS-ZON-LONG        PIC 9(3).

       77 WS-CT-ABSENTS      PIC 9(2) VALUE 0.

*> Code retour remis au moniteur de job : 4 si un des fichiers
*> attendus est absent (conversion partielle, a verifier avant tout
*> renommage), 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           OPEN OUTPUT FCONVRPT

           PERFORM 1000-CONVERTIR-INVCTL
           PERFORM 1100-CONVERTIR-AROPEN
           PERFORM 1200-CONVERTIR-EXTRACT
           PERFORM 1300-CONVERTIR-ARCH-EXTRACT
           PERFORM 1310-CONVERTIR-ARCH-ORDERS
           PERFORM 1320-CONVERTIR-ARCH-ITEMS
           PERFORM 1400-CONVERTIR-RETURN-REG
           PERFORM 1410-CONVERTIR-RMA
           PERFORM 1500-CONVERTIR-BACKORDER
           PERFORM 1510-CONVERTIR-CREDIT-HOLD
           PERFORM 1520-CONVERTIR-KIT-JRNL
           PERFORM 1530-CONVERTIR-ORDER-SUBST
           PERFORM 1600-CONVERTIR-CSVREG
           PERFORM 1700-CONVERTIR-PRICE-HIST
           PERFORM 1710-CONVERTIR-PRICE-HOLD
           PERFORM 1800-CONVERTIR-CREDREL-AUDIT
           PERFORM 1810-CONVERTIR-VOID-AUDIT
           PERFORM 1820-CONVERTIR-AMEND-AUDIT
           PERFORM 1830-CONVERTIR-STATETAX-AUDIT
           PERFORM 2000-CONVERTIR-INVXREF
           PERFORM 2100-CONVERTIR-ARXREF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Registre des numeros de facture (cf PFACTURE) : N° de commande
*> en tete
       1000-CONVERTIR-INVCTL.

           MOVE 'DINVOICE-CTL' TO WS-NOM-FICHIER
           MOVE 1 TO WS-CNV-POS
           MOVE 11 TO WS-CNV-LONG
           MOVE 0 TO WS-CT-LUS
           MOVE 0 TO WS-CT-ECRITS
           MOVE 'N' TO WS-FICHIER-ABSENT

           OPEN OUTPUT FINVCTLN

           OPEN INPUT FINVCTL
           IF WS-STATUS-INVCTL = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FINVCTL
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LUS
                       MOVE ENRINVCTL TO WS-CNV-ANCIEN
                       PERFORM 8000-ELARGIR-NO-COMMANDE
                       MOVE WS-CNV-NOUVEAU TO ENRINVCTLN
                       WRITE ENRINVCTLN
                       ADD 1 TO WS-CT-ECRITS
                 END-READ
              END-PERFORM
              CLOSE FINVCTL
           ELSE
              MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF

           CLOSE FINVCTLN

           PERFORM 8100-LIGNE-RAPPORT
           .

*> Journal des comptes ouverts (cf PFACTURE) : ARO-O-NO en position
*> 15, a zero sur les reglements
       1100-CONVERTIR-AROPEN.

           MOVE 'DAR-OPEN' TO WS-NOM-FICHIER
           MOVE 15 TO WS-CNV-POS
           MOVE 70 TO WS-CNV-LONG
           MOVE 0 TO WS-CT-LUS
           MOVE 0 TO WS-CT-ECRITS
           MOVE 'N' TO WS-FICHIER-ABSENT

           OPEN OUTPUT FAROPENN

           OPEN INPUT FAROPEN
           IF WS-STATUS-AROPEN = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FAROPEN
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LUS
                       MOVE ENRAROPEN TO WS-CNV-ANCIEN
                       PERFORM 8000-ELARGIR-NO-COMMANDE
                       MOVE WS-CNV-NOUVEAU TO ENRAROPENN
                       WRITE ENRAROPENN
                       ADD 1 TO WS-CT-ECRITS
                 END-READ
              END-PERFORM
              CLOSE FAROPEN
           ELSE
              MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF

           CLOSE FAROPENN

           PERFORM 8100-LIGNE-RAPPORT
           .

*> Extrait du cycle (cf PEXTRACT) : EXT-ONO en tete, quantite et
*> prix de la ligne juste apres EXT-PNO
       1200-CONVERTIR-EXTRACT.

           MOVE 'DEXTRACT' TO WS-NOM-FICHIER
           MOVE 1 TO WS-CNV-POS
           MOVE 478 TO WS-CNV-LONG
           MOVE 0 TO WS-CT-LUS
           MOVE 0 TO WS-CT-ECRITS
           MOVE 'N' TO WS-FICHIER-ABSENT

           OPEN OUTPUT FEXTRACTN

           OPEN INPUT FEXTRACT
           IF WS-STATUS-EXTRACT = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FEXTRACT
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LUS
                       MOVE ENREXTRACT TO WS-CNV-ANCIEN
                       PERFORM 8000-ELARGIR-NO-COMMANDE
                       PERFORM 8210-QTE-PRIX-EXTRACT
                       MOVE WS-CNV-NOUVEAU TO ENREXTRACTN
                       WRITE ENREXTRACTN
                       ADD 1 TO WS-CT-ECRITS
                 END-READ
              END-PERFORM
              CLOSE FEXTRACT
           ELSE
              MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF

           CLOSE FEXTRACTN

           PERFORM 8100-LIGNE-RAPPORT
           .

*> Archives de PARCHIVE : extrait, commandes et lignes, N° de
*> commande en tete
       1300-CONVERTIR-ARCH-EXTRACT.

           MOVE 'DARCH-EXTRACT' TO WS-NOM-FICHIER
           MOVE 1 TO WS-CNV-POS
           MOVE 478 TO WS-CNV-LONG
           MOVE 0 TO WS-CT-LUS
           MOVE 0 TO WS-CT-ECRITS
           MOVE 'N' TO WS-FICHIER-ABSENT

           OPEN OUTPUT FARCHEXTN

           OPEN INPUT FARCHEXT
           IF WS-STATUS-ARCHEXT = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FARCHEXT
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LUS
                       MOVE ENRARCHEXT TO WS-CNV-ANCIEN
                       PERFORM 8000-ELARGIR-NO-COMMANDE
                       PERFORM 8210-QTE-PRIX-EXTRACT
                       MOVE WS-CNV-NOUVEAU TO ENRARCHEXTN
                       WRITE ENRARCHEXTN
                       ADD 1 TO WS-CT-ECRITS
                 END-READ
              END-PERFORM
              CLOSE FARCHEXT
           ELSE
              MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF

           CLOSE FARCHEXTN

           PERFORM 8100-LIGNE-RAPPORT
           .

       1310-CONVERTIR-ARCH-ORDERS.

           MOVE 'DARCH-ORDERS' TO WS-NOM-FICHIER
           MOVE 1 TO WS-CNV-POS
           MOVE 22 TO WS-CNV-LONG
           MOVE 0 TO WS-CT-LUS
           MOVE 0 TO WS-CT-ECRITS
           MOVE 'N' TO WS-FICHIER-ABSENT

           OPEN OUTPUT FARCHORDN

           OPEN INPUT FARCHORD
           IF WS-STATUS-ARCHORD = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FARCHORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LUS
                       MOVE ENRARCHORD TO WS-CNV-ANCIEN
                       PERFORM 8000-ELARGIR-NO-COMMANDE
                       MOVE WS-CNV-NOUVEAU TO ENRARCHORDN
                       WRITE ENRARCHORDN
                       ADD 1 TO WS-CT-ECRITS
                 END-READ
              END-PERFORM
              CLOSE FARCHORD
           ELSE
              MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF

           CLOSE FARCHORDN

           PERFORM 8100-LIGNE-RAPPORT
           .

       1320-CONVERTIR-ARCH-ITEMS.

           MOVE 'DARCH-ITEMS' TO WS-NOM-FICHIER
           MOVE 1 TO WS-CNV-POS
           MOVE 16 TO WS-CNV-LONG
           MOVE 0 TO WS-CT-LUS
           MOVE 0 TO WS-CT-ECRITS
           MOVE 'N' TO WS-FICHIER-ABSENT

           OPEN OUTPUT FARCHITMN

           OPEN INPUT FARCHITM
           IF WS-STATUS-ARCHITM = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FARCHITM
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LUS
                       MOVE ENRARCHITM TO WS-CNV-ANCIEN
                       PERFORM 8000-ELARGIR-NO-COMMANDE
                       PERFORM 8220-QTE-PRIX-ARCH-ITEMS
                       MOVE WS-CNV-NOUVEAU TO ENRARCHITMN
                       WRITE ENRARCHITMN
                       ADD 1 TO WS-CT-ECRITS
                 END-READ
              END-PERFORM
              CLOSE FARCHITM
           ELSE
              MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF

           CLOSE FARCHITMN

           PERFORM 8100-LIGNE-RAPPORT
           .

*> Registre des avoirs (cf PRETURN) : REG-O-NO en tete
       1400-CONVERTIR-RETURN-REG.

           MOVE 'DRETURN-REG' TO WS-NOM-FICHIER
           MOVE 1 TO WS-CNV-POS
           MOVE 36 TO WS-CNV-LONG
           MOVE 0 TO WS-CT-LUS
           MOVE 0 TO WS-CT-ECRITS
           MOVE 'N' TO WS-FICHIER-ABSENT

           OPEN OUTPUT FRETREGN

           OPEN INPUT FRETREG
           IF WS-STATUS-RETREG = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FRETREG
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LUS
                       MOVE ENRRETREG TO WS-CNV-ANCIEN
                       PERFORM 8000-ELARGIR-NO-COMMANDE
                       MOVE WS-CNV-NOUVEAU TO ENRRETREGN
                       WRITE ENRRETREGN
                       ADD 1 TO WS-CT-ECRITS
                 END-READ
              END-PERFORM
              CLOSE FRETREG
           ELSE
              MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF

           CLOSE FRETREGN

           PERFORM 8100-LIGNE-RAPPORT
           .

*> Registre des autorisations de retour (cf PRMA) : RMA-O-NO en
*> position 8, apres le N° d'autorisation
       1410-CONVERTIR-RMA.

           MOVE 'DRMA-FILE' TO WS-NOM-FICHIER
           MOVE 8 TO WS-CNV-POS
           MOVE 46 TO WS-CNV-LONG
           MOVE 0 TO WS-CT-LUS
           MOVE 0 TO WS-CT-ECRITS
           MOVE 'N' TO WS-FICHIER-ABSENT

           OPEN OUTPUT FRMAN

           OPEN INPUT FRMA
           IF WS-STATUS-RMA = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FRMA
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LUS
                       MOVE ENRRMA TO WS-CNV-ANCIEN
                       PERFORM 8000-ELARGIR-NO-COMMANDE
                       PERFORM 8240-QTE-RMA
                       MOVE WS-CNV-NOUVEAU TO ENRRMAN
                       WRITE ENRRMAN
                       ADD 1 TO WS-CT-ECRITS
                 END-READ
              END-PERFORM
              CLOSE FRMA
           ELSE
              MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF

           CLOSE FRMAN

           PERFORM 8100-LIGNE-RAPPORT
           .

*> Journaux de PORDER encore relus par l'aval : ruptures (PBACKREL,
*> PREPLEN), attentes credit (PCUSTINQ) et eclatements de kits
*> (PEXTRACT), N° de commande en tete
       1500-CONVERTIR-BACKORDER.

           MOVE 'DORDER-BACKORDER' TO WS-NOM-FICHIER
           MOVE 1 TO WS-CNV-POS
           MOVE 50 TO WS-CNV-LONG
           MOVE 0 TO WS-CT-LUS
           MOVE 0 TO WS-CT-ECRITS
           MOVE 'N' TO WS-FICHIER-ABSENT

           OPEN OUTPUT FBACKORDN

           OPEN INPUT FBACKORD
           IF WS-STATUS-BACKORD = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FBACKORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LUS
                       MOVE ENRBACKORD TO WS-CNV-ANCIEN
                       PERFORM 8000-ELARGIR-NO-COMMANDE
                       PERFORM 8250-QTE-BACKORDER
                       MOVE WS-CNV-NOUVEAU TO ENRBACKORDN
                       WRITE ENRBACKORDN
                       ADD 1 TO WS-CT-ECRITS
                 END-READ
              END-PERFORM
              CLOSE FBACKORD
           ELSE
              MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF

           CLOSE FBACKORDN

           PERFORM 8100-LIGNE-RAPPORT
           .

       1510-CONVERTIR-CREDIT-HOLD.

           MOVE 'DCREDIT-HOLD' TO WS-NOM-FICHIER
           MOVE 1 TO WS-CNV-POS
           MOVE 49 TO WS-CNV-LONG
           MOVE 0 TO WS-CT-LUS
           MOVE 0 TO WS-CT-ECRITS
           MOVE 'N' TO WS-FICHIER-ABSENT

           OPEN OUTPUT FCREDHLDN

           OPEN INPUT FCREDHLD
           IF WS-STATUS-CREDHLD = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FCREDHLD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LUS
                       MOVE ENRCREDHLD TO WS-CNV-ANCIEN
                       PERFORM 8000-ELARGIR-NO-COMMANDE
                       MOVE WS-CNV-NOUVEAU TO ENRCREDHLDN
                       WRITE ENRCREDHLDN
                       ADD 1 TO WS-CT-ECRITS
                 END-READ
              END-PERFORM
              CLOSE FCREDHLD
           ELSE
              MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF

           CLOSE FCREDHLDN

           PERFORM 8100-LIGNE-RAPPORT
           .

       1520-CONVERTIR-KIT-JRNL.

           MOVE 'DKIT-JRNL' TO WS-NOM-FICHIER
           MOVE 1 TO WS-CNV-POS
           MOVE 30 TO WS-CNV-LONG
           MOVE 0 TO WS-CT-LUS
           MOVE 0 TO WS-CT-ECRITS
           MOVE 'N' TO WS-FICHIER-ABSENT

           OPEN OUTPUT FKITJRNLN

           OPEN INPUT FKITJRNL
           IF WS-STATUS-KITJRNL = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FKITJRNL
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LUS
                       MOVE ENRKITJRNL TO WS-CNV-ANCIEN
                       PERFORM 8000-ELARGIR-NO-COMMANDE
                       PERFORM 8230-QTE-PRIX-KIT-JRNL
                       MOVE WS-CNV-NOUVEAU TO ENRKITJRNLN
                       WRITE ENRKITJRNLN
                       ADD 1 TO WS-CT-ECRITS
                 END-READ
              END-PERFORM
              CLOSE FKITJRNL
           ELSE
              MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF

           CLOSE FKITJRNLN

           PERFORM 8100-LIGNE-RAPPORT
           .

*> Substitutions servies (relues par PORDACK) : SBJ-O-NO en tete
       1530-CONVERTIR-ORDER-SUBST.

           MOVE 'DORDER-SUBST' TO WS-NOM-FICHIER
           MOVE 1 TO WS-CNV-POS
           MOVE 42 TO WS-CNV-LONG
           MOVE 0 TO WS-CT-LUS
           MOVE 0 TO WS-CT-ECRITS
           MOVE 'N' TO WS-FICHIER-ABSENT

           OPEN OUTPUT FSUBJRNLN

           OPEN INPUT FSUBJRNL
           IF WS-STATUS-SUBJRNL = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FSUBJRNL
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LUS
                       MOVE ENRSUBJRNL TO WS-CNV-ANCIEN
                       PERFORM 8000-ELARGIR-NO-COMMANDE
                       MOVE WS-CNV-NOUVEAU TO ENRSUBJRNLN
                       WRITE ENRSUBJRNLN
                       ADD 1 TO WS-CT-ECRITS
                 END-READ
              END-PERFORM
              CLOSE FSUBJRNL
           ELSE
              MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF

           CLOSE FSUBJRNLN

           PERFORM 8100-LIGNE-RAPPORT
           .

*> Registre CSV des factures (cf PFACTURE) : le N° de commande est
*> le premier champ, avant le premier ';' - les 3 derniers octets
*> de la ligne, toujours blancs, sont perdus au decalage
       1600-CONVERTIR-CSVREG.

           MOVE 'DCSVREG' TO WS-NOM-FICHIER
           MOVE 1 TO WS-CNV-POS
           MOVE 150 TO WS-CNV-LONG
           MOVE 0 TO WS-CT-LUS
           MOVE 0 TO WS-CT-ECRITS
           MOVE 'N' TO WS-FICHIER-ABSENT

           OPEN OUTPUT FCSVREGN

           OPEN INPUT FCSVREG
           IF WS-STATUS-CSVREG = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FCSVREG
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LUS
                       MOVE ENRCSVREG TO WS-CNV-ANCIEN
                       PERFORM 8000-ELARGIR-NO-COMMANDE
                       MOVE WS-CNV-NOUVEAU TO ENRCSVREGN
                       WRITE ENRCSVREGN
                       ADD 1 TO WS-CT-ECRITS
                 END-READ
              END-PERFORM
              CLOSE FCSVREG
           ELSE
              MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF

           CLOSE FCSVREGN

           PERFORM 8100-LIGNE-RAPPORT
           .

*> Historique des prix (cf PNEWPROD, relu par PORDER) : pas de N° de
*> commande, PHI-PRICE en position 16
       1700-CONVERTIR-PRICE-HIST.

           MOVE 'DPRICE-HIST' TO WS-NOM-FICHIER
           MOVE 0 TO WS-CT-LUS
           MOVE 0 TO WS-CT-ECRITS
           MOVE 'N' TO WS-FICHIER-ABSENT

           OPEN OUTPUT FPRICEHISTN

           OPEN INPUT FPRICEHIST
           IF WS-STATUS-PRICEHIST = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FPRICEHIST
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LUS
                       MOVE SPACES TO WS-CNV-NOUVEAU
                       MOVE ENRPRICEHIST TO WS-CNV-NOUVEAU
                       MOVE 20 TO WS-ZON-LONG
                       MOVE 16 TO WS-ZON-POS
                       MOVE 5 TO WS-ZON-LARG
                       MOVE 2 TO WS-ZON-AJOUT
                       PERFORM 8200-ELARGIR-ZONE
                       MOVE WS-CNV-NOUVEAU TO ENRPRICEHISTN
                       WRITE ENRPRICEHISTN
                       ADD 1 TO WS-CT-ECRITS
                 END-READ
              END-PERFORM
              CLOSE FPRICEHIST
           ELSE
              MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF

           CLOSE FPRICEHISTN

           PERFORM 8100-LIGNE-RAPPORT
           .

*> Prix retenus pour revue (cf PNEWPROD) : prix courant en position
*> 5, prix propose juste apres
       1710-CONVERTIR-PRICE-HOLD.

           MOVE 'DPRICE-HOLD' TO WS-NOM-FICHIER
           MOVE 0 TO WS-CT-LUS
           MOVE 0 TO WS-CT-ECRITS
           MOVE 'N' TO WS-FICHIER-ABSENT

           OPEN OUTPUT FPRICEHOLDN

           OPEN INPUT FPRICEHOLD
           IF WS-STATUS-PRICEHOLD = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FPRICEHOLD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LUS
                       MOVE SPACES TO WS-CNV-NOUVEAU
                       MOVE ENRPRICEHOLD TO WS-CNV-NOUVEAU
                       MOVE 48 TO WS-ZON-LONG
                       MOVE 5 TO WS-ZON-POS
                       MOVE 5 TO WS-ZON-LARG
                       MOVE 2 TO WS-ZON-AJOUT
                       PERFORM 8200-ELARGIR-ZONE
                       MOVE 13 TO WS-ZON-POS
                       PERFORM 8200-ELARGIR-ZONE
                       MOVE WS-CNV-NOUVEAU TO ENRPRICEHOLDN
                       WRITE ENRPRICEHOLDN
                       ADD 1 TO WS-CT-ECRITS
                 END-READ
              END-PERFORM
              CLOSE FPRICEHOLD
           ELSE
              MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF

           CLOSE FPRICEHOLDN

           PERFORM 8100-LIGNE-RAPPORT
           .

*> Pistes d'audit encore relues par l'aval (PAUDCOLL, et PCREDREV
*> pour les liberations, PCOMMCLAW pour les annulations) ;
*> liberations de credit (cf PCREDREL) : N° de commande en
*> position 3, apres le type et le code transaction
       1800-CONVERTIR-CREDREL-AUDIT.

           MOVE 'DCREDREL-AUDIT' TO WS-NOM-FICHIER
           MOVE 3 TO WS-CNV-POS
           MOVE 67 TO WS-CNV-LONG
           MOVE 0 TO WS-CT-LUS
           MOVE 0 TO WS-CT-ECRITS
           MOVE 'N' TO WS-FICHIER-ABSENT

           OPEN OUTPUT FCREDAUDN

           OPEN INPUT FCREDAUD
           IF WS-STATUS-CREDAUD = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FCREDAUD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LUS
                       MOVE ENRCREDAUD TO WS-CNV-ANCIEN
                       PERFORM 8000-ELARGIR-NO-COMMANDE
                       MOVE WS-CNV-NOUVEAU TO ENRCREDAUDN
                       WRITE ENRCREDAUDN
                       ADD 1 TO WS-CT-ECRITS
                 END-READ
              END-PERFORM
              CLOSE FCREDAUD
           ELSE
              MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF

           CLOSE FCREDAUDN

           PERFORM 8100-LIGNE-RAPPORT
           .

*> Annulations (cf PVOID) : AUD-O-NO en position 8, apres le N° de
*> facture
       1810-CONVERTIR-VOID-AUDIT.

           MOVE 'DVOID-AUDIT' TO WS-NOM-FICHIER
           MOVE 8 TO WS-CNV-POS
           MOVE 98 TO WS-CNV-LONG
           MOVE 0 TO WS-CT-LUS
           MOVE 0 TO WS-CT-ECRITS
           MOVE 'N' TO WS-FICHIER-ABSENT

           OPEN OUTPUT FVOIDAUDN

           OPEN INPUT FVOIDAUD
           IF WS-STATUS-VOIDAUD = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FVOIDAUD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LUS
                       MOVE ENRVOIDAUD TO WS-CNV-ANCIEN
                       PERFORM 8000-ELARGIR-NO-COMMANDE
                       MOVE WS-CNV-NOUVEAU TO ENRVOIDAUDN
                       WRITE ENRVOIDAUDN
                       ADD 1 TO WS-CT-ECRITS
                 END-READ
              END-PERFORM
              CLOSE FVOIDAUD
           ELSE
              MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF

           CLOSE FVOIDAUDN

           PERFORM 8100-LIGNE-RAPPORT
           .

*> Modifications de commande (cf PORDAMEND) : N° de commande en
*> position 3, quantites avant / apres derriere le produit
       1820-CONVERTIR-AMEND-AUDIT.

           MOVE 'DAMEND-AUDIT' TO WS-NOM-FICHIER
           MOVE 3 TO WS-CNV-POS
           MOVE 70 TO WS-CNV-LONG
           MOVE 0 TO WS-CT-LUS
           MOVE 0 TO WS-CT-ECRITS
           MOVE 'N' TO WS-FICHIER-ABSENT

           OPEN OUTPUT FAMDAUDN

           OPEN INPUT FAMDAUD
           IF WS-STATUS-AMDAUD = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FAMDAUD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LUS
                       MOVE ENRAMDAUD TO WS-CNV-ANCIEN
                       PERFORM 8000-ELARGIR-NO-COMMANDE
                       PERFORM 8260-QTE-AMEND
                       MOVE WS-CNV-NOUVEAU TO ENRAMDAUDN
                       WRITE ENRAMDAUDN
                       ADD 1 TO WS-CT-ECRITS
                 END-READ
              END-PERFORM
              CLOSE FAMDAUD
           ELSE
              MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF

           CLOSE FAMDAUDN

           PERFORM 8100-LIGNE-RAPPORT
           .

*> Taux de taxe (cf PTAXMAINT) : pas de N° de commande, seule la
*> classe de taxe AUD-CLASSE s'ajoute, a blanc en fin
*> d'enregistrement (taux de l'etat, toutes classes)
       1830-CONVERTIR-STATETAX-AUDIT.

           MOVE 'DSTATETAX-AUDIT' TO WS-NOM-FICHIER
           MOVE 0 TO WS-CT-LUS
           MOVE 0 TO WS-CT-ECRITS
           MOVE 'N' TO WS-FICHIER-ABSENT

           OPEN OUTPUT FTAXAUDN

           OPEN INPUT FTAXAUD
           IF WS-STATUS-TAXAUD = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FTAXAUD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LUS
                       MOVE SPACES TO WS-CNV-NOUVEAU
                       MOVE ENRTAXAUD TO WS-CNV-NOUVEAU
                       MOVE WS-CNV-NOUVEAU TO ENRTAXAUDN
                       WRITE ENRTAXAUDN
                       ADD 1 TO WS-CT-ECRITS
                 END-READ
              END-PERFORM
              CLOSE FTAXAUD
           ELSE
              MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF

           CLOSE FTAXAUDN

           PERFORM 8100-LIGNE-RAPPORT
           .

*> Table indexee commande -> facture : la cle elle-meme est elargie
       2000-CONVERTIR-INVXREF.

           MOVE 'DINVOICE-XREF' TO WS-NOM-FICHIER
           MOVE 1 TO WS-CNV-POS
           MOVE 32 TO WS-CNV-LONG
           MOVE 0 TO WS-CT-LUS
           MOVE 0 TO WS-CT-ECRITS
           MOVE 'N' TO WS-FICHIER-ABSENT

           OPEN OUTPUT FINVXREFN

           OPEN INPUT FINVXREF
           IF WS-STATUS-INVXREF = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FINVXREF NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LUS
                       MOVE ENRINVXREF TO WS-CNV-ANCIEN
                       PERFORM 8000-ELARGIR-NO-COMMANDE
                       MOVE WS-CNV-NOUVEAU TO ENRINVXREFN
                       WRITE ENRINVXREFN
                          INVALID KEY
                             DISPLAY 'PCONVONO : CLE DINVOICE-XREF '
                                     'EN DOUBLE ' XRFN-O-NO
                          NOT INVALID KEY
                             ADD 1 TO WS-CT-ECRITS
                       END-WRITE
                 END-READ
              END-PERFORM
              CLOSE FINVXREF
           ELSE
              MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF

           CLOSE FINVXREFN

           PERFORM 8100-LIGNE-RAPPORT
           .

*> Grand livre indexe : meme cle, ARX-O-NO elargi en position 12
       2100-CONVERTIR-ARXREF.

           MOVE 'DAR-XREF' TO WS-NOM-FICHIER
           MOVE 12 TO WS-CNV-POS
           MOVE 53 TO WS-CNV-LONG
           MOVE 0 TO WS-CT-LUS
           MOVE 0 TO WS-CT-ECRITS
           MOVE 'N' TO WS-FICHIER-ABSENT

           OPEN OUTPUT FARXREFN

           OPEN INPUT FARXREF
           IF WS-STATUS-ARXREF = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FARXREF NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LUS
                       MOVE ENRARXREF TO WS-CNV-ANCIEN
                       PERFORM 8000-ELARGIR-NO-COMMANDE
                       MOVE WS-CNV-NOUVEAU TO ENRARXREFN
                       WRITE ENRARXREFN
                          INVALID KEY
                             DISPLAY 'PCONVONO : CLE DAR-XREF '
                                     'EN DOUBLE ' ARXN-CLE
                          NOT INVALID KEY
                             ADD 1 TO WS-CT-ECRITS
                       END-WRITE
                 END-READ
              END-PERFORM
              CLOSE FARXREF
           ELSE
              MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF

           CLOSE FARXREFN

           PERFORM 8100-LIGNE-RAPPORT
           .

*> ==========================================================
*> 8000-ELARGIR-NO-COMMANDE : recopie WS-CNV-ANCIEN dans
*> WS-CNV-NOUVEAU en inserant 3 octets devant le N° de commande de
*> 3 chiffres situe en WS-CNV-POS ; zeros si le numero est
*> numerique, blancs sinon, la suite de l'enregistrement decalee
*> ==========================================================
       8000-ELARGIR-NO-COMMANDE.

           MOVE SPACES TO WS-CNV-NOUVEAU

           IF WS-CNV-POS > 1
              MOVE WS-CNV-ANCIEN(1:WS-CNV-POS - 1)
                   TO WS-CNV-NOUVEAU(1:WS-CNV-POS - 1)
           END-IF

           IF WS-CNV-ANCIEN(WS-CNV-POS:3) IS NUMERIC
              MOVE '000' TO WS-CNV-NOUVEAU(WS-CNV-POS:3)
           END-IF
           MOVE WS-CNV-ANCIEN(WS-CNV-POS:3)
                TO WS-CNV-NOUVEAU(WS-CNV-POS + 3:3)

           COMPUTE WS-CNV-RESTE = WS-CNV-LONG - WS-CNV-POS - 2
           IF WS-CNV-RESTE > 0
              MOVE WS-CNV-ANCIEN(WS-CNV-POS + 3:WS-CNV-RESTE)
                   TO WS-CNV-NOUVEAU(WS-CNV-POS + 6:WS-CNV-RESTE)
           END-IF
           .

*> ==========================================================
*> 8200-ELARGIR-ZONE : dans WS-CNV-NOUVEAU, insere WS-ZON-AJOUT
*> octets devant la zone de WS-ZON-LARG octets situee en
*> WS-ZON-POS ; zeros si la zone est numerique, blancs sinon, la
*> suite de l'enregistrement decalee et WS-ZON-LONG augmentee
*> ==========================================================
       8200-ELARGIR-ZONE.

           MOVE WS-CNV-NOUVEAU TO WS-CNV-TRAVAIL
           MOVE SPACES TO WS-CNV-NOUVEAU

           IF WS-ZON-POS > 1
              MOVE WS-CNV-TRAVAIL(1:WS-ZON-POS - 1)
                   TO WS-CNV-NOUVEAU(1:WS-ZON-POS - 1)
           END-IF

           IF WS-CNV-TRAVAIL(WS-ZON-POS:WS-ZON-LARG) IS NUMERIC
              MOVE ZEROS TO WS-CNV-NOUVEAU(WS-ZON-POS:WS-ZON-AJOUT)
           END-IF
           MOVE WS-CNV-TRAVAIL(WS-ZON-POS:WS-ZON-LARG)
                TO WS-CNV-NOUVEAU(WS-ZON-POS + WS-ZON-AJOUT:WS-ZON-LARG)

           COMPUTE WS-CNV-RESTE = WS-ZON-LONG - WS-ZON-POS
                                  - WS-ZON-LARG + 1
           IF WS-CNV-RESTE > 0
              MOVE WS-CNV-TRAVAIL(WS-ZON-POS + WS-ZON-LARG:WS-CNV-RESTE)
                   TO WS-CNV-NOUVEAU(WS-ZON-POS + WS-ZON-LARG
                                     + WS-ZON-AJOUT:WS-CNV-RESTE)
           END-IF

           ADD WS-ZON-AJOUT TO WS-ZON-LONG
           .

*> Extrait et archive de l'extrait : EXT-QUANTITY (2 -> 4) en
*> position 26 puis EXT-PRICE (5 -> 7) derriere
       8210-QTE-PRIX-EXTRACT.

           COMPUTE WS-ZON-LONG = WS-CNV-LONG + 3
           MOVE 26 TO WS-ZON-POS
           MOVE 2 TO WS-ZON-LARG
           MOVE 2 TO WS-ZON-AJOUT
           PERFORM 8200-ELARGIR-ZONE
           MOVE 30 TO WS-ZON-POS
           MOVE 5 TO WS-ZON-LARG
           PERFORM 8200-ELARGIR-ZONE
           .

*> Archive des lignes : AI-QUANTITY en position 12, AI-PRICE apres
*> son separateur
       8220-QTE-PRIX-ARCH-ITEMS.

           COMPUTE WS-ZON-LONG = WS-CNV-LONG + 3
           MOVE 12 TO WS-ZON-POS
           MOVE 2 TO WS-ZON-LARG
           MOVE 2 TO WS-ZON-AJOUT
           PERFORM 8200-ELARGIR-ZONE
           MOVE 17 TO WS-ZON-POS
           MOVE 5 TO WS-ZON-LARG
           PERFORM 8200-ELARGIR-ZONE
           .

*> Journal des kits : quantite du kit (2 -> 4), quantite du
*> composant (3 -> 6), prix du kit et prix alloue (5 -> 7)
       8230-QTE-PRIX-KIT-JRNL.

           COMPUTE WS-ZON-LONG = WS-CNV-LONG + 3
           MOVE 16 TO WS-ZON-POS
           MOVE 2 TO WS-ZON-LARG
           MOVE 2 TO WS-ZON-AJOUT
           PERFORM 8200-ELARGIR-ZONE
           MOVE 21 TO WS-ZON-POS
           MOVE 3 TO WS-ZON-LARG
           MOVE 3 TO WS-ZON-AJOUT
           PERFORM 8200-ELARGIR-ZONE
           MOVE 28 TO WS-ZON-POS
           MOVE 5 TO WS-ZON-LARG
           MOVE 2 TO WS-ZON-AJOUT
           PERFORM 8200-ELARGIR-ZONE
           MOVE 36 TO WS-ZON-POS
           PERFORM 8200-ELARGIR-ZONE
           .

*> Registre des autorisations : RMA-QTY en position 19
       8240-QTE-RMA.

           COMPUTE WS-ZON-LONG = WS-CNV-LONG + 3
           MOVE 19 TO WS-ZON-POS
           MOVE 2 TO WS-ZON-LARG
           MOVE 2 TO WS-ZON-AJOUT
           PERFORM 8200-ELARGIR-ZONE
           .

*> Ruptures : BKO-QUANTITY en position 12
       8250-QTE-BACKORDER.

           COMPUTE WS-ZON-LONG = WS-CNV-LONG + 3
           MOVE 12 TO WS-ZON-POS
           MOVE 2 TO WS-ZON-LARG
           MOVE 2 TO WS-ZON-AJOUT
           PERFORM 8200-ELARGIR-ZONE
           .

*> Modifications de commande : AUD-QTE-AVANT en position 12,
*> AUD-QTE-APRES juste derriere
       8260-QTE-AMEND.

           COMPUTE WS-ZON-LONG = WS-CNV-LONG + 3
           MOVE 12 TO WS-ZON-POS
           MOVE 2 TO WS-ZON-LARG
           MOVE 2 TO WS-ZON-AJOUT
           PERFORM 8200-ELARGIR-ZONE
           MOVE 16 TO WS-ZON-POS
           PERFORM 8200-ELARGIR-ZONE
           .

*> Ligne de compte rendu du fichier qui vient d'etre converti
       8100-LIGNE-RAPPORT.

           MOVE SPACES TO ENRCONVRPT
           MOVE WS-NOM-FICHIER TO CNR-FICHIER
           MOVE WS-CT-LUS TO CNR-LUS
           MOVE WS-CT-ECRITS TO CNR-ECRITS
           IF WS-FICHIER-ABSENT = 'Y'
              ADD 1 TO WS-CT-ABSENTS
              MOVE 'ABSENT' TO CNR-ETAT
           ELSE
              MOVE 'CONVERTI' TO CNR-ETAT
           END-IF
           WRITE ENRCONVRPT

           DISPLAY 'PCONVONO ' WS-NOM-FICHIER ' : ' WS-CT-LUS
                   ' LUS, ' WS-CT-ECRITS ' ECRITS'
           .

*> Code retour et fermeture
       9000-FIN.

           IF WS-CT-ABSENTS > 0
              MOVE 4 TO WS-RETURN-CODE
           ELSE
              MOVE 0 TO WS-RETURN-CODE
           END-IF

           DISPLAY 'PCONVONO : FICHIERS ABSENTS=' WS-CT-ABSENTS
                   ' CODE RETOUR ' WS-RETURN-CODE

           CLOSE FCONVRPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
