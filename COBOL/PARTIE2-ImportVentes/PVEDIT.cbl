*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Controler les cinq fichiers de ventes (DVENTEAS / DVENTEEU /
*>   DVENTENA / DVENTEED, produit par PEDI850 a partir des echanges
*>   850, et DVENTERC, produit par PRECUR a partir des contrats de
*>   facturation periodique) AVANT la fusion de PORDER : la fusion de
*>   1500-DETERMINER-GAGNANTS et le saut de reprise de 1000-DEBUT
*>   supposent des fichiers tries par N° de commande croissant, et une
*>   transmission non triee ou corrompue les fausse silencieusement
*> - FVENTEEU / DVENTEEU : ventes Europe
*> - FVENTENA / DVENTENA : ventes Amérique du Nord
*> - FVENTEED / DVENTEED : commandes EDI traduites par PEDI850
*> - FVENTERC / DVENTERC : commandes periodiques generees par PRECUR
*>
*> Sorties :
*> - DVENTEAS-EDIT / DVENTEEU-EDIT / DVENTENA-EDIT / DVENTEED-EDIT /
*>   DVENTERC-EDIT : fichiers propres par region (enregistrements
*>   valides uniquement)
*> - DVEDIT-RPT : rapport d'edition, une ligne 'E' par erreur et une
*>   ligne 'T' de totaux par region
*>
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-ED.

*> Commandes periodiques generees par PRECUR, cinquieme region 'RC'
           SELECT FVENTERC ASSIGN TO DVENTERC
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-RC.

*> Fichiers propres par region, seuls donnes ensuite a PORDER
           SELECT FEDITAS ASSIGN TO DVENTEAS-EDIT
                           ORGANIZATION IS SEQUENTIAL
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-EED.

           SELECT FEDITRC ASSIGN TO DVENTERC-EDIT
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-ERC.

*> Rapport d'edition : erreurs detaillees et totaux par region
           SELECT FEDITRPT ASSIGN TO DVEDIT-RPT
                           ORGANIZATION IS SEQUENTIAL
       FD FVENTEAS
           RECORDING MODE IS F.

       01 ENRVENTEAS         PIC X(42).

       FD FVENTEEU
           RECORDING MODE IS F.

       01 ENRVENTEEU         PIC X(42).

       FD FVENTENA
           RECORDING MODE IS F.

       01 ENRVENTENA         PIC X(42).

       FD FVENTEED
           RECORDING MODE IS F.

       01 ENRVENTEED         PIC X(42).

       FD FVENTERC
           RECORDING MODE IS F.

       01 ENRVENTERC         PIC X(42).

       FD FEDITAS
           RECORDING MODE IS F.

       01 ENREDITAS          PIC X(42).

       FD FEDITEU
           RECORDING MODE IS F.

       01 ENREDITEU          PIC X(42).

       FD FEDITNA
           RECORDING MODE IS F.

       01 ENREDITNA          PIC X(42).

       FD FEDITED
           RECORDING MODE IS F.

       01 ENREDITED          PIC X(42).

       FD FEDITRC
           RECORDING MODE IS F.

       01 ENREDITRC          PIC X(42).

       FD FEDITRPT
           RECORDING MODE IS F.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VED-SEQ         PIC ZZZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VED-NO          PIC X(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 VED-CODE        PIC X(4).
          05 FILLER          PIC X(1) VALUE SPACE.
*> Enregistrement de vente en cours de controle, quelle que soit sa
*> region d'origine (les trois fichiers partagent le même découpage)
       01 WS-ENR-VENTE.
           05 VNT-NO        PIC X(6).
           05 VNT-DATE      PIC X(10).
           05 VNT-S-NO      PIC X(2).
           05 VNT-C-NO      PIC X(4).
           05 VNT-P-NO      PIC X(3).
           05 VNT-PRICE-RAW PIC X(7).
           05 VNT-PRICE     REDEFINES VNT-PRICE-RAW PIC 9(5)V99.
           05 VNT-QUANTITY  PIC X(4).
           05 VNT-QUANTITY-N REDEFINES VNT-QUANTITY PIC 9(4).
           05 VNT-DEVISE    PIC X(2).
           05 FILLER        PIC X(4).

           05 LOT-H-REGION  PIC X(2).
           05 LOT-H-DATE    PIC X(10).
           05 LOT-H-FILE-ID PIC X(8).
           05 FILLER        PIC X(21).

*> Vue fin de lot ('T') : compte d'enregistrements et totaux de
*> hachage (somme des quantites, somme des prix) annonces par la
       01 WS-ENR-LOT-T REDEFINES WS-ENR-VENTE.
           05 LOT-T-TYPE    PIC X(1).
           05 LOT-T-NB      PIC 9(5).
           05 LOT-T-HASHQ   PIC 9(9).
           05 LOT-T-HASHM   PIC 9(11)V99.
           05 FILLER        PIC X(14).

*> Vue en-tete de commande multi-lignes ('E') : une commande a
*> plusieurs articles arrive comme un en-tete suivi d'une ligne 'D'
*> par article (cf PORDER)
       01 WS-ENR-CDE-E REDEFINES WS-ENR-VENTE.
           05 CDE-E-TYPE    PIC X(1).
           05 CDE-E-NO      PIC X(6).
           05 CDE-E-DATE    PIC X(10).
           05 CDE-E-SNO     PIC X(2).
           05 CDE-E-CNO     PIC X(4).
           05 CDE-E-DEVISE  PIC X(2).
           05 FILLER        PIC X(17).

*> Vue frais de commande ('C') d'une commande multi-lignes
       01 WS-ENR-CDE-F REDEFINES WS-ENR-VENTE.
           05 CDE-F-TYPE    PIC X(1).
           05 CDE-F-NO      PIC X(6).
           05 CDE-F-CODE    PIC X(3).
           05 CDE-F-DESC    PIC X(20).
           05 CDE-F-MONTANT-X PIC X(7).
           05 CDE-F-MONTANT REDEFINES CDE-F-MONTANT-X PIC 9(5)V99.
           05 FILLER        PIC X(5).

*> Vue detail d'article ('D') d'une commande multi-lignes
       01 WS-ENR-CDE-D REDEFINES WS-ENR-VENTE.
           05 CDE-D-TYPE    PIC X(1).
           05 CDE-D-NO      PIC X(6).
           05 CDE-D-PNO     PIC X(3).
           05 CDE-D-PRICE-X PIC X(7).
           05 CDE-D-PRICE   REDEFINES CDE-D-PRICE-X PIC 9(5)V99.
           05 CDE-D-QTY-X   PIC X(4).
           05 CDE-D-QTY     REDEFINES CDE-D-QTY-X PIC 9(4).
           05 CDE-D-DIRECT  PIC X(1).
           05 FILLER        PIC X(20).

       77 WS-STATUS-AS     PIC 99 VALUE 0.
       77 WS-STATUS-EU     PIC 99 VALUE 0.
       77 WS-STATUS-NA     PIC 99 VALUE 0.
       77 WS-STATUS-ED     PIC 99 VALUE 0.
       77 WS-STATUS-RC     PIC 99 VALUE 0.
       77 WS-STATUS-EAS    PIC 99 VALUE 0.
       77 WS-STATUS-EEU    PIC 99 VALUE 0.
       77 WS-STATUS-ENA    PIC 99 VALUE 0.
       77 WS-STATUS-EED    PIC 99 VALUE 0.
       77 WS-STATUS-ERC    PIC 99 VALUE 0.
       77 WS-STATUS-RPT    PIC 99 VALUE 0.

       01 WS-EOF           PIC X(1) VALUE 'N'.
       01 WS-PRESENT-EU    PIC X(1) VALUE 'Y'.
       01 WS-PRESENT-NA    PIC X(1) VALUE 'Y'.
       01 WS-PRESENT-ED    PIC X(1) VALUE 'Y'.
       01 WS-PRESENT-RC    PIC X(1) VALUE 'Y'.
       01 WS-REGION        PIC X(2).

*> Controle de la region en cours : dernier N° vu, compteurs
*> N° de commande de l'enregistrement en cours, tel qu'a porter sur
*> une ligne d'erreur : pose par 2550 selon la vue du record (E/D/C
*> le portent apres le code type, les lots H/T n'en ont pas)
       01 WS-ERREUR-NO     PIC X(6).
       01 WS-DERNIER-NO    PIC 9(6).
       01 WS-PREMIER       PIC X(1).

*> 'Y' quand le bloc en cours a ete ouvert par un en-tete 'E' : la
       01 WS-LOT-H-VU      PIC X(1).
       01 WS-LOT-T-VU      PIC X(1).
       01 WS-LOT-NB-BRUT   PIC 9(5).
       01 WS-LOT-HASHQ-BRUT PIC 9(9).
       01 WS-LOT-HASHM-BRUT PIC 9(11)V99.
       01 WS-LOT-NB-PROPRE PIC 9(5).
       01 WS-LOT-HASHQ-PROPRE PIC 9(9).
       01 WS-LOT-HASHM-PROPRE PIC 9(11)V99.
       77 WS-LOT-KO        PIC X(1) VALUE 'N'.

*> Totaux generaux des trois regions
           PERFORM 2200-EDITER-EU
           PERFORM 2300-EDITER-NA
           PERFORM 2400-EDITER-ED
           PERFORM 2450-EDITER-RC
           PERFORM 9000-FIN
           STOP RUN
           .

       1000-DEBUT.

           OPEN INPUT  FVENTEAS FVENTEEU FVENTENA FVENTEED FVENTERC
           OPEN OUTPUT FEDITAS FEDITEU FEDITNA FEDITED FEDITRC
                       FEDITRPT

*> Les trois regions arrivent rarement ensemble (cf PORDER) : un
*> fichier absent ou illisible n'est pas une erreur, sa region est
              MOVE 'N' TO WS-PRESENT-ED
              DISPLAY 'PVEDIT : FICHIER ED ABSENT DE CE RUN'
           END-IF
           IF WS-STATUS-RC NOT = 0
              MOVE 'N' TO WS-PRESENT-RC
              DISPLAY 'PVEDIT : FICHIER RC ABSENT DE CE RUN'
           END-IF
           .

*> Controle du fichier Asie : lecture, validation, recopie des
           PERFORM 2900-TOTAUX-REGION
           .

*> Controle du fichier des commandes periodiques (region 'RC',
*> produit par PRECUR) : memes regles que les autres regions
       2450-EDITER-RC.

           MOVE 'RC' TO WS-REGION
           PERFORM 2500-INIT-REGION

           MOVE 'N' TO WS-EOF
           IF WS-PRESENT-RC = 'N'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
              READ FVENTERC
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    MOVE ENRVENTERC TO WS-ENR-VENTE
                    PERFORM 2550-AIGUILLER-ENREG
                    IF WS-ENR-VALIDE = 'Y'
                       MOVE WS-ENR-VENTE TO ENREDITRC
                       WRITE ENREDITRC
                    END-IF
              END-READ
           END-PERFORM

           PERFORM 2900-TOTAUX-REGION
           .

*> Remise a zero des compteurs et du dernier N° vu pour une region
       2500-INIT-REGION.

              PERFORM 2700-JOURNALISER-ERREUR
           END-IF

*> Marque de livraison directe : blanc (depot) ou 'D' (fournisseur)
           IF WS-ENR-VALIDE = 'Y'
              AND CDE-D-DIRECT NOT = SPACE
              AND CDE-D-DIRECT NOT = 'D'
              MOVE 'N'    TO WS-ENR-VALIDE
              MOVE 'E030' TO WS-ERREUR-CODE
              MOVE 'DETAIL CDE : CODE DIRECT INVALIDE'
                   TO WS-ERREUR-MOTIF
              PERFORM 2700-JOURNALISER-ERREUR
           END-IF

           IF WS-ENR-VALIDE = 'Y'
              ADD 1 TO WS-CT-VALIDES
              ADD 1 TO WS-LOT-NB-PROPRE
                 FVENTEEU
                 FVENTENA
                 FVENTEED
                 FVENTERC
                 FEDITAS
                 FEDITEU
                 FEDITNA
                 FEDITED
                 FEDITRC
                 FEDITRPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
