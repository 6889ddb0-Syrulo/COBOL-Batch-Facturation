*> ==========================================================
*> PAPMATCH.cbl - Rapprochement a trois des factures fournisseurs
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Les factures fournisseurs etaient pointees a la main par la
*>   comptabilite fournisseurs : des marchandises jamais recues et
*>   des prix jamais convenus ont ete payes. Ce run rapproche chaque
*>   ligne de facture de la ligne de bon de DPO-FILE (fournisseur,
*>   prix convenu PO-PRIX) et des quantites reellement recues
*>   (lignes 'R' apposees par PPORECV), dans une tolerance de prix
*>   et de quantite configurable
*> - Une facture entierement rapprochee passe la dette fournisseur
*>   au journal comptable et entre au registre des echeances ; une
*>   seule ligne en ecart retient toute la facture sur l'etat des
*>   factures retenues, avec le motif
*>
*> Entrées :
*> - FAPINV / DAP-INVOICE : lignes de factures fournisseurs, champs
*>   separes par ';' :
*>     NO-FOURNISSEUR;NO-FACTURE;DATE-FACTURE;NO-BON;NO-PRODUIT;
*>     QUANTITE;PRIX-UNITAIRE
*>   DATE-FACTURE au format AAAA-MM-JJ, PRIX-UNITAIRE en euros,
*>   virgule decimale (ex. 12,50) ; les lignes d'une meme facture
*>   (fournisseur + N° de facture) se suivent
*> - FPOFILE / DPO-FILE : registre des bons (cf PPURCHORD, PPORECV) :
*>   lignes 'O'/'D' = quantite commandee et prix convenu, lignes 'R'
*>   = quantite recue
*> - FAPHIST / DAP-MATCHED : registre indexe des lignes de factures
*>   deja rapprochees, cle fournisseur + N° de facture + N° de ligne
*>   dans la facture ; parcouru au demarrage (quantites deja
*>   facturees par ligne de bon), relu par cle pour chaque facture
*>   presentee (factures en double)
*> - FAPTOL / DAP-TOL : un seul enregistrement facultatif : tolerance
*>   de prix en %, tolerance de quantite en %, delai de paiement en
*>   jours (9(3)V99, 9(3)V99, 9(3), separes par un blanc) ; fichier
*>   absent ou zone nulle = rapprochement exact, paiement a 30 jours
*>
*> Sorties :
*> - FAPDUE / DAP-DUE : registre des echeances, une ligne par facture
*>   rapprochee (fournisseur, facture, date, echeance, montant), en
*>   mode ajout
*> - FAPHIST / DAP-MATCHED : lignes rapprochees du run, ajoutees au
*>   registre
*> - DGL-JRNL / DGL-EDIT : une piece par facture rapprochee, debit
*>   achats, credit fournisseurs
*> - FHOLDRPT / DAP-HOLD-RPT : une ligne 'L' par ligne de facture en
*>   ecart (motif), une ligne 'T' de synthese
*>
*> Sous-programmes appelés :
*> - PDATECALC : echeance = date de facture + delai de paiement
*> - PGLACCT   : compte de chaque ecriture du journal comptable
*>
*> Remarques :
*> - Motifs de retenue : SBON (ligne de bon inconnue ou bon d'un
*>   autre fournisseur), PRIX (ecart au prix convenu au-dela de la
*>   tolerance, ou bon emis sans prix convenu), QTE (quantite deja
*>   facturee + facturee au-dela de la quantite recue majoree de la
*>   tolerance), DBL (facture deja rapprochee), FMT (ligne mal formee
*>   ou facture de plus de 50 lignes) ; un seul motif par ligne, le
*>   premier dans cet ordre
*> - Une facture retenue n'est pas memorisee : corrigee (ou le bon
*>   recu), elle se represente telle quelle au run suivant
*> - Une ligne de bon en livraison directe compte comme recue des
*>   que PPORECV a confirme l'expedition (ligne 'R')
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PAPMATCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FAPINV ASSIGN TO DAP-INVOICE
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-INV.

           SELECT FPOFILE ASSIGN TO DPO-FILE
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-PO.

*> Registre des rapprochements, parcouru au demarrage puis lu par
*> cle : le controle des doublons ne depend d'aucune table memoire
           SELECT FAPHIST ASSIGN TO DAP-MATCHED
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS MAT-CLE
                          FILE STATUS IS WS-STATUS-HIS.

*> Tolerances de rapprochement, configurables comme DPRICETOL de
*> PNEWPROD ; fichier absent = rapprochement exact
           SELECT FAPTOL ASSIGN TO DAP-TOL
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-TOL.

           SELECT FAPDUE ASSIGN TO DAP-DUE
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-DUE.

           SELECT FGLJRNL ASSIGN TO DGL-JRNL
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-GLJ.

           SELECT FGLEDIT ASSIGN TO DGL-EDIT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-GLE.

           SELECT FHOLDRPT ASSIGN TO DAP-HOLD-RPT
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.

       FD FAPINV
           RECORDING MODE IS F.

       01 ENRAPINV           PIC X(80).

*> Même structure que dans PPURCHORD (cf PPURCHORD.cbl)
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

*> Une ligne de facture rapprochee par enregistrement ; la ligne 01
*> existe pour toute facture rapprochee
       FD FAPHIST
           DATA RECORD IS ENRAPHIST.

       01 ENRAPHIST.
          05 MAT-CLE.
             10 MAT-VND-NO   PIC X(4).
             10 MAT-FACTURE  PIC X(10).
             10 MAT-LIGNE    PIC 9(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 MAT-BON         PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 MAT-P-NO        PIC 9(3).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 MAT-QTE         PIC 9(5).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 MAT-PRIX        PIC 9(5)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 MAT-DATE-RUN    PIC X(10).

*> Tolerances, un seul enregistrement attendu
       FD FAPTOL
           RECORDING MODE IS F.

       01 ENRAPTOL.
          05 TOL-PRIX        PIC 9(3)V99.
          05 FILLER          PIC X(1).
          05 TOL-QTE         PIC 9(3)V99.
          05 FILLER          PIC X(1).
          05 TOL-DELAI       PIC 9(3).

*> Une facture a payer par enregistrement, etat 'A' = a payer
       FD FAPDUE
           RECORDING MODE IS F.

       01 ENRAPDUE.
          05 DUE-VND-NO      PIC X(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DUE-FACTURE     PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DUE-DATE-FACT   PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DUE-ECHEANCE    PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DUE-MONTANT     PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DUE-ETAT        PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DUE-DATE-RUN    PIC X(10).

*> Même structure que celle écrite par PFACTURE (cf PFACTURE.cbl)
       FD FGLJRNL
           RECORDING MODE IS F.

       01 ENRGLJRNL.
          05 JRN-DATE        PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 JRN-SOURCE      PIC X(8).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 JRN-COMPTE      PIC X(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 JRN-LIBELLE     PIC X(30).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 JRN-DEBIT       PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 JRN-CREDIT      PIC 9(7)V99.

       FD FGLEDIT
           RECORDING MODE F
           DATA RECORD IS ENRGLEDIT.

       01 ENRGLEDIT          PIC X(80).

*> Etat des factures retenues : 'L' = ligne en ecart, 'T' = synthese
       FD FHOLDRPT
           RECORDING MODE IS F.

       01 ENRHOLDRPT.
          05 HLD-TYPE-REC    PIC X(1).
          05 FILLER          PIC X(1).
          05 HLD-VND-NO      PIC X(4).
          05 FILLER          PIC X(1).
          05 HLD-FACTURE     PIC X(10).
          05 FILLER          PIC X(1).
          05 HLD-BON         PIC X(6).
          05 FILLER          PIC X(1).
          05 HLD-P-NO        PIC X(3).
          05 FILLER          PIC X(1).
          05 HLD-CODE        PIC X(4).
          05 FILLER          PIC X(1).
          05 HLD-MOTIF       PIC X(30).
          05 FILLER          PIC X(1).
          05 HLD-QTE         PIC ZZZZ9.
          05 FILLER          PIC X(1).
          05 HLD-PRIX        PIC ZZZZ9,99.
          05 FILLER          PIC X(1).

       01 ENRHOLDTOT.
          05 TOT-TYPE-REC    PIC X(1).
          05 FILLER          PIC X(1).
          05 TOT-TEXTE       PIC X(78).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-INV      PIC 99 VALUE 0.
       77 WS-STATUS-PO       PIC 99 VALUE 0.
       77 WS-STATUS-HIS      PIC 99 VALUE 0.
       77 WS-STATUS-TOL      PIC 99 VALUE 0.
       77 WS-STATUS-DUE      PIC 99 VALUE 0.
       77 WS-STATUS-GLJ      PIC 99 VALUE 0.
       77 WS-STATUS-GLE      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1).

*> Tolerances en pourcentage et delai de paiement (cf DAP-TOL)
       01 WS-TOL-PRIX        PIC 9(3)V99 VALUE 0.
       01 WS-TOL-QTE         PIC 9(3)V99 VALUE 0.
       01 WS-DELAI-PAIEMENT  PIC 9(3) VALUE 30.

*> Lignes de bon cumulees par bon + produit (tous depots) : fournis-
*> seur, prix convenu, quantites commandee, recue, deja facturee, et
*> quantite de la facture en cours de controle
       01 WS-LIG-TABLE.
          05 WS-LIG OCCURS 500.
             10 WS-LIG-BON      PIC 9(6).
             10 WS-LIG-PNO      PIC 9(3).
             10 WS-LIG-VND      PIC X(4).
             10 WS-LIG-PRIX     PIC 9(5)V99.
             10 WS-LIG-CDE      PIC 9(6).
             10 WS-LIG-RECUE    PIC 9(6).
             10 WS-LIG-FACTUREE PIC 9(6).
             10 WS-LIG-ENCOURS  PIC 9(6).
       01 WS-NB-LIG          PIC 9(3) VALUE 0.
       01 WS-LIG-IDX         PIC 9(3).
       01 WS-LIG-TROUVE      PIC 9(3).
       01 WS-CH-BON          PIC 9(6).
       01 WS-CH-PNO          PIC 9(3).

*> Facture deja rapprochee (fournisseur + N°) trouvee au registre
       01 WS-DEJA-TROUVE     PIC X(1).

*> Zones d'une ligne de facture lue
       01 WS-IN-VND          PIC X(4).
       01 WS-IN-FACTURE      PIC X(10).
       01 WS-IN-DATE         PIC X(10).
       01 WS-IN-BON-X        PIC X(6).
       01 WS-IN-PNO-X        PIC X(3).
       01 WS-IN-QTE-X        PIC X(5).
       01 WS-IN-PRIX-X       PIC X(10).
       01 WS-IN-DATE-N       PIC 9(8).

*> Facture en cours : entete et lignes (50 au plus)
       01 WS-FAC-VND         PIC X(4) VALUE SPACES.
       01 WS-FAC-NO          PIC X(10) VALUE SPACES.
       01 WS-FAC-DATE        PIC X(10).
       01 WS-FAC-MONTANT     PIC 9(7)V99.
       01 WS-FAC-RETENUE     PIC X(1).
       01 WS-FAC-DEBORD      PIC X(1) VALUE 'N'.
       01 WS-FAC-NB          PIC 9(2) VALUE 0.
       01 WS-FAC-IDX         PIC 9(2).
       01 WS-FAC-LIGNES.
          05 WS-FL OCCURS 50.
             10 WS-FL-BON-X     PIC X(6).
             10 WS-FL-PNO-X     PIC X(3).
             10 WS-FL-BON       PIC 9(6).
             10 WS-FL-PNO       PIC 9(3).
             10 WS-FL-QTE       PIC 9(5).
             10 WS-FL-PRIX      PIC 9(5)V99.
             10 WS-FL-LIG       PIC 9(3).
             10 WS-FL-CODE      PIC X(4).
             10 WS-FL-MOTIF     PIC X(30).

*> Controle de prix et de quantite d'une ligne
       01 WS-ECART-PRIX      PIC 9(5)V99.
       01 WS-ECART-MAX       PIC 9(5)V99.
       01 WS-QTE-MAX         PIC 9(7).
       01 WS-QTE-CUMUL       PIC 9(7).
       01 WS-MNT-LIGNE       PIC 9(7)V99.

*> Date du run et echeance par PDATECALC
       01 WS-DATE-CURRENT    PIC X(21).
       01 WS-DATE-RUN        PIC X(10).
       01 PDATECALC          PIC X(9) VALUE 'PDATECALC'.
       01 WS-DC-DATE-BASE    PIC X(10).
       01 WS-DC-SENS         PIC X(1).
       01 WS-DC-JOURS        PIC 9(4).
       01 WS-DC-AJUST        PIC X(1).
       01 WS-DC-DATE-RESULT  PIC X(10).
       01 WS-DC-STATUT       PIC X(1).

*> Ecriture en cours et sa cle de recherche de compte (cf PGLACCT) :
*> nature, bureau, categorie, devise ; statut 'N' = compte d'attente
       01 PGLACCT            PIC X(7) VALUE 'PGLACCT'.
       01 WS-GL-PROGRAMME    PIC X(8) VALUE 'PAPMATCH'.
       01 WS-GL-TYPE         PIC X(8).
       01 WS-GL-OFFICE       PIC X(20).
       01 WS-GL-CATEG        PIC X(10).
       01 WS-GL-DEVISE       PIC X(2).
       01 WS-GL-SENS         PIC X(1).
       01 WS-GL-MONTANT      PIC 9(7)V99.
       01 WS-GL-COMPTE       PIC X(6).
       01 WS-GL-STATUT       PIC X(1).
       01 WS-GL-LIBELLE      PIC X(30).
       01 WS-GL-DEBIT        PIC 9(7)V99.
       01 WS-GL-CREDIT       PIC 9(7)V99.
       01 WS-GL-ENTETE       PIC X(1) VALUE 'N'.
       77 WS-GL-MNT-STR      PIC Z(6)9,99.
       77 WS-CT-GL-ATTENTE   PIC 9(3) VALUE 0.

       77 WS-CT-LIGNES       PIC 9(5) VALUE 0.
       77 WS-CT-FACTURES     PIC 9(5) VALUE 0.
       77 WS-CT-RAPPROCHEES  PIC 9(5) VALUE 0.
       77 WS-CT-RETENUES     PIC 9(5) VALUE 0.
       77 WS-CT-LIG-ECART    PIC 9(5) VALUE 0.
       77 WS-MNT-RAPPROCHE   PIC 9(9)V99 VALUE 0.
       77 WS-MNT-RETENU      PIC 9(9)V99 VALUE 0.
       77 WS-CT-STR          PIC ZZZZ9.
       77 WS-MNT-STR         PIC Z(8)9,99.

*> Code retour : 8 si le registre des bons ou les factures sont
*> absents, 4 si une facture est retenue ou si une ecriture est
*> partie au compte d'attente, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 2000-TRAITER-FACTURES
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Tolerances, registre des bons et historique des rapprochements
*> charges en table, puis fichiers de sortie ouverts
       1000-DEBUT.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT
           STRING WS-DATE-CURRENT(1:4) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(5:2) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-RUN
           END-STRING

           OPEN OUTPUT FHOLDRPT

           PERFORM 1100-LIRE-TOLERANCES

           OPEN INPUT FPOFILE
           IF WS-STATUS-PO NOT = 0
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PAPMATCH : REGISTRE DPO-FILE ABSENT OU'
                      ' ILLISIBLE'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FPOFILE
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM 1200-CUMULER-LIGNE-BON
                 END-READ
              END-PERFORM
              CLOSE FPOFILE
           END-IF

*> Registre en mise a jour, cree vide au premier run (cf FPROMISE
*> dans PPROMISE), parcouru en entier pour les quantites deja
*> facturees ; les rapprochements des runs precedents ne sont
*> jamais reecrits
           OPEN I-O FAPHIST
           IF WS-STATUS-HIS NOT = 0
              CLOSE FAPHIST
              OPEN OUTPUT FAPHIST
              CLOSE FAPHIST
              OPEN I-O FAPHIST
           END-IF

           IF WS-STATUS-HIS NOT = 0
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PAPMATCH : REGISTRE DAP-MATCHED ILLISIBLE ('
                      WS-STATUS-HIS ')'
           ELSE
              MOVE LOW-VALUES TO MAT-CLE
              MOVE 'N' TO WS-EOF
              START FAPHIST KEY IS NOT LESS THAN MAT-CLE
                  INVALID KEY
                      MOVE 'Y' TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FAPHIST NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM 1300-RETENIR-RAPPROCHEMENT
                 END-READ
              END-PERFORM
           END-IF

           IF WS-RETURN-CODE NOT = 8
              OPEN INPUT FAPINV
              IF WS-STATUS-INV NOT = 0
                 MOVE 8 TO WS-RETURN-CODE
                 DISPLAY 'PAPMATCH : FACTURES DAP-INVOICE ABSENTES'
              END-IF
           END-IF

           IF WS-RETURN-CODE NOT = 8
              OPEN EXTEND FAPDUE
              IF WS-STATUS-DUE NOT = 0
                 CLOSE FAPDUE
                 OPEN OUTPUT FAPDUE
              END-IF

*> Journal comptable et sa liste de controle, toujours en mode ajout
              OPEN EXTEND FGLJRNL
              IF WS-STATUS-GLJ NOT = 0
                 CLOSE FGLJRNL
                 OPEN OUTPUT FGLJRNL
              END-IF

              OPEN EXTEND FGLEDIT
              IF WS-STATUS-GLE NOT = 0
                 CLOSE FGLEDIT
                 OPEN OUTPUT FGLEDIT
              END-IF
           END-IF
           .

*> Lecture des tolerances, sur le meme schema que 1100-LIRE-TOLERANCE
*> de PNEWPROD ; une zone absente, non numerique ou nulle garde sa
*> valeur par defaut
       1100-LIRE-TOLERANCES.

           OPEN INPUT FAPTOL
           IF WS-STATUS-TOL = 0
              READ FAPTOL
                  AT END
                      CONTINUE
                  NOT AT END
                      IF TOL-PRIX IS NUMERIC
                         MOVE TOL-PRIX TO WS-TOL-PRIX
                      END-IF
                      IF TOL-QTE IS NUMERIC
                         MOVE TOL-QTE TO WS-TOL-QTE
                      END-IF
                      IF TOL-DELAI IS NUMERIC AND TOL-DELAI > 0
                         MOVE TOL-DELAI TO WS-DELAI-PAIEMENT
                      END-IF
              END-READ
              CLOSE FAPTOL
           END-IF
           .

*> Cumul par bon + produit : 'O'/'D' portent la quantite commandee
*> et le prix convenu, 'R' la quantite recue (cf PPORECV)
       1200-CUMULER-LIGNE-BON.

           MOVE PO-NO   TO WS-CH-BON
           MOVE PO-P-NO TO WS-CH-PNO
           PERFORM 1210-CHERCHER-LIGNE

           IF WS-LIG-TROUVE = 0
              IF WS-NB-LIG < 500
                 ADD 1 TO WS-NB-LIG
                 MOVE WS-NB-LIG TO WS-LIG-TROUVE
                 MOVE PO-NO     TO WS-LIG-BON(WS-NB-LIG)
                 MOVE PO-P-NO   TO WS-LIG-PNO(WS-NB-LIG)
                 MOVE PO-VND-NO TO WS-LIG-VND(WS-NB-LIG)
                 MOVE 0 TO WS-LIG-PRIX(WS-NB-LIG)
                           WS-LIG-CDE(WS-NB-LIG)
                           WS-LIG-RECUE(WS-NB-LIG)
                           WS-LIG-FACTUREE(WS-NB-LIG)
                           WS-LIG-ENCOURS(WS-NB-LIG)
              ELSE
                 DISPLAY 'PAPMATCH : TABLE DES LIGNES DE BON PLEINE,'
                         ' BON ' PO-NO ' PRODUIT ' PO-P-NO ' IGNORE'
              END-IF
           END-IF

           IF WS-LIG-TROUVE > 0
              IF PO-ETAT = 'R'
                 ADD PO-QTY TO WS-LIG-RECUE(WS-LIG-TROUVE)
              ELSE
                 ADD PO-QTY TO WS-LIG-CDE(WS-LIG-TROUVE)
              END-IF
              IF PO-PRIX > 0
                 MOVE PO-PRIX TO WS-LIG-PRIX(WS-LIG-TROUVE)
              END-IF
           END-IF
           .

*> Recherche de la ligne de bon WS-CH-BON / WS-CH-PNO
       1210-CHERCHER-LIGNE.

           MOVE 0 TO WS-LIG-TROUVE
           PERFORM VARYING WS-LIG-IDX FROM 1 BY 1
                   UNTIL WS-LIG-IDX > WS-NB-LIG
                   OR WS-LIG-TROUVE > 0
              IF WS-LIG-BON(WS-LIG-IDX) = WS-CH-BON
                 AND WS-LIG-PNO(WS-LIG-IDX) = WS-CH-PNO
                 MOVE WS-LIG-IDX TO WS-LIG-TROUVE
              END-IF
           END-PERFORM
           .

*> Ligne deja rapprochee : quantite deja facturee sur la ligne de
*> bon
       1300-RETENIR-RAPPROCHEMENT.

           MOVE MAT-BON  TO WS-CH-BON
           MOVE MAT-P-NO TO WS-CH-PNO
           PERFORM 1210-CHERCHER-LIGNE
           IF WS-LIG-TROUVE > 0
              ADD MAT-QTE TO WS-LIG-FACTUREE(WS-LIG-TROUVE)
           END-IF
           .

*> Facture WS-IN-VND / WS-IN-FACTURE deja rapprochee : sa ligne 01
*> est au registre (runs precedents comme run en cours)
       1320-CHERCHER-FACTURE.

           MOVE WS-IN-VND     TO MAT-VND-NO
           MOVE WS-IN-FACTURE TO MAT-FACTURE
           MOVE 1             TO MAT-LIGNE
           READ FAPHIST
               KEY IS MAT-CLE
               INVALID KEY
                   MOVE 'N' TO WS-DEJA-TROUVE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DEJA-TROUVE
           END-READ
           .

*> Lignes de facture lues et regroupees par facture : la facture
*> precedente est decidee des que le fournisseur ou le N° change
       2000-TRAITER-FACTURES.

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ FAPINV
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF ENRAPINV NOT = SPACES
                       PERFORM 2100-LIGNE-FACTURE
                    END-IF
              END-READ
           END-PERFORM

           IF WS-FAC-NB > 0
              PERFORM 3000-DECIDER-FACTURE
           END-IF
           .

*> Une ligne de facture : decoupee, controlee dans sa forme, puis
*> rangee sous sa facture
       2100-LIGNE-FACTURE.

           ADD 1 TO WS-CT-LIGNES
           MOVE SPACES TO WS-IN-VND WS-IN-FACTURE WS-IN-DATE
                          WS-IN-BON-X WS-IN-PNO-X WS-IN-QTE-X
                          WS-IN-PRIX-X
           UNSTRING ENRAPINV DELIMITED BY ';'
              INTO WS-IN-VND WS-IN-FACTURE WS-IN-DATE
                   WS-IN-BON-X WS-IN-PNO-X WS-IN-QTE-X
                   WS-IN-PRIX-X
           END-UNSTRING

           IF WS-FAC-NB > 0
              AND (WS-IN-VND NOT = WS-FAC-VND
                   OR WS-IN-FACTURE NOT = WS-FAC-NO)
              PERFORM 3000-DECIDER-FACTURE
           END-IF

           IF WS-FAC-NB = 0
              MOVE WS-IN-VND     TO WS-FAC-VND
              MOVE WS-IN-FACTURE TO WS-FAC-NO
              MOVE WS-IN-DATE    TO WS-FAC-DATE
           END-IF

           IF WS-FAC-NB < 50
              ADD 1 TO WS-FAC-NB
              MOVE WS-FAC-NB TO WS-FAC-IDX
              PERFORM 2110-CONTROLER-FORME
           ELSE
              MOVE 'Y' TO WS-FAC-DEBORD
           END-IF
           .

*> Forme de la ligne : numeros et quantite numeriques, prix valide,
*> date de facture valide ; une ligne mal formee retient la facture
       2110-CONTROLER-FORME.

           MOVE WS-IN-BON-X TO WS-FL-BON-X(WS-FAC-IDX)
           MOVE WS-IN-PNO-X TO WS-FL-PNO-X(WS-FAC-IDX)
           MOVE 0 TO WS-FL-BON(WS-FAC-IDX) WS-FL-PNO(WS-FAC-IDX)
                     WS-FL-QTE(WS-FAC-IDX) WS-FL-PRIX(WS-FAC-IDX)
                     WS-FL-LIG(WS-FAC-IDX)
           MOVE SPACES TO WS-FL-CODE(WS-FAC-IDX)
                          WS-FL-MOTIF(WS-FAC-IDX)

           IF WS-IN-VND = SPACES OR WS-IN-FACTURE = SPACES
              MOVE 'FMT' TO WS-FL-CODE(WS-FAC-IDX)
              MOVE 'FOURNISSEUR OU FACTURE ABSENT'
                   TO WS-FL-MOTIF(WS-FAC-IDX)
           END-IF

           IF WS-FL-CODE(WS-FAC-IDX) = SPACES
              IF WS-IN-BON-X IS NOT NUMERIC
                 OR WS-IN-PNO-X IS NOT NUMERIC
                 OR WS-IN-QTE-X IS NOT NUMERIC
                 MOVE 'FMT' TO WS-FL-CODE(WS-FAC-IDX)
                 MOVE 'BON, PRODUIT OU QUANTITE INVALIDE'
                      TO WS-FL-MOTIF(WS-FAC-IDX)
              ELSE
                 MOVE WS-IN-BON-X TO WS-FL-BON(WS-FAC-IDX)
                 MOVE WS-IN-PNO-X TO WS-FL-PNO(WS-FAC-IDX)
                 MOVE WS-IN-QTE-X TO WS-FL-QTE(WS-FAC-IDX)
                 IF WS-FL-QTE(WS-FAC-IDX) = 0
                    MOVE 'FMT' TO WS-FL-CODE(WS-FAC-IDX)
                    MOVE 'QUANTITE FACTUREE NULLE'
                         TO WS-FL-MOTIF(WS-FAC-IDX)
                 END-IF
              END-IF
           END-IF

           IF WS-FL-CODE(WS-FAC-IDX) = SPACES
              IF WS-IN-PRIX-X = SPACES
                 OR FUNCTION TEST-NUMVAL-C(WS-IN-PRIX-X) NOT = 0
                 MOVE 'FMT' TO WS-FL-CODE(WS-FAC-IDX)
                 MOVE 'PRIX UNITAIRE INVALIDE'
                      TO WS-FL-MOTIF(WS-FAC-IDX)
              ELSE
                 IF FUNCTION NUMVAL-C(WS-IN-PRIX-X) <= 0
                    OR FUNCTION NUMVAL-C(WS-IN-PRIX-X) > 99999,99
                    MOVE 'FMT' TO WS-FL-CODE(WS-FAC-IDX)
                    MOVE 'PRIX UNITAIRE INVALIDE'
                         TO WS-FL-MOTIF(WS-FAC-IDX)
                 ELSE
                    COMPUTE WS-FL-PRIX(WS-FAC-IDX) =
                            FUNCTION NUMVAL-C(WS-IN-PRIX-X)
                 END-IF
              END-IF
           END-IF

*> Date de facture : celle de la premiere ligne fait foi
           IF WS-FL-CODE(WS-FAC-IDX) = SPACES
              IF WS-FAC-DATE(1:4) IS NOT NUMERIC
                 OR WS-FAC-DATE(5:1) NOT = '-'
                 OR WS-FAC-DATE(6:2) IS NOT NUMERIC
                 OR WS-FAC-DATE(8:1) NOT = '-'
                 OR WS-FAC-DATE(9:2) IS NOT NUMERIC
                 MOVE 'FMT' TO WS-FL-CODE(WS-FAC-IDX)
                 MOVE 'DATE DE FACTURE INVALIDE'
                      TO WS-FL-MOTIF(WS-FAC-IDX)
              ELSE
                 STRING WS-FAC-DATE(1:4) DELIMITED BY SIZE
                        WS-FAC-DATE(6:2) DELIMITED BY SIZE
                        WS-FAC-DATE(9:2) DELIMITED BY SIZE
                        INTO WS-IN-DATE-N
                 END-STRING
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-IN-DATE-N) NOT = 0
                    MOVE 'FMT' TO WS-FL-CODE(WS-FAC-IDX)
                    MOVE 'DATE DE FACTURE INVALIDE'
                         TO WS-FL-MOTIF(WS-FAC-IDX)
                 END-IF
              END-IF
           END-IF
           .

*> Facture complete : doublon, puis chaque ligne contre le bon et
*> les receptions ; rapprochee si aucune ligne n'est en ecart
       3000-DECIDER-FACTURE.

           ADD 1 TO WS-CT-FACTURES
           MOVE 'N' TO WS-FAC-RETENUE
           MOVE 0 TO WS-FAC-MONTANT

           MOVE WS-FAC-VND TO WS-IN-VND
           MOVE WS-FAC-NO  TO WS-IN-FACTURE
           PERFORM 1320-CHERCHER-FACTURE
           IF WS-DEJA-TROUVE = 'Y'
              AND WS-FL-CODE(1) = SPACES
              MOVE 'DBL' TO WS-FL-CODE(1)
              MOVE 'FACTURE DEJA RAPPROCHEE' TO WS-FL-MOTIF(1)
           END-IF

           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-NB
              IF WS-FL-CODE(WS-FAC-IDX) = SPACES
                 PERFORM 3100-CONTROLER-LIGNE
              END-IF
              COMPUTE WS-MNT-LIGNE = WS-FL-QTE(WS-FAC-IDX)
                                   * WS-FL-PRIX(WS-FAC-IDX)
              ADD WS-MNT-LIGNE TO WS-FAC-MONTANT
              IF WS-FL-CODE(WS-FAC-IDX) NOT = SPACES
                 MOVE 'Y' TO WS-FAC-RETENUE
              END-IF
           END-PERFORM

           IF WS-FAC-DEBORD = 'Y'
              MOVE 'Y' TO WS-FAC-RETENUE
           END-IF

           IF WS-FAC-RETENUE = 'Y'
              PERFORM 3400-RETENIR-FACTURE
           ELSE
              PERFORM 3200-RAPPROCHER-FACTURE
           END-IF

           MOVE 0 TO WS-FAC-NB
           MOVE 'N' TO WS-FAC-DEBORD
           .

*> Une ligne contre sa ligne de bon : fournisseur, prix convenu a la
*> tolerance pres, quantite cumulee facturee contre quantite recue
*> majoree de la tolerance
       3100-CONTROLER-LIGNE.

           MOVE WS-FL-BON(WS-FAC-IDX) TO WS-CH-BON
           MOVE WS-FL-PNO(WS-FAC-IDX) TO WS-CH-PNO
           PERFORM 1210-CHERCHER-LIGNE
           MOVE WS-LIG-TROUVE TO WS-FL-LIG(WS-FAC-IDX)

           IF WS-LIG-TROUVE = 0
              MOVE 'SBON' TO WS-FL-CODE(WS-FAC-IDX)
              MOVE 'LIGNE DE BON INCONNUE' TO WS-FL-MOTIF(WS-FAC-IDX)
           ELSE
              IF WS-LIG-VND(WS-LIG-TROUVE) NOT = WS-FAC-VND
                 MOVE 'SBON' TO WS-FL-CODE(WS-FAC-IDX)
                 MOVE 'BON D''UN AUTRE FOURNISSEUR'
                      TO WS-FL-MOTIF(WS-FAC-IDX)
              END-IF
           END-IF

           IF WS-FL-CODE(WS-FAC-IDX) = SPACES
              IF WS-LIG-PRIX(WS-LIG-TROUVE) = 0
                 MOVE 'PRIX' TO WS-FL-CODE(WS-FAC-IDX)
                 MOVE 'PAS DE PRIX CONVENU AU BON'
                      TO WS-FL-MOTIF(WS-FAC-IDX)
              ELSE
                 COMPUTE WS-ECART-PRIX = FUNCTION ABS(
                         WS-FL-PRIX(WS-FAC-IDX)
                         - WS-LIG-PRIX(WS-LIG-TROUVE))
                 COMPUTE WS-ECART-MAX ROUNDED =
                         WS-LIG-PRIX(WS-LIG-TROUVE) * WS-TOL-PRIX / 100
                 IF WS-ECART-PRIX > WS-ECART-MAX
                    MOVE 'PRIX' TO WS-FL-CODE(WS-FAC-IDX)
                    MOVE 'ECART AU PRIX CONVENU'
                         TO WS-FL-MOTIF(WS-FAC-IDX)
                 END-IF
              END-IF
           END-IF

*> La quantite de la ligne compte pour les lignes suivantes de la
*> meme facture sur la meme ligne de bon
           IF WS-FL-CODE(WS-FAC-IDX) = SPACES
              ADD WS-FL-QTE(WS-FAC-IDX)
                  TO WS-LIG-ENCOURS(WS-LIG-TROUVE)
              COMPUTE WS-QTE-CUMUL = WS-LIG-FACTUREE(WS-LIG-TROUVE)
                                   + WS-LIG-ENCOURS(WS-LIG-TROUVE)
              COMPUTE WS-QTE-MAX = WS-LIG-RECUE(WS-LIG-TROUVE)
                      + WS-LIG-RECUE(WS-LIG-TROUVE) * WS-TOL-QTE / 100
              IF WS-QTE-CUMUL > WS-QTE-MAX
                 MOVE 'QTE' TO WS-FL-CODE(WS-FAC-IDX)
                 IF WS-LIG-RECUE(WS-LIG-TROUVE) = 0
                    MOVE 'AUCUNE QUANTITE RECUE'
                         TO WS-FL-MOTIF(WS-FAC-IDX)
                 ELSE
                    MOVE 'QUANTITE FACTUREE > RECUE'
                         TO WS-FL-MOTIF(WS-FAC-IDX)
                 END-IF
              END-IF
           END-IF
           .

*> Facture rapprochee : quantites facturees retenues, lignes
*> historisees, echeance au registre, piece au journal comptable
       3200-RAPPROCHER-FACTURE.

           ADD 1 TO WS-CT-RAPPROCHEES
           ADD WS-FAC-MONTANT TO WS-MNT-RAPPROCHE

           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-NB
              MOVE WS-FL-LIG(WS-FAC-IDX) TO WS-LIG-TROUVE
              ADD WS-FL-QTE(WS-FAC-IDX)
                  TO WS-LIG-FACTUREE(WS-LIG-TROUVE)
              MOVE 0 TO WS-LIG-ENCOURS(WS-LIG-TROUVE)

              MOVE SPACES TO ENRAPHIST
              MOVE WS-FAC-VND            TO MAT-VND-NO
              MOVE WS-FAC-NO             TO MAT-FACTURE
              MOVE WS-FAC-IDX            TO MAT-LIGNE
              MOVE WS-FL-BON(WS-FAC-IDX)  TO MAT-BON
              MOVE WS-FL-PNO(WS-FAC-IDX)  TO MAT-P-NO
              MOVE WS-FL-QTE(WS-FAC-IDX)  TO MAT-QTE
              MOVE WS-FL-PRIX(WS-FAC-IDX) TO MAT-PRIX
              MOVE WS-DATE-RUN           TO MAT-DATE-RUN
              WRITE ENRAPHIST
                  INVALID KEY
                      DISPLAY 'PAPMATCH : LIGNE ' MAT-LIGNE
                              ' FACTURE ' WS-FAC-VND '/' WS-FAC-NO
                              ' DEJA AU REGISTRE (' WS-STATUS-HIS ')'
              END-WRITE
           END-PERFORM

           MOVE WS-FAC-DATE       TO WS-DC-DATE-BASE
           MOVE '+'               TO WS-DC-SENS
           MOVE WS-DELAI-PAIEMENT TO WS-DC-JOURS
           MOVE 'N'               TO WS-DC-AJUST
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT

           MOVE SPACES TO ENRAPDUE
           MOVE WS-FAC-VND     TO DUE-VND-NO
           MOVE WS-FAC-NO      TO DUE-FACTURE
           MOVE WS-FAC-DATE    TO DUE-DATE-FACT
           IF WS-DC-STATUT = 'Y'
              MOVE WS-DC-DATE-RESULT TO DUE-ECHEANCE
           ELSE
              MOVE WS-FAC-DATE TO DUE-ECHEANCE
           END-IF
           MOVE WS-FAC-MONTANT TO DUE-MONTANT
           MOVE 'A'            TO DUE-ETAT
           MOVE WS-DATE-RUN    TO DUE-DATE-RUN
           WRITE ENRAPDUE

           PERFORM 9100-PIECE-FACTURE
           .

*> Facture retenue : une ligne 'L' par ligne en ecart, quantites de
*> la facture rendues aux lignes de bon
       3400-RETENIR-FACTURE.

           ADD 1 TO WS-CT-RETENUES
           ADD WS-FAC-MONTANT TO WS-MNT-RETENU

           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-NB
              IF WS-FL-LIG(WS-FAC-IDX) > 0
                 MOVE 0 TO WS-LIG-ENCOURS(WS-FL-LIG(WS-FAC-IDX))
              END-IF
              IF WS-FL-CODE(WS-FAC-IDX) NOT = SPACES
                 MOVE SPACES TO ENRHOLDRPT
                 MOVE 'L'                     TO HLD-TYPE-REC
                 MOVE WS-FAC-VND              TO HLD-VND-NO
                 MOVE WS-FAC-NO               TO HLD-FACTURE
                 MOVE WS-FL-BON-X(WS-FAC-IDX)  TO HLD-BON
                 MOVE WS-FL-PNO-X(WS-FAC-IDX)  TO HLD-P-NO
                 MOVE WS-FL-CODE(WS-FAC-IDX)   TO HLD-CODE
                 MOVE WS-FL-MOTIF(WS-FAC-IDX)  TO HLD-MOTIF
                 MOVE WS-FL-QTE(WS-FAC-IDX)    TO HLD-QTE
                 MOVE WS-FL-PRIX(WS-FAC-IDX)   TO HLD-PRIX
                 WRITE ENRHOLDRPT
                 ADD 1 TO WS-CT-LIG-ECART
              END-IF
           END-PERFORM

           IF WS-FAC-DEBORD = 'Y'
              MOVE SPACES TO ENRHOLDRPT
              MOVE 'L'        TO HLD-TYPE-REC
              MOVE WS-FAC-VND TO HLD-VND-NO
              MOVE WS-FAC-NO  TO HLD-FACTURE
              MOVE 'FMT'      TO HLD-CODE
              MOVE 'FACTURE DE PLUS DE 50 LIGNES' TO HLD-MOTIF
              WRITE ENRHOLDRPT
              ADD 1 TO WS-CT-LIG-ECART
           END-IF
           .

       9000-FIN.

           IF WS-RETURN-CODE NOT = 8
              MOVE SPACES TO ENRHOLDTOT
              MOVE 'T' TO TOT-TYPE-REC
              MOVE WS-CT-FACTURES TO WS-CT-STR
              STRING 'FACTURES ' DELIMITED BY SIZE
                     WS-CT-STR   DELIMITED BY SIZE
                     INTO TOT-TEXTE
              END-STRING
              MOVE WS-CT-RAPPROCHEES TO WS-CT-STR
              MOVE 'RAPPROCHEES' TO TOT-TEXTE(16:11)
              MOVE WS-CT-STR     TO TOT-TEXTE(28:5)
              MOVE WS-CT-RETENUES TO WS-CT-STR
              MOVE 'RETENUES'    TO TOT-TEXTE(35:8)
              MOVE WS-CT-STR     TO TOT-TEXTE(44:5)
              MOVE WS-MNT-RETENU TO WS-MNT-STR
              MOVE 'MONTANT RETENU' TO TOT-TEXTE(51:14)
              MOVE WS-MNT-STR    TO TOT-TEXTE(66:12)
              WRITE ENRHOLDTOT
           END-IF

           IF WS-GL-ENTETE = 'Y'
              MOVE SPACES TO ENRGLEDIT
              WRITE ENRGLEDIT

*> Cloture de PGLACCT (table des comptes et fichier d'attente)
              MOVE '*' TO WS-GL-TYPE
              CALL PGLACCT USING WS-GL-PROGRAMME WS-GL-TYPE
                                 WS-GL-OFFICE WS-GL-CATEG
                                 WS-GL-DEVISE WS-GL-SENS
                                 WS-GL-MONTANT WS-GL-COMPTE
                                 WS-GL-STATUT
           END-IF

           MOVE '*' TO WS-DC-SENS
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT

           DISPLAY 'PAPMATCH : ' WS-CT-LIGNES ' LIGNES LUES, '
                   WS-CT-FACTURES ' FACTURES, '
                   WS-CT-RAPPROCHEES ' RAPPROCHEES, '
                   WS-CT-RETENUES ' RETENUES'
           DISPLAY 'PAPMATCH : MONTANT RAPPROCHE=' WS-MNT-RAPPROCHE
                   ' RETENU=' WS-MNT-RETENU
           IF WS-CT-GL-ATTENTE > 0
              DISPLAY 'PAPMATCH : ' WS-CT-GL-ATTENTE
                      ' ECRITURE(S) AU COMPTE D''ATTENTE'
           END-IF

           IF WS-RETURN-CODE NOT = 8
              IF WS-CT-RETENUES > 0 OR WS-CT-GL-ATTENTE > 0
                 MOVE 4 TO WS-RETURN-CODE
              ELSE
                 MOVE 0 TO WS-RETURN-CODE
              END-IF
              CLOSE FAPINV
                    FAPDUE
                    FGLJRNL
                    FGLEDIT
           END-IF
           CLOSE FAPHIST
           CLOSE FHOLDRPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .

*> Piece equilibree d'une facture rapprochee : debit achats, credit
*> fournisseurs (cf PFINCHG.9100 pour le meme schema) ; comptes
*> determines par PGLACCT, sans parametre -> compte d'attente
       9100-PIECE-FACTURE.

           IF WS-GL-ENTETE = 'N'
              MOVE 'Y' TO WS-GL-ENTETE
              MOVE SPACES TO ENRGLEDIT
              STRING 'JOURNAL PAPMATCH DU ' DELIMITED BY SIZE
                     WS-DATE-RUN DELIMITED BY SIZE
                     INTO ENRGLEDIT
              END-STRING
              WRITE ENRGLEDIT
           END-IF

           MOVE SPACES TO WS-GL-OFFICE WS-GL-CATEG WS-GL-DEVISE
           MOVE SPACES TO WS-GL-LIBELLE
           STRING 'FACT FOURN ' DELIMITED BY SIZE
                  WS-FAC-VND    DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-FAC-NO     DELIMITED BY SIZE
                  INTO WS-GL-LIBELLE
           END-STRING

           MOVE 'ACHATS' TO WS-GL-TYPE
           MOVE WS-FAC-MONTANT TO WS-GL-DEBIT
           MOVE 0 TO WS-GL-CREDIT
           PERFORM 9110-ECRIRE-PIECE

           MOVE 'FOURNISS' TO WS-GL-TYPE
           MOVE 0 TO WS-GL-DEBIT
           MOVE WS-FAC-MONTANT TO WS-GL-CREDIT
           PERFORM 9110-ECRIRE-PIECE
           .

*> Une ecriture dans DGL-JRNL et sa ligne sur DGL-EDIT ; le compte
*> vient de PGLACCT (nature WS-GL-TYPE), une ecriture sans compte
*> parametre est marquee 'ATTENTE' en liste
       9110-ECRIRE-PIECE.

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
           MOVE WS-DATE-RUN    TO JRN-DATE
           MOVE 'PAPMATCH'     TO JRN-SOURCE
           MOVE WS-GL-COMPTE   TO JRN-COMPTE
           MOVE WS-GL-LIBELLE  TO JRN-LIBELLE
           MOVE WS-GL-DEBIT    TO JRN-DEBIT
           MOVE WS-GL-CREDIT   TO JRN-CREDIT
           WRITE ENRGLJRNL

           MOVE SPACES TO ENRGLEDIT
           MOVE WS-GL-COMPTE  TO ENRGLEDIT(3:6)
           MOVE WS-GL-LIBELLE TO ENRGLEDIT(10:30)
           IF WS-GL-DEBIT > 0
              MOVE WS-GL-DEBIT TO WS-GL-MNT-STR
              MOVE WS-GL-MNT-STR TO ENRGLEDIT(41:10)
           END-IF
           IF WS-GL-CREDIT > 0
              MOVE WS-GL-CREDIT TO WS-GL-MNT-STR
              MOVE WS-GL-MNT-STR TO ENRGLEDIT(53:10)
           END-IF
           IF WS-GL-STATUT = 'N'
              MOVE 'ATTENTE' TO ENRGLEDIT(65:7)
           END-IF
           WRITE ENRGLEDIT
           .
