*> ==========================================================
*> PDEPOSIT.cbl - Acomptes clients sur commandes
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Enregistrer les acomptes et prepaiements recus des clients
*>   contre un numero de commande : l'argent est en banque mais la
*>   commande n'est pas encore facturee, il est donc tenu au compte
*>   de dettes ACOMPTES (acomptes recus des clients) sans toucher
*>   aux creances ni a CUSTOMERS.BALANCE
*> - Rembourser au client la part d'un acompte non encore imputee
*>   (commande annulee, acompte trop percu)
*> - Reporter sur CUSTOMERS.BALANCE les acomptes que PFACTURE a
*>   imputes sur les factures du cycle (cf 3000-REPORTER-IMPUTATIONS)
*> - Rapport des acomptes detenus, avec l'etat de la commande
*>   (non expediee, expediee, facturee, absente de ORDERS)
*>
*> Entrées :
*> - FTXN / DDEPOSIT-TXN : un mouvement par ligne, champs séparés
*>   par ';' :
*>     D;O_NO;MONTANT;REFERENCE;OPERATEUR
*>        acompte recu ; MONTANT a la virgule decimale, REFERENCE
*>        = reference du virement ou du cheque sur le releve
*>     R;O_NO;MONTANT;REFERENCE;OPERATEUR
*>        remboursement de l'acompte detenu ; MONTANT blanc = tout
*>        le reste detenu
*> - FOPERAUTH / DOPERAUTH : autorisations operateurs, fonction
*>   DEPOSIT (cf PCREDREL)
*> - Tables DB2 : ORDERS (client, expedition, facturation de la
*>   commande), CUSTOMERS (devise du client)
*>
*> Sorties :
*> - DDEPOSIT        : registre indexe des acomptes (cle O_NO), cree
*>   au premier run, lu et mis a jour par PFACTURE a l'imputation
*> - Table DB2 CUSTOMERS (balance diminuee des acomptes imputes)
*> - DGL-JRNL / DGL-EDIT : piece du run - debit banque par acompte
*>   recu ('BANQUE <reference>', rapproche du releve par PBANKREC),
*>   credit ACOMPTES par devise du client ; l'inverse pour un
*>   remboursement
*> - DDEPOSIT-REJECT : mouvements mal formes ou inapplicables
*> - DDEPOSIT-AUDIT  : une ligne par mouvement applique plus une
*>   ligne total, sur le modele de DDISPUTE-AUDIT
*> - DDEPOSIT-RPT    : une ligne 'D' par acompte detenu, une ligne
*>   'N' de total des acomptes sur commandes non expediees, une
*>   ligne 'T' de total general
*>
*> Sous-programmes appelés :
*> - PGLACCT : compte de chaque ecriture du journal comptable
*>
*> Remarques :
*> - Registre DDEPOSIT : DEP-MONTANT cumule les acomptes recus,
*>   DEP-APPLIQUE ce que PFACTURE a impute sur les factures,
*>   DEP-REMBOURSE ce qui a ete rendu ; le reste detenu est la
*>   difference. Etat 'O' = acompte detenu, 'A' = entierement
*>   impute, 'R' = entierement rembourse
*> - PFACTURE imprime l'acompte en deduction au pied de facture,
*>   ecrit la ligne 'K' de DAR-OPEN et passe ACOMPTES a CLIENTS au
*>   journal ; n'ayant pas acces a DB2, il laisse le montant impute
*>   dans DEP-A-REPORTER, que ce programme porte sur
*>   CUSTOMERS.BALANCE au step qui suit PFACTURE dans FACTBAT
*> - L'acompte est recu et impute dans la devise de la commande,
*>   sans change realise (pas de cours de reglement comme dans
*>   PPAYMENT)
*> - Sans fichier de mouvements, le programme ne fait que le report
*>   des imputations et le rapport (cf PDISPUTE)
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PDEPOSIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FTXN ASSIGN TO DDEPOSIT-TXN
                       ORGANIZATION IS SEQUENTIAL
                       FILE STATUS IS WS-STATUS-TXN.

*> Registre des acomptes, lu par cle pour les mouvements et en
*> sequence pour le report et le rapport
           SELECT FDEPOSIT ASSIGN TO DDEPOSIT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS DEP-O-NO
                           FILE STATUS IS WS-STATUS-DEP.

           SELECT FGLJRNL ASSIGN TO DGL-JRNL
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-GLJ.

           SELECT FGLEDIT ASSIGN TO DGL-EDIT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-GLE.

           SELECT FREJECT ASSIGN TO DDEPOSIT-REJECT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-REJ.

           SELECT FAUDIT ASSIGN TO DDEPOSIT-AUDIT
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-AUD.

           SELECT FOPERAUTH ASSIGN TO DOPERAUTH
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS WS-STATUS-AUT.

           SELECT FDEPRPT ASSIGN TO DDEPOSIT-RPT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.

       FD FTXN
           RECORDING MODE IS F.

       01 ENRTXN         PIC X(80).

*> Registre des acomptes : un enregistrement par commande ; les
*> champs DEP-DERN-* decrivent la derniere imputation faite par
*> PFACTURE (facture, montant, date du run), DEP-A-REPORTER le cumul
*> impute pas encore porte sur CUSTOMERS.BALANCE
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

       FD FREJECT
           RECORDING MODE IS F.

       01 ENRREJECT.
          05 REJ-RAW-LINE     PIC X(80).
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 REJ-REASON-CODE  PIC X(4).
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 REJ-REASON-TEXT  PIC X(30).

*> Journal d'audit : 'D' = mouvement applique, 'T' = total de fin
*> de run
       FD FAUDIT
           RECORDING MODE IS F.

       01 ENRDEPAUDIT.
          05 AUD-REC-TYPE     PIC X(1).
          05 AUD-CODE         PIC X(1).
          05 AUD-O-NO         PIC 9(6).
          05 AUD-C-NO         PIC 9(4).
          05 AUD-MONTANT      PIC 9(7)V99.
          05 AUD-DETENU       PIC 9(7)V99.
          05 AUD-REFERENCE    PIC X(20).
          05 AUD-OPERATEUR    PIC X(8).
          05 AUD-TIMESTAMP    PIC X(21).
          05 AUD-LUES         PIC 9(5).
          05 AUD-APPLIQUEES   PIC 9(5).
          05 AUD-REJETEES     PIC 9(5).

*> Une autorisation par ligne : operateur, fonction, limite
       FD FOPERAUTH
           RECORDING MODE IS F.

       01 ENROPERAUTH.
          05 AUT-OPERATEUR    PIC X(8).
          05 FILLER           PIC X(1).
          05 AUT-FONCTION     PIC X(8).
          05 FILLER           PIC X(1).
          05 AUT-LIMITE       PIC 9(7)V99.

*> Rapport des acomptes detenus : 'D' = acompte, 'N' = total des
*> commandes non expediees, 'T' = total general ; RPT-COMMANDE =
*> etat de la commande (NONEXP, EXPED, FACT, ABSENT)
       FD FDEPRPT
           RECORDING MODE IS F.

       01 ENRDEPRPT.
          05 RPT-TYPE-REC    PIC X(1).
          05 FILLER          PIC X(1).
          05 RPT-O-NO        PIC X(6).
          05 FILLER          PIC X(1).
          05 RPT-C-NO        PIC X(4).
          05 FILLER          PIC X(1).
          05 RPT-DEVISE      PIC X(2).
          05 FILLER          PIC X(1).
          05 RPT-DATE-RECU   PIC X(10).
          05 FILLER          PIC X(1).
          05 RPT-COMMANDE    PIC X(6).
          05 FILLER          PIC X(1).
          05 RPT-RECU        PIC Z(8)9,99.
          05 FILLER          PIC X(1).
          05 RPT-APPLIQUE    PIC Z(8)9,99.
          05 FILLER          PIC X(1).
          05 RPT-DETENU      PIC Z(8)9,99.

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE CUSTOMER END-EXEC.

           EXEC SQL INCLUDE ORDERS END-EXEC.

*> ORDERS.SHIPPED et INVOICED : pas de DCLGEN dans ce dépôt, déclarées
*> localement (cf PSHIPCONF, PORDAMEND)
       01 O-SHIPPED          PIC X(1).
       01 O-INVOICED         PIC X(1).

       77 WS-STATUS-TXN  PIC 99 VALUE 0.
       77 WS-STATUS-DEP  PIC 99 VALUE 0.
       77 WS-STATUS-GLJ  PIC 99 VALUE 0.
       77 WS-STATUS-GLE  PIC 99 VALUE 0.
       77 WS-STATUS-REJ  PIC 99 VALUE 0.
       77 WS-STATUS-AUD  PIC 99 VALUE 0.
       77 WS-STATUS-AUT  PIC 99 VALUE 0.
       77 WS-STATUS-RPT  PIC 99 VALUE 0.

       01 EOF            PIC X VALUE 'N'.
       01 WS-ENRTXN      PIC X(80).
       01 WS-EOF-DEP     PIC X(1).

*> Champs du mouvement en cours, issus de l'UNSTRING
       01 TXN-CODE        PIC X(1).
       01 TXN-O-NO        PIC X(6).
       01 TXN-MONTANT     PIC X(12).
       01 TXN-REFERENCE   PIC X(20).
       01 TXN-OPERATEUR   PIC X(8).

       01 WS-VALID-REC     PIC X VALUE 'Y'.
       01 WS-REJECT-CODE   PIC X(4).
       01 WS-REJECT-TEXT   PIC X(30).

*> Acompte deja connu du registre pour la commande du mouvement,
*> montant du mouvement et reste detenu
       01 WS-DEP-EXISTE    PIC X(1).
       01 WS-MVT-MONTANT   PIC 9(7)V99.
       01 WS-DETENU        PIC 9(7)V99.

*> Autorisations chargees en memoire (cf PCREDREL.1050)
       01 WS-AUT-TABLE.
          05 WS-AUT-ENTRY OCCURS 50 TIMES.
             10 WS-AUT-OPER     PIC X(8).
             10 WS-AUT-FONC     PIC X(8).
             10 WS-AUT-LIM      PIC 9(7)V99.
       01 WS-NB-AUT      PIC 9(2) VALUE 0.
       01 WS-AUT-IDX     PIC 9(2).
       01 WS-AUT-ACTIF   PIC X(1) VALUE 'N'.
       01 WS-AUT-OK      PIC X(1).
       01 WS-AUT-LIMITE  PIC 9(7)V99.
       01 WS-EOF-AUT     PIC X(1).

*> Date du run (AAAA-MM-JJ) et champs d'edition
       01 WS-DATE-RUN        PIC X(10).
       01 WS-DATE-CURRENT    PIC X(21).
       77 WS-GL-MNT-STR      PIC Z(6)9,99.

*> Ecriture en cours et sa cle de recherche de compte (cf PGLACCT) :
*> nature, bureau, categorie, devise ; statut 'N' = compte d'attente
       01 PGLACCT            PIC X(7) VALUE 'PGLACCT'.
       01 WS-GL-PROGRAMME    PIC X(8) VALUE 'PDEPOSIT'.
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
       77 WS-CT-GL-ATTENTE   PIC 9(3) VALUE 0.

*> Acomptes recus et rembourses du run par devise du client : un
*> compte ACOMPTES par devise ; au-dela de la table, le montant part
*> au compte d'attente
       01 C-DEVISE           PIC X(2).
       01 WS-GLC-TABLE.
          05 WS-GLC-ENTRY OCCURS 50 TIMES.
             10 WS-GLC-DEVISE   PIC X(2).
             10 WS-GLC-RECU     PIC 9(7)V99.
             10 WS-GLC-REMB     PIC 9(7)V99.
       01 WS-NB-GLC          PIC 9(2) VALUE 0.
       01 WS-GLC-IDX         PIC 9(2).
       01 WS-GLC-TROUVE      PIC X(1).
       01 WS-GLC-DEB-RECU    PIC 9(7)V99 VALUE 0.
       01 WS-GLC-DEB-REMB    PIC 9(7)V99 VALUE 0.

*> Mouvements banque du run, une ecriture banque par mouvement pour
*> le rapprochement du releve ; au-dela de la table, un cumul par
*> sens sous un libelle que PBANKREC ne rapproche pas
       01 WS-BQ-TABLE.
          05 WS-BQ-ENTRY OCCURS 1000 TIMES.
             10 WS-BQ-CODE      PIC X(1).
             10 WS-BQ-REF       PIC X(20).
             10 WS-BQ-MONTANT   PIC 9(7)V99.
       01 WS-NB-BQ           PIC 9(4) VALUE 0.
       01 WS-BQ-IDX          PIC 9(4).
       01 WS-BQ-DEB-RECU     PIC 9(7)V99 VALUE 0.
       01 WS-BQ-DEB-REMB     PIC 9(7)V99 VALUE 0.

*> Cumuls du rapport
       01 WS-TOT-CT          PIC 9(5) VALUE 0.
       01 WS-TOT-DETENU      PIC 9(9)V99 VALUE 0.
       01 WS-NEX-CT          PIC 9(5) VALUE 0.
       01 WS-NEX-DETENU      PIC 9(9)V99 VALUE 0.

*> Compteurs de fin de run
       01 WS-CT-LUES         PIC 9(5) VALUE 0.
       01 WS-CT-APPLIQUEES   PIC 9(5) VALUE 0.
       01 WS-CT-REJETEES     PIC 9(5) VALUE 0.
       77 WS-CT-RECU         PIC 9(9)V99 VALUE 0.
       77 WS-CT-REMBOURSE    PIC 9(9)V99 VALUE 0.
       77 WS-CT-REPORTES     PIC 9(5) VALUE 0.
       77 WS-CT-REPORT-MNT   PIC 9(9)V99 VALUE 0.
       77 WS-CT-REPORT-ECHEC PIC 9(5) VALUE 0.

*> Code retour remis au moniteur de job : 8 si le registre est
*> inaccessible, 4 si un mouvement a ete rejete, un report sur
*> BALANCE a echoue ou une ecriture comptable est partie au compte
*> d'attente, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 2000-TRAITEMENT UNTIL EOF = 'Y'
              PERFORM 3000-REPORTER-IMPUTATIONS
              PERFORM 4000-RAPPORT
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

       1000-DEBUT.

           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT
           STRING WS-DATE-CURRENT(1:4) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(5:2) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-RUN
           END-STRING

           OPEN OUTPUT FREJECT
           OPEN OUTPUT FDEPRPT

*> Journal d'audit en mode ajout (cf PDEVMAINT)
           OPEN EXTEND FAUDIT
           IF WS-STATUS-AUD NOT = 0
              CLOSE FAUDIT
              OPEN OUTPUT FAUDIT
           END-IF

*> Registre en mise a jour ; premier run : cree vide puis rouvert
*> (cf PDISPUTE)
           OPEN I-O FDEPOSIT
           IF WS-STATUS-DEP NOT = 0
              CLOSE FDEPOSIT
              OPEN OUTPUT FDEPOSIT
              CLOSE FDEPOSIT
              OPEN I-O FDEPOSIT
           END-IF

           IF WS-STATUS-DEP NOT = 0
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PDEPOSIT : REGISTRE DDEPOSIT INACCESSIBLE, '
                      'STATUT ' WS-STATUS-DEP
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

           PERFORM 1050-CHARGER-AUTORISATIONS

*> Sans fichier de mouvements : report et rapport seuls (cf
*> PDISPUTE)
           OPEN INPUT FTXN
           IF WS-STATUS-TXN NOT = 0
              MOVE 'Y' TO EOF
              DISPLAY 'PDEPOSIT : PAS DE MOUVEMENTS, REPORT ET '
                      'RAPPORT SEULS'
           ELSE
              READ FTXN INTO WS-ENRTXN
                   AT END
                       MOVE 'Y' TO EOF
              END-READ
           END-IF
           .

*> Chargement des autorisations operateurs ; fichier absent :
*> controle inactif (cf PCREDREL)
       1050-CHARGER-AUTORISATIONS.

           OPEN INPUT FOPERAUTH
           IF WS-STATUS-AUT = 0
              MOVE 'Y' TO WS-AUT-ACTIF
              MOVE 'N' TO WS-EOF-AUT
              PERFORM UNTIL WS-EOF-AUT = 'Y'
                 READ FOPERAUTH
                    AT END
                       MOVE 'Y' TO WS-EOF-AUT
                    NOT AT END
                       IF WS-NB-AUT < 50
                          ADD 1 TO WS-NB-AUT
                          MOVE AUT-OPERATEUR
                               TO WS-AUT-OPER(WS-NB-AUT)
                          MOVE AUT-FONCTION
                               TO WS-AUT-FONC(WS-NB-AUT)
                          MOVE AUT-LIMITE TO WS-AUT-LIM(WS-NB-AUT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FOPERAUTH
           END-IF
           .

       2000-TRAITEMENT.

           ADD 1 TO WS-CT-LUES

           INITIALIZE TXN-CODE TXN-O-NO TXN-MONTANT TXN-REFERENCE
                      TXN-OPERATEUR

           UNSTRING WS-ENRTXN DELIMITED BY ';'
                 INTO TXN-CODE TXN-O-NO TXN-MONTANT TXN-REFERENCE
                      TXN-OPERATEUR
           END-UNSTRING

           PERFORM 2010-VALIDER

           IF WS-VALID-REC = 'Y'
              IF TXN-CODE = 'D'
                 PERFORM 2020-RECEVOIR-ACOMPTE
              ELSE
                 PERFORM 2030-REMBOURSER-ACOMPTE
              END-IF
           ELSE
              PERFORM 2090-REJETER
           END-IF

           READ FTXN INTO WS-ENRTXN
                AT END
                    MOVE 'Y' TO EOF
           END-READ
           .

*> Controle de forme, puis de la commande dans ORDERS et de
*> l'acompte au registre, puis de l'operateur
       2010-VALIDER.

           MOVE 'Y' TO WS-VALID-REC
           MOVE SPACES TO WS-REJECT-CODE
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE 0 TO WS-MVT-MONTANT

           IF WS-ENRTXN = SPACES
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E001' TO WS-REJECT-CODE
              MOVE 'LIGNE VIDE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y'
              AND TXN-CODE NOT = 'D' AND TXN-CODE NOT = 'R'
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E002' TO WS-REJECT-CODE
              MOVE 'CODE MOUVEMENT INVALIDE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y'
              AND (TXN-O-NO NOT NUMERIC OR TXN-O-NO = '000000')
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E003' TO WS-REJECT-CODE
              MOVE 'NO COMMANDE NON NUMERIQUE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-OPERATEUR = SPACES
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E004' TO WS-REJECT-CODE
              MOVE 'OPERATEUR MANQUANT' TO WS-REJECT-TEXT
           END-IF

*> Montant obligatoire pour un acompte recu, facultatif pour un
*> remboursement (blanc = tout le reste detenu)
           IF WS-VALID-REC = 'Y'
              IF TXN-MONTANT = SPACES
                 IF TXN-CODE = 'D'
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E005' TO WS-REJECT-CODE
                    MOVE 'MONTANT MANQUANT' TO WS-REJECT-TEXT
                 END-IF
              ELSE
                 IF FUNCTION TEST-NUMVAL-C(TXN-MONTANT) NOT = 0
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E005' TO WS-REJECT-CODE
                    MOVE 'MONTANT NON NUMERIQUE' TO WS-REJECT-TEXT
                 ELSE
                    IF FUNCTION NUMVAL-C(TXN-MONTANT) <= 0
                       OR FUNCTION NUMVAL-C(TXN-MONTANT) > 9999999,99
                       MOVE 'N' TO WS-VALID-REC
                       MOVE 'E005' TO WS-REJECT-CODE
                       MOVE 'MONTANT HORS BORNES' TO WS-REJECT-TEXT
                    ELSE
                       COMPUTE WS-MVT-MONTANT =
                               FUNCTION NUMVAL-C(TXN-MONTANT)
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-CODE = 'D'
              AND TXN-REFERENCE = SPACES
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E006' TO WS-REJECT-CODE
              MOVE 'REFERENCE BANCAIRE MANQUANTE' TO WS-REJECT-TEXT
           END-IF

*> Un acompte ne se recoit que sur une commande connue et pas
*> encore facturee ; le client est celui de la commande
           IF WS-VALID-REC = 'Y' AND TXN-CODE = 'D'
              MOVE TXN-O-NO TO O-O-NO
              EXEC SQL
                 SELECT C_NO, VALUE(INVOICED, 'N')
                 INTO :O-C-NO, :O-INVOICED
                 FROM API12.ORDERS
                 WHERE O_NO = :O-O-NO
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E010' TO WS-REJECT-CODE
                 MOVE 'COMMANDE INCONNUE' TO WS-REJECT-TEXT
              ELSE
                 IF O-INVOICED = 'Y'
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E011' TO WS-REJECT-CODE
                    MOVE 'COMMANDE DEJA FACTUREE' TO WS-REJECT-TEXT
                 END-IF
              END-IF
           END-IF

           IF WS-VALID-REC = 'Y'
              MOVE TXN-O-NO TO DEP-O-NO
              READ FDEPOSIT KEY IS DEP-O-NO
                  INVALID KEY
                      MOVE 'N' TO WS-DEP-EXISTE
                  NOT INVALID KEY
                      MOVE 'Y' TO WS-DEP-EXISTE
              END-READ

              IF WS-DEP-EXISTE = 'Y'
                 COMPUTE WS-DETENU = DEP-MONTANT - DEP-APPLIQUE
                                   - DEP-REMBOURSE
              ELSE
                 MOVE 0 TO WS-DETENU
              END-IF

*> Un remboursement vise un acompte detenu, pour au plus ce qui
*> reste ; un acompte recu sur une commande d'un autre client que
*> celui du registre signale une erreur de saisie
              IF TXN-CODE = 'R'
                 EVALUATE TRUE
                    WHEN WS-DETENU = 0
                       MOVE 'N' TO WS-VALID-REC
                       MOVE 'E012' TO WS-REJECT-CODE
                       MOVE 'AUCUN ACOMPTE DETENU' TO WS-REJECT-TEXT
                    WHEN WS-MVT-MONTANT = 0
                       MOVE WS-DETENU TO WS-MVT-MONTANT
                    WHEN WS-MVT-MONTANT > WS-DETENU
                       MOVE 'N' TO WS-VALID-REC
                       MOVE 'E013' TO WS-REJECT-CODE
                       MOVE 'MONTANT SUPERIEUR AU DETENU'
                            TO WS-REJECT-TEXT
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              ELSE
                 IF WS-DEP-EXISTE = 'Y' AND DEP-C-NO NOT = O-C-NO
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E014' TO WS-REJECT-CODE
                    MOVE 'CLIENT DIFFERENT AU REGISTRE'
                         TO WS-REJECT-TEXT
                 END-IF
              END-IF
           END-IF

           IF WS-VALID-REC = 'Y'
              PERFORM 2012-CONTROLER-OPERATEUR
           END-IF
           .

*> L'operateur est-il autorise pour la fonction DEPOSIT, et le
*> montant reste-t-il sous sa limite (0 = sans limite) ? Controle
*> inactif sans fichier (cf PCREDREL.2012)
       2012-CONTROLER-OPERATEUR.

           MOVE 'Y' TO WS-AUT-OK

           IF WS-AUT-ACTIF = 'Y'
              MOVE 'N' TO WS-AUT-OK
              MOVE 0 TO WS-AUT-LIMITE
              PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                      UNTIL WS-AUT-IDX > WS-NB-AUT
                 IF WS-AUT-OPER(WS-AUT-IDX) = TXN-OPERATEUR
                    AND WS-AUT-FONC(WS-AUT-IDX) = 'DEPOSIT'
                    MOVE 'Y' TO WS-AUT-OK
                    MOVE WS-AUT-LIM(WS-AUT-IDX) TO WS-AUT-LIMITE
                 END-IF
              END-PERFORM

              IF WS-AUT-OK = 'N'
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E030' TO WS-REJECT-CODE
                 MOVE 'OPERATEUR NON AUTORISE' TO WS-REJECT-TEXT
              ELSE
                 IF WS-AUT-LIMITE > 0
                    AND WS-MVT-MONTANT > WS-AUT-LIMITE
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E031' TO WS-REJECT-CODE
                    MOVE 'MONTANT AU-DELA DE LA LIMITE'
                         TO WS-REJECT-TEXT
                 END-IF
              END-IF
           END-IF
           .

*> Acompte recu : cumule au registre (cree au premier acompte de la
*> commande), debit banque et credit ACOMPTES a la piece du run
       2020-RECEVOIR-ACOMPTE.

           MOVE O-C-NO TO C-C-NO
           PERFORM 2025-CHERCHER-DEVISE

           IF WS-DEP-EXISTE = 'N'
              MOVE SPACES TO ENRDEPOSIT
              MOVE TXN-O-NO TO DEP-O-NO
              MOVE O-C-NO   TO DEP-C-NO
              MOVE C-DEVISE TO DEP-DEVISE
              MOVE 0 TO DEP-MONTANT
              MOVE 0 TO DEP-APPLIQUE
              MOVE 0 TO DEP-REMBOURSE
              MOVE 0 TO DEP-A-REPORTER
              MOVE 0 TO DEP-DERN-FACTURE
              MOVE 0 TO DEP-DERN-MONTANT
           END-IF

           ADD WS-MVT-MONTANT TO DEP-MONTANT
           MOVE 'O'            TO DEP-ETAT
           MOVE WS-DATE-RUN    TO DEP-DATE-RECU
           MOVE TXN-REFERENCE  TO DEP-REFERENCE
           MOVE TXN-OPERATEUR  TO DEP-OPERATEUR

           IF WS-DEP-EXISTE = 'N'
              WRITE ENRDEPOSIT
           ELSE
              REWRITE ENRDEPOSIT
           END-IF

           IF WS-STATUS-DEP NOT = 0
              MOVE 'E050' TO WS-REJECT-CODE
              MOVE 'ECHEC ECRITURE REGISTRE' TO WS-REJECT-TEXT
              PERFORM 2090-REJETER
           ELSE
              IF WS-GLC-TROUVE = 'Y'
                 ADD WS-MVT-MONTANT TO WS-GLC-RECU(WS-GLC-IDX)
              ELSE
                 ADD WS-MVT-MONTANT TO WS-GLC-DEB-RECU
              END-IF
              PERFORM 2040-RETENIR-BANQUE
              ADD WS-MVT-MONTANT TO WS-CT-RECU
              PERFORM 2080-AUDITER
           END-IF
           .

*> Ligne de WS-GLC-TABLE de la devise du client en cours (relue
*> dans CUSTOMERS), creee au besoin ; WS-GLC-TROUVE = 'N' en sortie
*> si la table est pleine (cf PDDRETURN)
       2025-CHERCHER-DEVISE.

           EXEC SQL
              SELECT VALUE(CURRENCY, ' ')
              INTO :C-DEVISE
              FROM API12.CUSTOMERS
              WHERE C_NO = :C-C-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO C-DEVISE
           END-IF

           PERFORM 2026-LIGNE-DEVISE
           .

*> Recherche ou creation de la ligne de la devise C-DEVISE
       2026-LIGNE-DEVISE.

           MOVE 'N' TO WS-GLC-TROUVE
           PERFORM VARYING WS-GLC-IDX FROM 1 BY 1
                   UNTIL WS-GLC-IDX > WS-NB-GLC OR WS-GLC-TROUVE = 'Y'
              IF WS-GLC-DEVISE(WS-GLC-IDX) = C-DEVISE
                 MOVE 'Y' TO WS-GLC-TROUVE
              END-IF
           END-PERFORM

           IF WS-GLC-TROUVE = 'Y'
              SUBTRACT 1 FROM WS-GLC-IDX
           ELSE
              IF WS-NB-GLC < 50
                 ADD 1 TO WS-NB-GLC
                 MOVE WS-NB-GLC TO WS-GLC-IDX
                 MOVE C-DEVISE TO WS-GLC-DEVISE(WS-GLC-IDX)
                 MOVE 0 TO WS-GLC-RECU(WS-GLC-IDX)
                 MOVE 0 TO WS-GLC-REMB(WS-GLC-IDX)
                 MOVE 'Y' TO WS-GLC-TROUVE
              END-IF
           END-IF
           .

*> Remboursement : le reste detenu diminue, debit ACOMPTES et credit
*> banque a la piece du run ; la devise est celle de l'acompte
       2030-REMBOURSER-ACOMPTE.

           MOVE DEP-DEVISE TO C-DEVISE
           PERFORM 2026-LIGNE-DEVISE

           ADD WS-MVT-MONTANT TO DEP-REMBOURSE
           IF WS-MVT-MONTANT = WS-DETENU
              MOVE 'R' TO DEP-ETAT
           END-IF
           MOVE TXN-OPERATEUR TO DEP-OPERATEUR
           REWRITE ENRDEPOSIT

           IF WS-STATUS-DEP NOT = 0
              MOVE 'E050' TO WS-REJECT-CODE
              MOVE 'ECHEC ECRITURE REGISTRE' TO WS-REJECT-TEXT
              PERFORM 2090-REJETER
           ELSE
              IF WS-GLC-TROUVE = 'Y'
                 ADD WS-MVT-MONTANT TO WS-GLC-REMB(WS-GLC-IDX)
              ELSE
                 ADD WS-MVT-MONTANT TO WS-GLC-DEB-REMB
              END-IF
              PERFORM 2040-RETENIR-BANQUE
              ADD WS-MVT-MONTANT TO WS-CT-REMBOURSE
              PERFORM 2080-AUDITER
           END-IF
           .

*> Mouvement banque du run, ecrit un a un au journal de fin de run
       2040-RETENIR-BANQUE.

           IF WS-NB-BQ < 1000
              ADD 1 TO WS-NB-BQ
              MOVE TXN-CODE       TO WS-BQ-CODE(WS-NB-BQ)
              MOVE TXN-REFERENCE  TO WS-BQ-REF(WS-NB-BQ)
              MOVE WS-MVT-MONTANT TO WS-BQ-MONTANT(WS-NB-BQ)
           ELSE
              IF TXN-CODE = 'D'
                 ADD WS-MVT-MONTANT TO WS-BQ-DEB-RECU
              ELSE
                 ADD WS-MVT-MONTANT TO WS-BQ-DEB-REMB
              END-IF
           END-IF
           .

*> Ligne d'audit du mouvement applique
       2080-AUDITER.

           ADD 1 TO WS-CT-APPLIQUEES

           MOVE SPACES TO ENRDEPAUDIT
           MOVE 'D'            TO AUD-REC-TYPE
           MOVE TXN-CODE       TO AUD-CODE
           MOVE DEP-O-NO       TO AUD-O-NO
           MOVE DEP-C-NO       TO AUD-C-NO
           MOVE WS-MVT-MONTANT TO AUD-MONTANT
           COMPUTE AUD-DETENU = DEP-MONTANT - DEP-APPLIQUE
                              - DEP-REMBOURSE
           MOVE TXN-REFERENCE  TO AUD-REFERENCE
           MOVE TXN-OPERATEUR  TO AUD-OPERATEUR
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE 0 TO AUD-LUES
           MOVE 0 TO AUD-APPLIQUEES
           MOVE 0 TO AUD-REJETEES
           WRITE ENRDEPAUDIT

           DISPLAY 'COMMANDE ' DEP-O-NO ' ACOMPTE ' TXN-CODE
                   ' ' TXN-REFERENCE
           .

*> Écriture du mouvement rejeté dans DDEPOSIT-REJECT
       2090-REJETER.

           MOVE WS-ENRTXN       TO REJ-RAW-LINE
           MOVE WS-REJECT-CODE  TO REJ-REASON-CODE
           MOVE WS-REJECT-TEXT  TO REJ-REASON-TEXT

           WRITE ENRREJECT

           ADD 1 TO WS-CT-REJETEES

           DISPLAY 'REJET DDEPOSIT-TXN ' WS-REJECT-CODE ' : '
                   WS-REJECT-TEXT
           .

*> Acomptes imputes par PFACTURE depuis le dernier passage : la
*> facture a ete portee en entier sur BALANCE a l'import de la
*> commande, la part reglee par l'acompte en est retiree ici ; un
*> echec laisse le montant en attente pour le run suivant
       3000-REPORTER-IMPUTATIONS.

           MOVE 0 TO DEP-O-NO
           MOVE 'N' TO WS-EOF-DEP
           START FDEPOSIT KEY IS NOT LESS THAN DEP-O-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-DEP
           END-START

           PERFORM UNTIL WS-EOF-DEP = 'Y'
              READ FDEPOSIT NEXT RECORD
                  AT END
                      MOVE 'Y' TO WS-EOF-DEP
                  NOT AT END
                      IF DEP-A-REPORTER > 0
                         PERFORM 3010-REPORTER-BALANCE
                      END-IF
              END-READ
           END-PERFORM

           EXEC SQL COMMIT END-EXEC
           .

       3010-REPORTER-BALANCE.

           MOVE DEP-C-NO TO C-C-NO

           EXEC SQL
              UPDATE API12.CUSTOMERS
              SET BALANCE = BALANCE - :DEP-A-REPORTER
              WHERE C_NO = :C-C-NO
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'PDEPOSIT : ERREUR ' SQLCODE ' REPORT BALANCE'
                      ' CLIENT ' DEP-C-NO ' COMMANDE ' DEP-O-NO
              ADD 1 TO WS-CT-REPORT-ECHEC
           ELSE
              ADD 1 TO WS-CT-REPORTES
              ADD DEP-A-REPORTER TO WS-CT-REPORT-MNT
              MOVE 0 TO DEP-A-REPORTER
              REWRITE ENRDEPOSIT
           END-IF
           .

*> Rapport des acomptes detenus, par commande, avec l'etat de la
*> commande dans ORDERS
       4000-RAPPORT.

           MOVE 0 TO DEP-O-NO
           MOVE 'N' TO WS-EOF-DEP
           START FDEPOSIT KEY IS NOT LESS THAN DEP-O-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-DEP
           END-START

           PERFORM UNTIL WS-EOF-DEP = 'Y'
              READ FDEPOSIT NEXT RECORD
                  AT END
                      MOVE 'Y' TO WS-EOF-DEP
                  NOT AT END
                      COMPUTE WS-DETENU = DEP-MONTANT - DEP-APPLIQUE
                                        - DEP-REMBOURSE
                      IF WS-DETENU > 0
                         PERFORM 4010-LIGNE-ACOMPTE
                      END-IF
              END-READ
           END-PERFORM

           MOVE SPACES TO ENRDEPRPT
           MOVE 'N' TO RPT-TYPE-REC
           MOVE WS-NEX-CT TO RPT-O-NO
           MOVE 'NONEXP' TO RPT-COMMANDE
           MOVE WS-NEX-DETENU TO RPT-DETENU
           WRITE ENRDEPRPT

           MOVE SPACES TO ENRDEPRPT
           MOVE 'T' TO RPT-TYPE-REC
           MOVE WS-TOT-CT TO RPT-O-NO
           MOVE 'TOTAL' TO RPT-COMMANDE
           MOVE WS-TOT-DETENU TO RPT-DETENU
           WRITE ENRDEPRPT
           .

       4010-LIGNE-ACOMPTE.

           MOVE DEP-O-NO TO O-O-NO
           EXEC SQL
              SELECT VALUE(SHIPPED, 'N'), VALUE(INVOICED, 'N')
              INTO :O-SHIPPED, :O-INVOICED
              FROM API12.ORDERS
              WHERE O_NO = :O-O-NO
           END-EXEC

           MOVE SPACES TO ENRDEPRPT
           MOVE 'D' TO RPT-TYPE-REC
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE 'ABSENT' TO RPT-COMMANDE
              WHEN O-INVOICED = 'Y'
                 MOVE 'FACT' TO RPT-COMMANDE
              WHEN O-SHIPPED = 'Y'
                 MOVE 'EXPED' TO RPT-COMMANDE
              WHEN OTHER
                 MOVE 'NONEXP' TO RPT-COMMANDE
                 ADD 1 TO WS-NEX-CT
                 ADD WS-DETENU TO WS-NEX-DETENU
           END-EVALUATE

           MOVE DEP-O-NO      TO RPT-O-NO
           MOVE DEP-C-NO      TO RPT-C-NO
           MOVE DEP-DEVISE    TO RPT-DEVISE
           MOVE DEP-DATE-RECU TO RPT-DATE-RECU
           MOVE DEP-MONTANT   TO RPT-RECU
           MOVE DEP-APPLIQUE  TO RPT-APPLIQUE
           MOVE WS-DETENU     TO RPT-DETENU
           WRITE ENRDEPRPT

           ADD 1 TO WS-TOT-CT
           ADD WS-DETENU TO WS-TOT-DETENU
           .

*> Piece comptable, ligne total d'audit, synthese et code retour
       9000-FIN.

           EXEC SQL COMMIT END-EXEC

           IF WS-CT-APPLIQUEES > 0
              PERFORM 9100-JOURNAL-COMPTABLE
           END-IF

           MOVE SPACES TO ENRDEPAUDIT
           MOVE 'T'              TO AUD-REC-TYPE
           MOVE WS-CT-LUES       TO AUD-LUES
           MOVE WS-CT-APPLIQUEES TO AUD-APPLIQUEES
           MOVE WS-CT-REJETEES   TO AUD-REJETEES
           WRITE ENRDEPAUDIT

           DISPLAY 'PDEPOSIT : LUS=' WS-CT-LUES
                   ' APPLIQUES=' WS-CT-APPLIQUEES
                   ' REJETES=' WS-CT-REJETEES
           DISPLAY 'PDEPOSIT : RECU=' WS-CT-RECU
                   ' REMBOURSE=' WS-CT-REMBOURSE
           DISPLAY 'PDEPOSIT : ' WS-CT-REPORTES
                   ' IMPUTATION(S) REPORTEE(S) SUR BALANCE POUR '
                   WS-CT-REPORT-MNT
           IF WS-CT-REPORT-ECHEC > 0
              DISPLAY 'PDEPOSIT : ' WS-CT-REPORT-ECHEC
                      ' REPORT(S) EN ECHEC, REPRIS AU RUN SUIVANT'
           END-IF
           DISPLAY 'PDEPOSIT : ' WS-TOT-CT ' ACOMPTE(S) DETENU(S) DONT '
                   WS-NEX-CT ' SUR COMMANDE NON EXPEDIEE'

           IF WS-RETURN-CODE NOT = 8
              IF WS-CT-REJETEES > 0 OR WS-CT-REPORT-ECHEC > 0
                 OR WS-CT-GL-ATTENTE > 0
                 MOVE 4 TO WS-RETURN-CODE
              ELSE
                 MOVE 0 TO WS-RETURN-CODE
              END-IF
           END-IF

           IF WS-STATUS-TXN = 0
              CLOSE FTXN
           END-IF
           CLOSE FDEPOSIT
                 FGLJRNL
                 FGLEDIT
                 FREJECT
                 FAUDIT
                 FDEPRPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .

*> Piece comptable equilibree des acomptes du run : debit banque
*> par acompte recu, credit ACOMPTES par devise du client ; debit
*> ACOMPTES et credit banque pour les remboursements ; datee et
*> signee PDEPOSIT, comptes determines par PGLACCT, sans compte
*> parametre -> compte d'attente
       9100-JOURNAL-COMPTABLE.

           MOVE SPACES TO ENRGLEDIT
           STRING 'JOURNAL PDEPOSIT DU ' DELIMITED BY SIZE
                  WS-DATE-RUN DELIMITED BY SIZE
                  INTO ENRGLEDIT
           END-STRING
           WRITE ENRGLEDIT

           MOVE SPACES TO WS-GL-OFFICE
           MOVE SPACES TO WS-GL-CATEG

*> Un mouvement banque par acompte ou remboursement : 'BANQUE
*> <reference>' est rapproche du releve par PBANKREC, 'BANQUE
*> REMBT' ne l'est pas (cf PREFUND)
           MOVE 'BANQUE' TO WS-GL-TYPE
           MOVE SPACES TO WS-GL-DEVISE
           PERFORM VARYING WS-BQ-IDX FROM 1 BY 1
                   UNTIL WS-BQ-IDX > WS-NB-BQ
              MOVE SPACES TO WS-GL-LIBELLE
              IF WS-BQ-CODE(WS-BQ-IDX) = 'D'
                 MOVE 'BANQUE' TO WS-GL-LIBELLE(1:6)
                 MOVE WS-BQ-REF(WS-BQ-IDX) TO WS-GL-LIBELLE(8:20)
                 MOVE WS-BQ-MONTANT(WS-BQ-IDX) TO WS-GL-DEBIT
                 MOVE 0 TO WS-GL-CREDIT
              ELSE
                 MOVE 'BANQUE REMBT ACOMPTE' TO WS-GL-LIBELLE(1:20)
                 MOVE 0 TO WS-GL-DEBIT
                 MOVE WS-BQ-MONTANT(WS-BQ-IDX) TO WS-GL-CREDIT
              END-IF
              PERFORM 9110-ECRIRE-PIECE
           END-PERFORM
           IF WS-BQ-DEB-RECU > 0
              MOVE 'BANQUE - ACOMPTES HORS TABLE' TO WS-GL-LIBELLE
              MOVE WS-BQ-DEB-RECU TO WS-GL-DEBIT
              MOVE 0 TO WS-GL-CREDIT
              PERFORM 9110-ECRIRE-PIECE
           END-IF
           IF WS-BQ-DEB-REMB > 0
              MOVE 'BANQUE - REMBTS HORS TABLE' TO WS-GL-LIBELLE
              MOVE 0 TO WS-GL-DEBIT
              MOVE WS-BQ-DEB-REMB TO WS-GL-CREDIT
              PERFORM 9110-ECRIRE-PIECE
           END-IF

*> Acomptes recus des clients, un compte par devise du client
           MOVE 'ACOMPTES' TO WS-GL-TYPE
           PERFORM VARYING WS-GLC-IDX FROM 1 BY 1
                   UNTIL WS-GLC-IDX > WS-NB-GLC
              MOVE WS-GLC-DEVISE(WS-GLC-IDX) TO WS-GL-DEVISE
              IF WS-GLC-RECU(WS-GLC-IDX) > 0
                 MOVE 'ACOMPTES RECUS' TO WS-GL-LIBELLE
                 MOVE 0 TO WS-GL-DEBIT
                 MOVE WS-GLC-RECU(WS-GLC-IDX) TO WS-GL-CREDIT
                 PERFORM 9110-ECRIRE-PIECE
              END-IF
              IF WS-GLC-REMB(WS-GLC-IDX) > 0
                 MOVE 'ACOMPTES REMBOURSES' TO WS-GL-LIBELLE
                 MOVE WS-GLC-REMB(WS-GLC-IDX) TO WS-GL-DEBIT
                 MOVE 0 TO WS-GL-CREDIT
                 PERFORM 9110-ECRIRE-PIECE
              END-IF
           END-PERFORM

           MOVE 'SUSPENS' TO WS-GL-TYPE
           MOVE SPACES TO WS-GL-DEVISE
           IF WS-GLC-DEB-RECU > 0
              MOVE 'ACOMPTES - DEVISES HORS TABLE' TO WS-GL-LIBELLE
              MOVE 0 TO WS-GL-DEBIT
              MOVE WS-GLC-DEB-RECU TO WS-GL-CREDIT
              PERFORM 9110-ECRIRE-PIECE
           END-IF
           IF WS-GLC-DEB-REMB > 0
              MOVE 'REMBTS - DEVISES HORS TABLE' TO WS-GL-LIBELLE
              MOVE WS-GLC-DEB-REMB TO WS-GL-DEBIT
              MOVE 0 TO WS-GL-CREDIT
              PERFORM 9110-ECRIRE-PIECE
           END-IF

           MOVE SPACES TO ENRGLEDIT
           WRITE ENRGLEDIT

*> Cloture de PGLACCT (table des comptes et fichier d'attente)
           MOVE '*' TO WS-GL-TYPE
           CALL PGLACCT USING WS-GL-PROGRAMME WS-GL-TYPE WS-GL-OFFICE
                              WS-GL-CATEG WS-GL-DEVISE WS-GL-SENS
                              WS-GL-MONTANT WS-GL-COMPTE WS-GL-STATUT
           IF WS-CT-GL-ATTENTE > 0
              DISPLAY 'PDEPOSIT : ' WS-CT-GL-ATTENTE
                      ' ECRITURE(S) AU COMPTE D''ATTENTE'
           END-IF
           .

*> Une ecriture dans DGL-JRNL et sa ligne sur DGL-EDIT ; le compte
*> vient de PGLACCT (nature WS-GL-TYPE, devise WS-GL-DEVISE), une
*> ecriture sans compte parametre est marquee 'ATTENTE' en liste
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
           MOVE WS-DATE-RUN TO JRN-DATE
           MOVE 'PDEPOSIT' TO JRN-SOURCE
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
