*> ==========================================================
*> PDDCOLL.cbl - Remise de prelevements sur les clients mandates
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Prelever a l'echeance les factures des clients qui ont signe un
*>   mandat de prelevement (registre DMANDATE, cf PMANDATE) au lieu
*>   d'attendre leur cheque ou leur remise lockbox
*> - Selectionner les factures encore ouvertes au grand livre
*>   DAR-OPEN dont l'echeance (ARO-ECHEANCE) tombe au plus tard a la
*>   date de prelevement, ecrire le fichier de remise pour la banque
*>   et l'avis de prelevement (pre-notification) de chaque client
*> - Passer les prelevements presentes en reglements au format lu
*>   par PPAYMENT (DPAYMENT-TXN), comme PLOCKBOX le fait pour les
*>   remises lockbox
*>
*> Entrées :
*> - SYSIN : date de prelevement (AAAA-MM-JJ) puis identifiant
*>   creancier SEPA de la societe (35 car. max)
*> - DAR-OPEN  : grand livre en comptes ouverts (cf PFACTURE), relu
*>   pour reconstituer le solde ouvert et l'echeance de chaque facture
*>   (memes regles de chargement que PPAYMENT.1120)
*> - DMANDATE  : registre des mandats (cf PMANDATE), mis a jour
*> - DDISPUTE  : registre des litiges (cf PDISPUTE), lu par cle ;
*>   absent = aucune facture en litige
*> - DDDEVISE  : taux dates par devise (cf PDEVISE), pour les clients
*>   factures en devise etrangere
*> - DDEBIT-HIST : historique des prelevements presentes et revenus
*>   impayes, relu pour ne jamais presenter deux fois une facture
*> - Table DB2 : CUSTOMERS (raison sociale, devise)
*>
*> Sorties :
*> - DDEBIT-COLL   : fichier de remise pour la banque, par devise :
*>   un en-tete 'H' (remise, date, creancier), une ligne 'D' par
*>   facture prelevee (reference de bout en bout, mandat, IBAN,
*>   sequence FRST/RCUR, montant dans la devise du client), une
*>   ligne 'T' (nombre et montant de la remise)
*> - DDEBIT-NOTICE : avis de prelevement imprimes (80 colonnes), un
*>   par client : mandat, date, detail par facture, total
*> - DPAYMENT-TXN  : un reglement par facture prelevee, au format lu
*>   par PPAYMENT (facture visee, N° de remise en PAY-DEPOT-NO)
*> - DDEBIT-HIST   : une ligne 'P' par facture presentee (ajout)
*> - DMANDATE      : sequence passee a 'RCUR' et date du dernier
*>   prelevement des mandats utilises
*> - DDEBIT-RPT    : une ligne 'P' par facture presentee, 'X' par
*>   facture echue d'un client mandate laissee de cote (avec son
*>   motif), 'L' par remise, 'T' de total
*>
*> Sous-programmes appelés :
*> - PDATECALC : controle de la date de prelevement et du delai de
*>   preavis
*>
*> Remarques :
*> - La date de prelevement doit laisser au client le delai de
*>   preavis (14 jours apres le jour du run) : l'avis part le jour du
*>   run, le fichier de remise est transmis a la banque qui debite a
*>   la date demandee
*> - Le reglement est passe a PPAYMENT pour la date de prelevement ;
*>   un prelevement que la banque renvoie impaye est contre-passe par
*>   PDDRETURN (la facture est rouverte)
*> - Ne sont pas prelevees : les factures en litige ouvert, celles
*>   deja presentees et non revenues impayees, celles des clients
*>   dont le mandat est revoque ou suspendu apres un impaye
*> - Client facture en devise : le montant preleve est le solde
*>   ouvert ramene en devise au taux d'origine de la facture (taux
*>   DDDEVISE a sa date), le reglement porte ce montant en devise et
*>   son equivalent en dollars au taux de la date de prelevement
*>   (cf PPAYMENT pour le change realise) ; sans taux, la facture
*>   n'est pas prelevee (code retour 4)
*> - Une remise par devise : N° de remise = devise + AAMMJJ de la
*>   date de prelevement, c'est le N° de depot de PPAYMENT et donc la
*>   piece banque que PBANKREC rapproche du releve
*> - Ce programme tourne en dehors du cycle FACTBAT, avant PPAYMENT
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PDDCOLL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

*> Même structure que celle écrite par PFACTURE (cf PFACTURE.cbl)
           SELECT FAROPEN ASSIGN TO DAR-OPEN
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-ARO.

*> Registre des mandats tenu par PMANDATE, lu et mis a jour par cle
           SELECT FMANDAT ASSIGN TO DMANDATE
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS MDT-C-NO
                          FILE STATUS IS WS-STATUS-MDT.

*> Registre des litiges tenu par PDISPUTE, lu par cle client +
*> facture
           SELECT FDISPUTE ASSIGN TO DDISPUTE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS DSP-CLE
                           FILE STATUS IS WS-STATUS-DSP.

*> Même organisation que dans PDEVISE : lecture par cle de devise
           SELECT FDEVISE ASSIGN TO DDDEVISE
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS DEV-DEVI
                          FILE STATUS IS WS-STATUS-DEV.

*> Historique des prelevements : relu au demarrage, complete des
*> presentations du run
           SELECT FDDHIST ASSIGN TO DDEBIT-HIST
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-DDH.

           SELECT FDDCOLL ASSIGN TO DDEBIT-COLL
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-COL.

           SELECT FNOTICE ASSIGN TO DDEBIT-NOTICE
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-NOT.

*> Reglements des prelevements, au format lu par PPAYMENT
           SELECT FPAYMENT ASSIGN TO DPAYMENT-TXN
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-PAY.

           SELECT FDDRPT ASSIGN TO DDEBIT-RPT
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-RPT.

           SELECT FTRAVAIL ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.

       FD FAROPEN
           RECORDING MODE IS F.

       01 ENRAROPEN.
          05 ARO-TYPE        PIC X(1).
          05 FILLER          PIC X(1).
          05 ARO-C-NO        PIC 9(4).
          05 FILLER          PIC X(1).
          05 ARO-INVOICE-NO  PIC 9(6).
          05 FILLER          PIC X(1).
          05 ARO-O-NO        PIC 9(6).
          05 FILLER          PIC X(1).
          05 ARO-DATE        PIC X(10).
          05 FILLER          PIC X(1).
          05 ARO-MONTANT     PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 ARO-REFERENCE   PIC X(20).
          05 FILLER          PIC X(1).
          05 ARO-ECHEANCE    PIC X(10).

*> Même structure que celle tenue par PMANDATE (cf PMANDATE.cbl)
       FD FMANDAT
           DATA RECORD IS ENRMANDAT.

       01 ENRMANDAT.
          05 MDT-C-NO        PIC 9(4).
          05 MDT-ID          PIC X(35).
          05 MDT-IBAN        PIC X(34).
          05 MDT-DATE-SIGN   PIC X(10).
          05 MDT-ETAT        PIC X(1).
          05 MDT-SEQUENCE    PIC X(4).
          05 MDT-DATE-DERN   PIC X(10).
          05 MDT-NB-IMPAYES  PIC 9(3).
          05 MDT-DATE-MAJ    PIC X(10).
          05 MDT-OPERATEUR   PIC X(8).
          05 FILLER          PIC X(10).

*> Même découpage que celui écrit par PDISPUTE (cf PDISPUTE.cbl)
       FD FDISPUTE
           DATA RECORD IS ENRDISPUTE.

       01 ENRDISPUTE.
          05 DSP-CLE.
             10 DSP-C-NO        PIC 9(4).
             10 DSP-INVOICE-NO  PIC 9(6).
          05 DSP-ETAT        PIC X(1).
          05 DSP-MOTIF       PIC X(3).
          05 DSP-RESPONSABLE PIC X(8).
          05 DSP-O-NO        PIC 9(6).
          05 DSP-MONTANT     PIC 9(7)V99.
          05 DSP-DATE-OUV    PIC X(10).
          05 DSP-DATE-RES    PIC X(10).
          05 DSP-OPERATEUR   PIC X(8).
          05 FILLER          PIC X(10).

*> Même structure que celle lue par PDEVISE (cf PDEVISE.cbl)
       FD FDEVISE
           DATA RECORD IS ENRDEVIS.

       01 ENRDEVIS.
          05 DEV-DEVI       PIC X(2).
          05 DEV-ACTIVE     PIC X(1).
          05 DEV-NB-TAUX    PIC 99.
          05 DEV-TAUX-HIST  OCCURS 10 TIMES
                            INDEXED BY DEV-IDX.
             10 DEV-EFF-DATE  PIC X(8).
             10 DEV-EFF-TAUX  PIC 99V999.
          05 FILLER         PIC X(3).

*> Une ligne par prelevement : 'P' = presente (ecrit ici), 'R' =
*> revenu impaye (PDDRETURN, avec le code motif de la banque).
*> DDH-MONTANT-DEV = montant debite dans la devise du client,
*> DDH-MONTANT = dollars passes en reglement, DDH-VALEUR = valeur
*> imputee a la facture par PPAYMENT (solde ouvert en dollars, au
*> taux d'origine pour un client en devise)
       FD FDDHIST
           RECORDING MODE IS F.

       01 ENRDDHIST.
          05 DDH-TYPE        PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DDH-DATE        PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DDH-REMISE      PIC X(8).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DDH-C-NO        PIC 9(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DDH-INVOICE-NO  PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DDH-REFERENCE   PIC X(20).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DDH-DEVISE      PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DDH-MONTANT-DEV PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DDH-MONTANT     PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DDH-VALEUR      PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DDH-MANDAT      PIC X(35).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 DDH-MOTIF       PIC X(4).

       FD FDDCOLL
           RECORDING MODE IS F.

*> En-tete de remise : une par devise
       01 ENRCOL-H.
          05 COLH-TYPE       PIC X(1).
          05 COLH-REMISE     PIC X(8).
          05 COLH-DATE       PIC X(10).
          05 COLH-CREANCIER  PIC X(35).
          05 COLH-DEVISE     PIC X(2).
          05 FILLER          PIC X(85).

*> Detail : une facture prelevee
       01 ENRCOL-D.
          05 COLD-TYPE       PIC X(1).
          05 COLD-REMISE     PIC X(8).
          05 COLD-REFERENCE  PIC X(20).
          05 COLD-MANDAT     PIC X(35).
          05 COLD-DATE-SIGN  PIC X(10).
          05 COLD-SEQUENCE   PIC X(4).
          05 COLD-IBAN       PIC X(34).
          05 COLD-DEVISE     PIC X(2).
          05 COLD-MONTANT    PIC 9(7)V99.
          05 COLD-C-NO       PIC 9(4).
          05 COLD-INVOICE-NO PIC 9(6).
          05 FILLER          PIC X(8).

*> Fin de remise : totaux de controle
       01 ENRCOL-T.
          05 COLT-TYPE       PIC X(1).
          05 COLT-REMISE     PIC X(8).
          05 COLT-NB         PIC 9(5).
          05 COLT-MONTANT    PIC 9(9)V99.
          05 FILLER          PIC X(116).

       FD FNOTICE
           RECORDING MODE F
           DATA RECORD IS ENRNOTICE.

       01 ENRNOTICE          PIC X(80).

*> Même structure que celle lue par PPAYMENT (cf PPAYMENT.cbl) ; le
*> reglement vise la facture prelevee
       FD FPAYMENT
           RECORDING MODE IS F.

       01 ENRPAYMENT.
           05 PAY-C-NO      PIC 9(4).
           05 PAY-MONTANT   PIC 9(7)V99.
           05 PAY-DATE      PIC X(10).
           05 PAY-REFERENCE PIC X(20).
           05 PAY-INVOICE-NO PIC X(6).
           05 PAY-ESCOMPTE  PIC X(7).
           05 PAY-DEPOT-NO  PIC X(8).
           05 PAY-MONTANT-DEV-X PIC X(9).
           05 PAY-MONTANT-DEV REDEFINES PAY-MONTANT-DEV-X
                             PIC 9(7)V99.
           05 FILLER        PIC X(9).

*> Rapport de la remise. Selon RPT-TYPE :
*> 'P' facture presentee, 'X' facture echue laissee de cote (motif),
*> 'L' remise (nombre, montant en devise), 'T' total (nombre,
*> montant en dollars)
       FD FDDRPT
           RECORDING MODE IS F.

       01 ENRDDRPT.
          05 RPT-TYPE        PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-REMISE      PIC X(8).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-C-NO        PIC 9(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-INVOICE-NO  PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-ECHEANCE    PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-DEVISE      PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-NB          PIC Z(4)9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-MONTANT     PIC Z(8)9,99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-MOTIF       PIC X(20).

*> Fichier de travail du tri des factures a prelever par devise,
*> client et echeance
       SD FTRAVAIL.

       01 ENRTRAVAIL.
          05 SRT-DEVISE      PIC X(2).
          05 SRT-C-NO        PIC 9(4).
          05 SRT-ECHEANCE    PIC X(10).
          05 SRT-INVOICE-NO  PIC 9(6).
          05 SRT-MONTANT-DEV PIC 9(7)V99.
          05 SRT-MONTANT     PIC 9(7)V99.
          05 SRT-VALEUR      PIC 9(7)V99.
          05 SRT-COMPANY     PIC X(30).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE CUSTOMER END-EXEC.

       77 WS-STATUS-ARO  PIC 99 VALUE 0.
       77 WS-STATUS-MDT  PIC 99 VALUE 0.
       77 WS-STATUS-DSP  PIC 99 VALUE 0.
       77 WS-STATUS-DEV  PIC 99 VALUE 0.
       77 WS-STATUS-DDH  PIC 99 VALUE 0.
       77 WS-STATUS-COL  PIC 99 VALUE 0.
       77 WS-STATUS-NOT  PIC 99 VALUE 0.
       77 WS-STATUS-PAY  PIC 99 VALUE 0.
       77 WS-STATUS-RPT  PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1).
       01 WS-EOF-TRI         PIC X(1).

*> Parametres SYSIN
       01 WS-DATE-PREL       PIC X(10).
       01 WS-CREANCIER       PIC X(35).

*> Delai de preavis du client avant le debit, en jours calendaires
       77 WS-PREAVIS-JOURS   PIC 9(4) VALUE 14.

*> Date du run (AAAA-MM-JJ) et date de prelevement au plus tot
       01 WS-DATE-RUN        PIC X(10).
       01 WS-DATE-CURRENT    PIC X(21).
       01 WS-DATE-MIN        PIC X(10).

*> Controle des dates via PDATECALC
       01 PDATECALC          PIC X(9) VALUE 'PDATECALC'.
       01 WS-DC-DATE-BASE    PIC X(10).
       01 WS-DC-SENS         PIC X(1).
       01 WS-DC-JOURS        PIC 9(4).
       01 WS-DC-AJUST        PIC X(1).
       01 WS-DC-DATE-RESULT  PIC X(10).
       01 WS-DC-STATUT       PIC X(1).

*> Registres facultatifs ouverts
       01 WS-DSP-OUVERT      PIC X(1) VALUE 'N'.
       01 WS-DEV-OUVERT      PIC X(1) VALUE 'N'.

*> Grand livre en comptes ouverts charge en memoire : soldes ouverts
*> par facture, reconstitues comme PPAYMENT.1120 ; WS-LDG-PRESENTEE
*> = 'Y' si la facture attend encore le sort d'un prelevement
       01 WS-LDG-TABLE.
          05 WS-LDG-ENTRY OCCURS 5000 TIMES.
             10 WS-LDG-CNO       PIC 9(4).
             10 WS-LDG-INVNO     PIC 9(6).
             10 WS-LDG-DATE      PIC X(10).
             10 WS-LDG-ECHEANCE  PIC X(10).
             10 WS-LDG-MONTANT   PIC 9(7)V99.
             10 WS-LDG-REGLE     PIC 9(7)V99.
             10 WS-LDG-PRESENTEE PIC X(1).
       01 WS-NB-LDG          PIC 9(4) VALUE 0.
       01 WS-LDG-SCAN        PIC 9(4).
       01 WS-LDG-IDX         PIC 9(4).
       01 WS-LDG-PLEINE      PIC X(1) VALUE 'N'.

*> Facture en cours d'examen
       01 WS-FAC-OUVERT      PIC 9(7)V99.
       01 WS-FAC-ECHEANCE    PIC X(10).
       01 WS-FAC-MOTIF       PIC X(20).

*> Client en cours (raison sociale et devise lues une fois)
       01 WS-CLI-COURANT     PIC 9(4) VALUE 0.
       01 WS-CLI-CONNU       PIC X(1).
       01 WS-CLI-COMPANY     PIC X(30).
       01 C-DEVISE           PIC X(2).

*> Montants d'un client en devise : taux d'origine de la facture,
*> taux a la date de prelevement
       01 WS-DEV-LUE         PIC X(2) VALUE SPACES.
       01 WS-DEV-CONNUE      PIC X(1).
       01 WS-DATE-CIBLE      PIC X(8).
       01 WS-TAUX-CHERCHE    PIC 99V999.
       01 WS-TAUX-ORIG       PIC 99V999.
       01 WS-TAUX-PREL       PIC 99V999.
       01 WS-TAUX-TROUVE     PIC X(1).
       01 WS-IDX             PIC 99.

*> Remise et avis en cours
       01 WS-REMISE          PIC X(8).
       01 WS-REM-DEVISE      PIC X(2).
       01 WS-REM-OUVERTE     PIC X(1) VALUE 'N'.
       01 WS-REM-NB          PIC 9(5).
       01 WS-REM-MONTANT     PIC 9(9)V99.
       01 WS-AVI-OUVERT      PIC X(1) VALUE 'N'.
       01 WS-AVI-CNO         PIC 9(4).
       01 WS-AVI-MONTANT     PIC 9(9)V99.
       01 WS-AVI-MANDAT      PIC X(1).
       01 WS-REFERENCE       PIC X(20).
       01 WS-IBAN-LONG       PIC 99.
       01 WS-IBAN-POS        PIC 99.
       77 WS-MNT-STR         PIC Z(6)9,99.
       77 WS-TOT-STR         PIC Z(8)9,99.

*> Compteurs de fin de run
       77 WS-CT-PRESENTEES   PIC 9(5) VALUE 0.
       77 WS-CT-EXCLUES      PIC 9(5) VALUE 0.
       77 WS-CT-SANS-TAUX    PIC 9(5) VALUE 0.
       77 WS-CT-REMISES      PIC 9(3) VALUE 0.
       77 WS-CT-CLIENTS      PIC 9(5) VALUE 0.
       77 WS-TOT-DOLLARS     PIC 9(9)V99 VALUE 0.

*> Code retour remis au moniteur de job : 8 si la date de
*> prelevement est absente, invalide ou ne laisse pas le delai de
*> preavis, ou si le registre des mandats est inaccessible ; 4 si
*> rien n'est preleve, si une facture en devise n'a pas de taux ou
*> si la table du grand livre deborde ; 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 1100-CHARGER-LEDGER
              PERFORM 1200-CHARGER-HISTORIQUE
              SORT FTRAVAIL
                   ON ASCENDING KEY SRT-DEVISE SRT-C-NO SRT-ECHEANCE
                                    SRT-INVOICE-NO
                   INPUT PROCEDURE IS 2000-SELECTIONNER-ECHEANCES
                   OUTPUT PROCEDURE IS 3000-PRODUIRE-REMISES
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Parametres SYSIN, delai de preavis, ouverture des fichiers
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

           ACCEPT WS-DATE-PREL FROM SYSIN
           ACCEPT WS-CREANCIER FROM SYSIN

           MOVE WS-DATE-PREL TO WS-DC-DATE-BASE
           MOVE '+' TO WS-DC-SENS
           MOVE 0 TO WS-DC-JOURS
           MOVE 'N' TO WS-DC-AJUST
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT
           IF WS-DC-STATUT NOT = 'Y'
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PDDCOLL : DATE DE PRELEVEMENT SYSIN INVALIDE'
                      ' (AAAA-MM-JJ)'
           END-IF

           IF WS-RETURN-CODE NOT = 8 AND WS-CREANCIER = SPACES
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PDDCOLL : IDENTIFIANT CREANCIER ABSENT SUR'
                      ' SYSIN'
           END-IF

           IF WS-RETURN-CODE NOT = 8
              MOVE WS-DATE-RUN TO WS-DC-DATE-BASE
              MOVE '+' TO WS-DC-SENS
              MOVE WS-PREAVIS-JOURS TO WS-DC-JOURS
              MOVE 'N' TO WS-DC-AJUST
              CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                   WS-DC-JOURS WS-DC-AJUST
                                   WS-DC-DATE-RESULT WS-DC-STATUT
              MOVE WS-DC-DATE-RESULT TO WS-DATE-MIN
              IF WS-DATE-PREL < WS-DATE-MIN
                 MOVE 8 TO WS-RETURN-CODE
                 DISPLAY 'PDDCOLL : PREAVIS INSUFFISANT, PRELEVEMENT'
                         ' AU PLUS TOT LE ' WS-DATE-MIN
              END-IF
           END-IF

           OPEN OUTPUT FDDRPT

           IF WS-RETURN-CODE NOT = 8
              OPEN I-O FMANDAT
              IF WS-STATUS-MDT NOT = 0
                 MOVE 8 TO WS-RETURN-CODE
                 DISPLAY 'PDDCOLL : REGISTRE DMANDATE INACCESSIBLE'
              END-IF
           END-IF

           IF WS-RETURN-CODE NOT = 8
              OPEN OUTPUT FDDCOLL
              OPEN OUTPUT FNOTICE
              OPEN OUTPUT FPAYMENT

*> Registres facultatifs
              OPEN INPUT FDISPUTE
              IF WS-STATUS-DSP = 0
                 MOVE 'Y' TO WS-DSP-OUVERT
              END-IF
              OPEN INPUT FDEVISE
              IF WS-STATUS-DEV = 0
                 MOVE 'Y' TO WS-DEV-OUVERT
              END-IF
           END-IF
           .

*> Chargement du grand livre : une entree par ecriture 'F', les
*> lettrages 'S', escomptes 'E', pertes 'W', annulations 'V' et
*> impayes 'D' reajustant le solde ouvert de leur facture
       1100-CHARGER-LEDGER.

           OPEN INPUT FAROPEN
           IF WS-STATUS-ARO NOT = 0
              DISPLAY 'PDDCOLL : DAR-OPEN ABSENT - AUCUNE FACTURE'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FAROPEN
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM 1110-RETENIR-LEDGER
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FAROPEN
           .

       1110-RETENIR-LEDGER.

           EVALUATE ARO-TYPE
              WHEN 'F'
                 IF WS-NB-LDG = 5000
                    PERFORM 1115-COMPACTER-LEDGER
                 END-IF
                 IF WS-NB-LDG < 5000
                    ADD 1 TO WS-NB-LDG
                    MOVE ARO-C-NO       TO WS-LDG-CNO(WS-NB-LDG)
                    MOVE ARO-INVOICE-NO TO WS-LDG-INVNO(WS-NB-LDG)
                    MOVE ARO-DATE       TO WS-LDG-DATE(WS-NB-LDG)
                    MOVE ARO-ECHEANCE   TO WS-LDG-ECHEANCE(WS-NB-LDG)
                    MOVE ARO-MONTANT    TO WS-LDG-MONTANT(WS-NB-LDG)
                    MOVE 0              TO WS-LDG-REGLE(WS-NB-LDG)
                    MOVE 'N'            TO WS-LDG-PRESENTEE(WS-NB-LDG)
                 ELSE
                    MOVE 'Y' TO WS-LDG-PLEINE
                 END-IF
              WHEN 'S'
              WHEN 'W'
              WHEN 'E'
              WHEN 'K'
                 PERFORM VARYING WS-LDG-SCAN FROM 1 BY 1
                         UNTIL WS-LDG-SCAN > WS-NB-LDG
                    IF WS-LDG-CNO(WS-LDG-SCAN) = ARO-C-NO
                       AND WS-LDG-INVNO(WS-LDG-SCAN) = ARO-INVOICE-NO
                       ADD ARO-MONTANT TO WS-LDG-REGLE(WS-LDG-SCAN)
                    END-IF
                 END-PERFORM
              WHEN 'D'
*> Prelevement revenu impaye (PDDRETURN) : la facture se rouvre
                 PERFORM VARYING WS-LDG-SCAN FROM 1 BY 1
                         UNTIL WS-LDG-SCAN > WS-NB-LDG
                    IF WS-LDG-CNO(WS-LDG-SCAN) = ARO-C-NO
                       AND WS-LDG-INVNO(WS-LDG-SCAN) = ARO-INVOICE-NO
                       IF ARO-MONTANT < WS-LDG-REGLE(WS-LDG-SCAN)
                          SUBTRACT ARO-MONTANT
                              FROM WS-LDG-REGLE(WS-LDG-SCAN)
                       ELSE
                          MOVE 0 TO WS-LDG-REGLE(WS-LDG-SCAN)
                       END-IF
                    END-IF
                 END-PERFORM
              WHEN 'V'
                 PERFORM VARYING WS-LDG-SCAN FROM 1 BY 1
                         UNTIL WS-LDG-SCAN > WS-NB-LDG
                    IF WS-LDG-CNO(WS-LDG-SCAN) = ARO-C-NO
                       AND WS-LDG-INVNO(WS-LDG-SCAN) = ARO-INVOICE-NO
                       MOVE WS-LDG-MONTANT(WS-LDG-SCAN)
                            TO WS-LDG-REGLE(WS-LDG-SCAN)
                    END-IF
                 END-PERFORM
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

*> Table pleine : les factures soldees cedent leur place (cf
*> PPAYMENT.1135)
       1115-COMPACTER-LEDGER.

           MOVE 0 TO WS-LDG-IDX
           PERFORM VARYING WS-LDG-SCAN FROM 1 BY 1
                   UNTIL WS-LDG-SCAN > WS-NB-LDG
              IF WS-LDG-MONTANT(WS-LDG-SCAN) >
                 WS-LDG-REGLE(WS-LDG-SCAN)
                 ADD 1 TO WS-LDG-IDX
                 IF WS-LDG-IDX NOT = WS-LDG-SCAN
                    MOVE WS-LDG-ENTRY(WS-LDG-SCAN)
                         TO WS-LDG-ENTRY(WS-LDG-IDX)
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-LDG-IDX TO WS-NB-LDG
           .

*> Historique des prelevements : une facture presentee ('P') attend
*> son reglement, une facture revenue impayee ('R') redevient
*> prelevable ; le fichier est ensuite rouvert en ajout
       1200-CHARGER-HISTORIQUE.

           OPEN INPUT FDDHIST
           IF WS-STATUS-DDH = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FDDHIST
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM 1210-RETENIR-PRESENTATION
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FDDHIST

           OPEN EXTEND FDDHIST
           IF WS-STATUS-DDH NOT = 0
              CLOSE FDDHIST
              OPEN OUTPUT FDDHIST
           END-IF
           .

       1210-RETENIR-PRESENTATION.

           PERFORM VARYING WS-LDG-SCAN FROM 1 BY 1
                   UNTIL WS-LDG-SCAN > WS-NB-LDG
              IF WS-LDG-CNO(WS-LDG-SCAN) = DDH-C-NO
                 AND WS-LDG-INVNO(WS-LDG-SCAN) = DDH-INVOICE-NO
                 IF DDH-TYPE = 'P'
                    MOVE 'Y' TO WS-LDG-PRESENTEE(WS-LDG-SCAN)
                 ELSE
                    MOVE 'N' TO WS-LDG-PRESENTEE(WS-LDG-SCAN)
                 END-IF
              END-IF
           END-PERFORM
           .

*> Factures ouvertes echues a la date de prelevement des clients
*> mandates ; celles a ecarter sont listees avec leur motif
       2000-SELECTIONNER-ECHEANCES.

           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-NB-LDG
              IF WS-LDG-MONTANT(WS-LDG-IDX) > WS-LDG-REGLE(WS-LDG-IDX)
                 MOVE WS-LDG-ECHEANCE(WS-LDG-IDX) TO WS-FAC-ECHEANCE
                 IF WS-FAC-ECHEANCE = SPACES
                    MOVE WS-LDG-DATE(WS-LDG-IDX) TO WS-FAC-ECHEANCE
                 END-IF
                 IF WS-FAC-ECHEANCE NOT > WS-DATE-PREL
                    PERFORM 2100-EXAMINER-FACTURE
                 END-IF
              END-IF
           END-PERFORM
           .

*> Facture echue : mandat actif, ni deja presentee ni en litige,
*> montant a prelever
       2100-EXAMINER-FACTURE.

           MOVE WS-LDG-CNO(WS-LDG-IDX) TO MDT-C-NO
           READ FMANDAT
               INVALID KEY
                   MOVE SPACES TO MDT-ETAT
           END-READ

           MOVE SPACES TO WS-FAC-MOTIF
           EVALUATE TRUE
              WHEN MDT-ETAT = SPACES
                 MOVE 'SANS MANDAT' TO WS-FAC-MOTIF
              WHEN MDT-ETAT = 'R'
                 MOVE 'MANDAT REVOQUE' TO WS-FAC-MOTIF
              WHEN MDT-ETAT = 'S'
                 MOVE 'MANDAT SUSPENDU' TO WS-FAC-MOTIF
              WHEN WS-LDG-PRESENTEE(WS-LDG-IDX) = 'Y'
                 MOVE 'DEJA PRESENTEE' TO WS-FAC-MOTIF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-FAC-MOTIF = SPACES AND WS-DSP-OUVERT = 'Y'
              MOVE WS-LDG-CNO(WS-LDG-IDX)   TO DSP-C-NO
              MOVE WS-LDG-INVNO(WS-LDG-IDX) TO DSP-INVOICE-NO
              READ FDISPUTE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF DSP-ETAT = 'O'
                         MOVE 'EN LITIGE' TO WS-FAC-MOTIF
                      END-IF
              END-READ
           END-IF

           COMPUTE WS-FAC-OUVERT = WS-LDG-MONTANT(WS-LDG-IDX)
                                 - WS-LDG-REGLE(WS-LDG-IDX)

           IF WS-FAC-MOTIF = SPACES
              PERFORM 2110-LIRE-CLIENT
              IF WS-CLI-CONNU = 'N'
                 MOVE 'CLIENT INCONNU' TO WS-FAC-MOTIF
              END-IF
           END-IF

           IF WS-FAC-MOTIF = SPACES
              PERFORM 2120-CALCULER-MONTANTS
           END-IF

           EVALUATE TRUE
              WHEN WS-FAC-MOTIF = SPACES
                 RELEASE ENRTRAVAIL
              WHEN WS-FAC-MOTIF = 'SANS MANDAT'
                 CONTINUE
              WHEN OTHER
                 PERFORM 2190-EXCLURE-FACTURE
           END-EVALUATE
           .

*> Raison sociale et devise du client, lues une fois par client
       2110-LIRE-CLIENT.

           IF WS-LDG-CNO(WS-LDG-IDX) NOT = WS-CLI-COURANT
              MOVE WS-LDG-CNO(WS-LDG-IDX) TO WS-CLI-COURANT
              MOVE WS-CLI-COURANT TO C-C-NO
              EXEC SQL
                 SELECT COMPANY, VALUE(CURRENCY, 'US')
                 INTO :C-COMPANY, :C-DEVISE
                 FROM API12.CUSTOMERS
                 WHERE C_NO = :C-C-NO
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO WS-CLI-CONNU
                 IF C-COMPANY-LEN > 30
                    MOVE 30 TO C-COMPANY-LEN
                 END-IF
                 MOVE SPACES TO WS-CLI-COMPANY
                 MOVE C-COMPANY-TEXT(1:C-COMPANY-LEN)
                      TO WS-CLI-COMPANY
                 IF C-DEVISE = SPACES
                    MOVE 'US' TO C-DEVISE
                 END-IF
              ELSE
                 MOVE 'N' TO WS-CLI-CONNU
              END-IF
           END-IF
           .

*> Montant preleve dans la devise du client et son equivalent en
*> dollars pour le reglement
       2120-CALCULER-MONTANTS.

           MOVE SPACES TO ENRTRAVAIL
           MOVE C-DEVISE                 TO SRT-DEVISE
           MOVE WS-LDG-CNO(WS-LDG-IDX)   TO SRT-C-NO
           MOVE WS-FAC-ECHEANCE          TO SRT-ECHEANCE
           MOVE WS-LDG-INVNO(WS-LDG-IDX) TO SRT-INVOICE-NO
           MOVE WS-FAC-OUVERT            TO SRT-VALEUR
           MOVE WS-CLI-COMPANY           TO SRT-COMPANY

           IF C-DEVISE = 'US'
              MOVE WS-FAC-OUVERT TO SRT-MONTANT-DEV
              MOVE WS-FAC-OUVERT TO SRT-MONTANT
           ELSE
              MOVE 0 TO WS-TAUX-ORIG
              MOVE 0 TO WS-TAUX-PREL
              PERFORM 2130-LIRE-DEVISE
              IF WS-DEV-CONNUE = 'Y'
                 MOVE SPACES TO WS-DATE-CIBLE
                 STRING WS-LDG-DATE(WS-LDG-IDX)(1:4) DELIMITED BY SIZE
                        WS-LDG-DATE(WS-LDG-IDX)(6:2) DELIMITED BY SIZE
                        WS-LDG-DATE(WS-LDG-IDX)(9:2) DELIMITED BY SIZE
                        INTO WS-DATE-CIBLE
                 END-STRING
                 PERFORM 2140-SELECTIONNER-TAUX
                 MOVE WS-TAUX-CHERCHE TO WS-TAUX-ORIG
                 MOVE SPACES TO WS-DATE-CIBLE
                 STRING WS-DATE-PREL(1:4) DELIMITED BY SIZE
                        WS-DATE-PREL(6:2) DELIMITED BY SIZE
                        WS-DATE-PREL(9:2) DELIMITED BY SIZE
                        INTO WS-DATE-CIBLE
                 END-STRING
                 PERFORM 2140-SELECTIONNER-TAUX
                 MOVE WS-TAUX-CHERCHE TO WS-TAUX-PREL
              END-IF
              IF WS-TAUX-ORIG = 0 OR WS-TAUX-PREL = 0
                 MOVE 'SANS TAUX' TO WS-FAC-MOTIF
                 ADD 1 TO WS-CT-SANS-TAUX
              ELSE
                 COMPUTE SRT-MONTANT-DEV ROUNDED =
                     WS-FAC-OUVERT / WS-TAUX-ORIG
                 COMPUTE SRT-MONTANT ROUNDED =
                     SRT-MONTANT-DEV * WS-TAUX-PREL
*> Valeur que PPAYMENT imputera a la facture (montant en devise au
*> taux d'origine, cf PPAYMENT.2025)
                 COMPUTE SRT-VALEUR ROUNDED =
                     SRT-MONTANT-DEV * WS-TAUX-ORIG
              END-IF
           END-IF
           .

*> Enregistrement DDDEVISE de la devise du client, relu seulement si
*> la devise change
       2130-LIRE-DEVISE.

           IF WS-DEV-OUVERT = 'N'
              MOVE 'N' TO WS-DEV-CONNUE
           ELSE
              IF WS-DEV-LUE = C-DEVISE
                 MOVE 'Y' TO WS-DEV-CONNUE
              ELSE
                 MOVE C-DEVISE TO DEV-DEVI
                 READ FDEVISE
                     INVALID KEY
                         MOVE 'N' TO WS-DEV-CONNUE
                         MOVE SPACES TO WS-DEV-LUE
                     NOT INVALID KEY
                         MOVE 'Y' TO WS-DEV-CONNUE
                         MOVE C-DEVISE TO WS-DEV-LUE
                 END-READ
              END-IF
           END-IF
           .

*> Taux en vigueur a WS-DATE-CIBLE : le plus recent dont la date
*> d'effet ne depasse pas la cible, a defaut le plus ancien connu
*> (memes regles que PDEVISE.2100)
       2140-SELECTIONNER-TAUX.

           MOVE 'N' TO WS-TAUX-TROUVE
           MOVE 0 TO WS-TAUX-CHERCHE

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > DEV-NB-TAUX
              IF DEV-EFF-DATE(WS-IDX) <= WS-DATE-CIBLE
                 MOVE DEV-EFF-TAUX(WS-IDX) TO WS-TAUX-CHERCHE
                 MOVE 'Y' TO WS-TAUX-TROUVE
              END-IF
           END-PERFORM

           IF WS-TAUX-TROUVE = 'N' AND DEV-NB-TAUX > 0
              MOVE DEV-EFF-TAUX(1) TO WS-TAUX-CHERCHE
           END-IF
           .

*> Ligne 'X' : facture echue d'un client mandate non prelevee
       2190-EXCLURE-FACTURE.

           ADD 1 TO WS-CT-EXCLUES

           MOVE SPACES TO ENRDDRPT
           MOVE 'X'                      TO RPT-TYPE
           MOVE WS-LDG-CNO(WS-LDG-IDX)   TO RPT-C-NO
           MOVE WS-LDG-INVNO(WS-LDG-IDX) TO RPT-INVOICE-NO
           MOVE WS-FAC-ECHEANCE          TO RPT-ECHEANCE
           MOVE WS-FAC-OUVERT            TO RPT-MONTANT
           MOVE WS-FAC-MOTIF             TO RPT-MOTIF
           WRITE ENRDDRPT
           .

*> Une remise par devise, un avis par client, une presentation par
*> facture
       3000-PRODUIRE-REMISES.

           MOVE 'N' TO WS-EOF-TRI

           PERFORM UNTIL WS-EOF-TRI = 'Y'
              RETURN FTRAVAIL
                 AT END
                    MOVE 'Y' TO WS-EOF-TRI
                 NOT AT END
                    IF WS-AVI-OUVERT = 'Y'
                       AND (SRT-DEVISE NOT = WS-REM-DEVISE
                            OR SRT-C-NO NOT = WS-AVI-CNO)
                       PERFORM 3400-FIN-AVIS
                    END-IF
                    IF WS-REM-OUVERTE = 'Y'
                       AND SRT-DEVISE NOT = WS-REM-DEVISE
                       PERFORM 3200-FIN-REMISE
                    END-IF
                    IF WS-REM-OUVERTE = 'N'
                       PERFORM 3100-DEBUT-REMISE
                    END-IF
                    IF WS-AVI-OUVERT = 'N'
                       PERFORM 3300-DEBUT-AVIS
                    END-IF
                    PERFORM 3500-PRESENTER-FACTURE
              END-RETURN
           END-PERFORM

           IF WS-AVI-OUVERT = 'Y'
              PERFORM 3400-FIN-AVIS
           END-IF
           IF WS-REM-OUVERTE = 'Y'
              PERFORM 3200-FIN-REMISE
           END-IF
           .

*> En-tete de la remise de la devise : N° = devise + AAMMJJ
       3100-DEBUT-REMISE.

           MOVE 'Y' TO WS-REM-OUVERTE
           MOVE SRT-DEVISE TO WS-REM-DEVISE
           MOVE 0 TO WS-REM-NB
           MOVE 0 TO WS-REM-MONTANT
           ADD 1 TO WS-CT-REMISES

           MOVE SPACES TO WS-REMISE
           STRING SRT-DEVISE        DELIMITED BY SIZE
                  WS-DATE-PREL(3:2) DELIMITED BY SIZE
                  WS-DATE-PREL(6:2) DELIMITED BY SIZE
                  WS-DATE-PREL(9:2) DELIMITED BY SIZE
                  INTO WS-REMISE
           END-STRING

           MOVE SPACES TO ENRCOL-H
           MOVE 'H'           TO COLH-TYPE
           MOVE WS-REMISE     TO COLH-REMISE
           MOVE WS-DATE-PREL  TO COLH-DATE
           MOVE WS-CREANCIER  TO COLH-CREANCIER
           MOVE SRT-DEVISE    TO COLH-DEVISE
           WRITE ENRCOL-H
           .

*> Fin de remise : totaux de controle pour la banque et ligne 'L'
       3200-FIN-REMISE.

           MOVE SPACES TO ENRCOL-T
           MOVE 'T'            TO COLT-TYPE
           MOVE WS-REMISE      TO COLT-REMISE
           MOVE WS-REM-NB      TO COLT-NB
           MOVE WS-REM-MONTANT TO COLT-MONTANT
           WRITE ENRCOL-T

           MOVE SPACES TO ENRDDRPT
           MOVE 'L'            TO RPT-TYPE
           MOVE WS-REMISE      TO RPT-REMISE
           MOVE WS-REM-DEVISE  TO RPT-DEVISE
           MOVE WS-REM-NB      TO RPT-NB
           MOVE WS-REM-MONTANT TO RPT-MONTANT
           WRITE ENRDDRPT

           MOVE 'N' TO WS-REM-OUVERTE
           .

*> En-tete de l'avis de prelevement du client : mandat relu pour
*> la reference, l'IBAN (masque) et la sequence
       3300-DEBUT-AVIS.

           MOVE 'Y' TO WS-AVI-OUVERT
           MOVE SRT-C-NO TO WS-AVI-CNO
           MOVE 0 TO WS-AVI-MONTANT
           ADD 1 TO WS-CT-CLIENTS

           MOVE SRT-C-NO TO MDT-C-NO
           READ FMANDAT
               INVALID KEY
                   MOVE 'N' TO WS-AVI-MANDAT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-AVI-MANDAT
           END-READ

           MOVE 0 TO WS-IBAN-LONG
           PERFORM VARYING WS-IBAN-POS FROM 34 BY -1
                   UNTIL WS-IBAN-POS < 1 OR WS-IBAN-LONG > 0
              IF MDT-IBAN(WS-IBAN-POS:1) NOT = SPACE
                 MOVE WS-IBAN-POS TO WS-IBAN-LONG
              END-IF
           END-PERFORM

           MOVE SPACES TO ENRNOTICE
           MOVE '****************************************'
                TO ENRNOTICE(20:40)
           WRITE ENRNOTICE

           MOVE SPACES TO ENRNOTICE
           MOVE 'AVIS DE PRELEVEMENT' TO ENRNOTICE(5:19)
           WRITE ENRNOTICE

           MOVE SPACES TO ENRNOTICE
           MOVE 'CLIENT : ' TO ENRNOTICE(5:9)
           MOVE SRT-C-NO TO ENRNOTICE(14:4)
           MOVE SRT-COMPANY TO ENRNOTICE(20:30)
           WRITE ENRNOTICE

           MOVE SPACES TO ENRNOTICE
           MOVE 'MANDAT : ' TO ENRNOTICE(5:9)
           MOVE MDT-ID TO ENRNOTICE(14:35)
           WRITE ENRNOTICE

           MOVE SPACES TO ENRNOTICE
           MOVE 'COMPTE DEBITE : ' TO ENRNOTICE(5:16)
           MOVE MDT-IBAN(1:4) TO ENRNOTICE(21:4)
           MOVE '****' TO ENRNOTICE(25:4)
           IF WS-IBAN-LONG > 8
              MOVE MDT-IBAN(WS-IBAN-LONG - 3:4) TO ENRNOTICE(29:4)
           END-IF
           WRITE ENRNOTICE

           MOVE SPACES TO ENRNOTICE
           MOVE 'CREANCIER : ' TO ENRNOTICE(5:12)
           MOVE WS-CREANCIER TO ENRNOTICE(17:35)
           WRITE ENRNOTICE

           MOVE SPACES TO ENRNOTICE
           MOVE 'DATE DE PRELEVEMENT : ' TO ENRNOTICE(5:22)
           MOVE WS-DATE-PREL TO ENRNOTICE(27:10)
           WRITE ENRNOTICE

           MOVE SPACES TO ENRNOTICE
           WRITE ENRNOTICE
           .

*> Total de l'avis ; le mandat passe en sequence recurrente
       3400-FIN-AVIS.

           MOVE WS-AVI-MONTANT TO WS-TOT-STR
           MOVE SPACES TO ENRNOTICE
           MOVE 'MONTANT TOTAL PRELEVE : ' TO ENRNOTICE(5:24)
           MOVE WS-TOT-STR TO ENRNOTICE(29:12)
           MOVE WS-REM-DEVISE TO ENRNOTICE(42:2)
           WRITE ENRNOTICE

           MOVE SPACES TO ENRNOTICE
           MOVE 'MERCI DE PROVISIONNER VOTRE COMPTE A CETTE DATE'
                TO ENRNOTICE(5:47)
           WRITE ENRNOTICE

           MOVE SPACES TO ENRNOTICE
           WRITE ENRNOTICE

           IF WS-AVI-MANDAT = 'Y'
              MOVE WS-AVI-CNO TO MDT-C-NO
              READ FMANDAT
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE 'RCUR' TO MDT-SEQUENCE
                      MOVE WS-DATE-PREL TO MDT-DATE-DERN
                      REWRITE ENRMANDAT
              END-READ
           END-IF

           MOVE 'N' TO WS-AVI-OUVERT
           .

*> Une facture prelevee : ligne de remise, ligne d'avis, reglement
*> pour PPAYMENT, historique et rapport
       3500-PRESENTER-FACTURE.

           ADD 1 TO WS-CT-PRESENTEES
           ADD 1 TO WS-REM-NB
           ADD SRT-MONTANT-DEV TO WS-REM-MONTANT
           ADD SRT-MONTANT-DEV TO WS-AVI-MONTANT
           ADD SRT-MONTANT TO WS-TOT-DOLLARS

*> Reference de bout en bout : DD + client + facture + AAMMJJ
           MOVE SPACES TO WS-REFERENCE
           STRING 'DD'              DELIMITED BY SIZE
                  SRT-C-NO          DELIMITED BY SIZE
                  SRT-INVOICE-NO    DELIMITED BY SIZE
                  WS-DATE-PREL(3:2) DELIMITED BY SIZE
                  WS-DATE-PREL(6:2) DELIMITED BY SIZE
                  WS-DATE-PREL(9:2) DELIMITED BY SIZE
                  INTO WS-REFERENCE
           END-STRING

           MOVE SPACES TO ENRCOL-D
           MOVE 'D'             TO COLD-TYPE
           MOVE WS-REMISE       TO COLD-REMISE
           MOVE WS-REFERENCE    TO COLD-REFERENCE
           MOVE MDT-ID          TO COLD-MANDAT
           MOVE MDT-DATE-SIGN   TO COLD-DATE-SIGN
           MOVE MDT-SEQUENCE    TO COLD-SEQUENCE
           MOVE MDT-IBAN        TO COLD-IBAN
           MOVE SRT-DEVISE      TO COLD-DEVISE
           MOVE SRT-MONTANT-DEV TO COLD-MONTANT
           MOVE SRT-C-NO        TO COLD-C-NO
           MOVE SRT-INVOICE-NO  TO COLD-INVOICE-NO
           WRITE ENRCOL-D

           MOVE SRT-MONTANT-DEV TO WS-MNT-STR
           MOVE SPACES TO ENRNOTICE
           MOVE 'FACTURE ' TO ENRNOTICE(5:8)
           MOVE SRT-INVOICE-NO TO ENRNOTICE(13:6)
           MOVE 'ECHEANCE ' TO ENRNOTICE(21:9)
           MOVE SRT-ECHEANCE TO ENRNOTICE(30:10)
           MOVE WS-MNT-STR TO ENRNOTICE(42:10)
           MOVE SRT-DEVISE TO ENRNOTICE(53:2)
           WRITE ENRNOTICE

           MOVE SPACES TO ENRPAYMENT
           MOVE SRT-C-NO       TO PAY-C-NO
           MOVE SRT-MONTANT    TO PAY-MONTANT
           MOVE WS-DATE-PREL   TO PAY-DATE
           MOVE WS-REFERENCE   TO PAY-REFERENCE
           MOVE SRT-INVOICE-NO TO PAY-INVOICE-NO
           MOVE WS-REMISE      TO PAY-DEPOT-NO
           IF SRT-DEVISE NOT = 'US'
              MOVE SRT-MONTANT-DEV TO PAY-MONTANT-DEV
           END-IF
           WRITE ENRPAYMENT

           MOVE SPACES TO ENRDDHIST
           MOVE 'P'             TO DDH-TYPE
           MOVE WS-DATE-PREL    TO DDH-DATE
           MOVE WS-REMISE       TO DDH-REMISE
           MOVE SRT-C-NO        TO DDH-C-NO
           MOVE SRT-INVOICE-NO  TO DDH-INVOICE-NO
           MOVE WS-REFERENCE    TO DDH-REFERENCE
           MOVE SRT-DEVISE      TO DDH-DEVISE
           MOVE SRT-MONTANT-DEV TO DDH-MONTANT-DEV
           MOVE SRT-MONTANT     TO DDH-MONTANT
           MOVE SRT-VALEUR      TO DDH-VALEUR
           MOVE MDT-ID          TO DDH-MANDAT
           WRITE ENRDDHIST

           MOVE SPACES TO ENRDDRPT
           MOVE 'P'             TO RPT-TYPE
           MOVE WS-REMISE       TO RPT-REMISE
           MOVE SRT-C-NO        TO RPT-C-NO
           MOVE SRT-INVOICE-NO  TO RPT-INVOICE-NO
           MOVE SRT-ECHEANCE    TO RPT-ECHEANCE
           MOVE SRT-DEVISE      TO RPT-DEVISE
           MOVE SRT-MONTANT-DEV TO RPT-MONTANT
           WRITE ENRDDRPT
           .

*> Ligne total, synthese et code retour
       9000-FIN.

           IF WS-RETURN-CODE NOT = 8
              MOVE SPACES TO ENRDDRPT
              MOVE 'T'              TO RPT-TYPE
              MOVE WS-CT-PRESENTEES TO RPT-NB
              MOVE WS-TOT-DOLLARS   TO RPT-MONTANT
              MOVE 'TOTAL EN DOLLARS' TO RPT-MOTIF
              WRITE ENRDDRPT
           END-IF

           DISPLAY 'PDDCOLL : ' WS-CT-PRESENTEES ' FACTURE(S) PRELEVEE(S)'
                   ' POUR ' WS-CT-CLIENTS ' CLIENT(S), '
                   WS-CT-REMISES ' REMISE(S)'
           DISPLAY 'PDDCOLL : ' WS-CT-EXCLUES ' FACTURE(S) ECHUE(S)'
                   ' ECARTEE(S), DONT ' WS-CT-SANS-TAUX ' SANS TAUX'
           IF WS-LDG-PLEINE = 'Y'
              DISPLAY 'PDDCOLL : TABLE GRAND LIVRE PLEINE, FACTURES'
                      ' NON EXAMINEES'
           END-IF

           IF WS-RETURN-CODE NOT = 8
              EVALUATE TRUE
                 WHEN WS-CT-PRESENTEES = 0
                    MOVE 4 TO WS-RETURN-CODE
                 WHEN WS-CT-SANS-TAUX > 0 OR WS-LDG-PLEINE = 'Y'
                    MOVE 4 TO WS-RETURN-CODE
                 WHEN OTHER
                    MOVE 0 TO WS-RETURN-CODE
              END-EVALUATE

              CLOSE FMANDAT
              CLOSE FDDHIST
              CLOSE FDDCOLL
              CLOSE FNOTICE
              CLOSE FPAYMENT
              IF WS-DSP-OUVERT = 'Y'
                 CLOSE FDISPUTE
              END-IF
              IF WS-DEV-OUVERT = 'Y'
                 CLOSE FDEVISE
              END-IF
           END-IF

*> Cloture de PDATECALC (calendrier des jours feries)
           MOVE '*' TO WS-DC-SENS
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT

           CLOSE FDDRPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
