*> ==========================================================
*> PCASHFCST.cbl - Prevision hebdomadaire des encaissements clients
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Repondre chaque lundi a la tresorerie : combien d'argent va
*>   rentrer dans les six semaines a venir, par semaine et par
*>   devise, a partir des factures ouvertes du grand livre DAR-OPEN
*>   plutot que d'un tableur
*> - Decaler l'echeance de chaque facture du retard moyen reel de
*>   son client, mesure sur ses reglements passes
*> - Garder chaque prevision pour mesurer, les semaines suivantes,
*>   son ecart avec les encaissements reels
*>
*> Entrées :
*> - SYSIN : date de la prevision (AAAA-MM-JJ), premier jour de la
*>   semaine 1 ; blanc = date du run
*> - DAR-OPEN      : grand livre en comptes ouverts (cf PFACTURE) ;
*>   factures 'F' avec leur echeance, soldes ouverts reconstitues
*>   comme PPAYMENT.1120 ; les lettrages 'S' de PPAYMENT (date et
*>   reference du reglement de DPAYMENT-HIST, facture soldee)
*>   mesurent le retard de paiement de chaque client
*> - DPAYMENT-HIST : reglements appliques par PPAYMENT, encaissements
*>   reels de la semaine ecoulee pour le suivi de precision
*> - DDISPUTE      : registre des litiges (cf PDISPUTE), lu par cle ;
*>   absent = aucun litige
*> - DDDEVISE      : taux dates par devise (cf PDEVISE), pour le
*>   montant en devise des factures des clients etrangers
*> - DCASH-FCST-HIST : previsions des runs precedents
*> - Table DB2 : CUSTOMERS (devise du client)
*>
*> Sorties :
*> - DCASH-FCST-RPT  : par devise, une ligne 'P' par tranche (echu
*>   incertain, semaines 1 a 6, au-dela) avec nombre de factures,
*>   montant en devise et valeur en dollars, une ligne 'T' de total ;
*>   une ligne 'X' par cause d'exclusion (litige, perte) ; une ligne
*>   'A' par prevision passee de la semaine ecoulee (prevu, reel,
*>   ecart en dollars)
*> - DCASH-FCST-HIST : tranches de la prevision du jour (ajout)
*>
*> Sous-programmes appelés :
*> - PDATECALC : controle de la date de prevision
*>
*> Remarques :
*> - Retard moyen du client = moyenne, ponderee par les montants
*>   lettres, des jours entre l'echeance de chaque facture et la date
*>   du reglement qui l'a soldee (negatif pour un bon payeur) ; sans
*>   historique, la facture est attendue a son echeance
*> - Date attendue = echeance (a defaut date de facture) + retard
*>   moyen du client ; une facture dont la date attendue est deja
*>   passee va en tranche ECHU INCERTAIN, a part des semaines
*> - Ne sont pas prevues : les factures en litige ouvert et celles
*>   passees en perte, meme partiellement (ecriture 'W')
*> - Client en devise : montant en devise = solde ouvert ramene au
*>   taux d'origine de la facture (cf PDDCOLL) ; sans taux, le
*>   montant en devise reste a zero (code retour 4)
*> - Precision : les previsions gardees qui couvraient la semaine
*>   qui vient de s'achever (de la date de prevision - 7 jours a la
*>   veille) sont comparees aux reglements de DPAYMENT-HIST dates
*>   de cette semaine, en dollars, une ligne par horizon
*> - Relancer le programme a la meme date ne reecrit pas la
*>   prevision dans l'historique
*> - Ce programme tourne en dehors du cycle FACTBAT, chaque lundi
*>   apres PPAYMENT
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PCASHFCST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FAROPEN ASSIGN TO DAR-OPEN
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-ARO.

           SELECT FPAYHIST ASSIGN TO DPAYMENT-HIST
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-HIS.

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

*> Previsions gardees : relues au demarrage, completees du run
           SELECT FFCSTHIST ASSIGN TO DCASH-FCST-HIST
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS WS-STATUS-FCH.

           SELECT FFCSTRPT ASSIGN TO DCASH-FCST-RPT
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.

*> Même structure que celle écrite par PFACTURE (cf PFACTURE.cbl)
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

*> Même structure que celle écrite par PPAYMENT (cf PPAYMENT.cbl)
       FD FPAYHIST
           RECORDING MODE IS F.

       01 ENRPAYHIST.
          05 HIS-C-NO        PIC 9(4).
          05 FILLER          PIC X(1).
          05 HIS-DATE        PIC X(10).
          05 FILLER          PIC X(1).
          05 HIS-REFERENCE   PIC X(20).
          05 FILLER          PIC X(1).
          05 HIS-MONTANT     PIC 9(7)V99.

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

*> Une ligne par devise et par tranche d'une prevision :
*> FCH-TRANCHE 0 = echu incertain, 1 a 6 = semaine, 7 = au-dela ;
*> FCH-SEMAINE = premier jour de la semaine (blanc hors semaines)
       FD FFCSTHIST
           RECORDING MODE IS F.

       01 ENRFCSTHIST.
          05 FCH-DATE-PREV   PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FCH-DEVISE      PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FCH-TRANCHE     PIC 9(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FCH-SEMAINE     PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FCH-NB          PIC 9(5).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FCH-MONTANT-DEV PIC 9(9)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FCH-MONTANT     PIC 9(9)V99.

*> Rapport. 'P' tranche de prevision, 'T' total devise, 'X' factures
*> exclues (libelle = cause)
       FD FFCSTRPT
           RECORDING MODE IS F.

       01 ENRFCSTRPT.
          05 RPT-TYPE        PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-DEVISE      PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-LIBELLE     PIC X(14).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-SEMAINE     PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-NB          PIC Z(4)9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-MONTANT-DEV PIC Z(8)9,99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-MONTANT     PIC Z(8)9,99.

*> 'A' precision : prevision du RPA-DATE-PREV pour la semaine
*> ecoulee (horizon en semaines), prevu, reel et ecart en dollars
       01 ENRFCSTACC.
          05 RPA-TYPE        PIC X(1).
          05 FILLER          PIC X(1).
          05 RPA-DEVISE      PIC X(2).
          05 FILLER          PIC X(1).
          05 RPA-DATE-PREV   PIC X(10).
          05 FILLER          PIC X(1).
          05 RPA-HORIZON     PIC 9(1).
          05 FILLER          PIC X(1).
          05 RPA-SEMAINE     PIC X(10).
          05 FILLER          PIC X(1).
          05 RPA-PREVU       PIC Z(8)9,99.
          05 FILLER          PIC X(1).
          05 RPA-REEL        PIC Z(8)9,99.
          05 FILLER          PIC X(1).
          05 RPA-ECART       PIC -(9)9,99.

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE CUSTOMER END-EXEC.

       77 WS-STATUS-ARO  PIC 99 VALUE 0.
       77 WS-STATUS-HIS  PIC 99 VALUE 0.
       77 WS-STATUS-DSP  PIC 99 VALUE 0.
       77 WS-STATUS-DEV  PIC 99 VALUE 0.
       77 WS-STATUS-FCH  PIC 99 VALUE 0.
       77 WS-STATUS-RPT  PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1).

*> Date de la prevision et bornes des semaines, en jours (rang
*> calendaire, cf 8000-JOUR-DE-DATE)
       01 WS-DATE-PREV       PIC X(10).
       01 WS-DATE-CURRENT    PIC X(21).
       01 WS-JOUR-PREV       PIC 9(7).
       01 WS-JOUR-FIN        PIC 9(7).
       01 WS-SEM-DEBUT       PIC X(10) OCCURS 7 TIMES.
       01 WS-SEM-PASSEE      PIC X(10).
       01 WS-JOUR-PASSEE     PIC 9(7).

*> Controle de la date via PDATECALC
       01 PDATECALC          PIC X(9) VALUE 'PDATECALC'.
       01 WS-DC-DATE-BASE    PIC X(10).
       01 WS-DC-SENS         PIC X(1).
       01 WS-DC-JOURS        PIC 9(4).
       01 WS-DC-AJUST        PIC X(1).
       01 WS-DC-DATE-RESULT  PIC X(10).
       01 WS-DC-STATUT       PIC X(1).

*> Conversion date AAAA-MM-JJ <-> rang du jour
       01 WS-CNV-DATE        PIC X(10).
       01 WS-CNV-AAAAMMJJ    PIC X(8).
       01 WS-CNV-NUM REDEFINES WS-CNV-AAAAMMJJ PIC 9(8).
       01 WS-CNV-JOUR        PIC 9(7).

*> Registres facultatifs ouverts
       01 WS-DSP-OUVERT      PIC X(1) VALUE 'N'.
       01 WS-DEV-OUVERT      PIC X(1) VALUE 'N'.

*> Grand livre en comptes ouverts charge en memoire : soldes ouverts
*> par facture (cf PPAYMENT.1120), echeance en rang de jour,
*> WS-LDG-PERTE = 'Y' si une perte a ete passee sur la facture
       01 WS-LDG-TABLE.
          05 WS-LDG-ENTRY OCCURS 5000 TIMES.
             10 WS-LDG-CNO       PIC 9(4).
             10 WS-LDG-INVNO     PIC 9(6).
             10 WS-LDG-DATE      PIC X(10).
             10 WS-LDG-JOUR-ECH  PIC 9(7).
             10 WS-LDG-MONTANT   PIC 9(7)V99.
             10 WS-LDG-REGLE     PIC 9(7)V99.
             10 WS-LDG-PERTE     PIC X(1).
       01 WS-NB-LDG          PIC 9(4) VALUE 0.
       01 WS-LDG-SCAN        PIC 9(4).
       01 WS-LDG-IDX         PIC 9(4).
       01 WS-LDG-PLEINE      PIC X(1) VALUE 'N'.

*> Comportement de paiement et devise par client (indice = N° de
*> client) : montants lettres et leur somme ponderee par les jours
*> de retard ; devise lue une fois dans CUSTOMERS
       01 WS-CLI-TABLE.
          05 WS-CLI-ENTRY OCCURS 9999 TIMES.
             10 WS-CLI-RET-MNT   PIC 9(9)V99.
             10 WS-CLI-RET-JXM   PIC S9(13)V99.
             10 WS-CLI-DEVISE    PIC X(2).
       01 WS-CLI-IDX         PIC 9(5).
       01 WS-RETARD-JOURS    PIC S9(5).
       01 WS-RETARD-MOYEN    PIC S9(4).

*> Facture en cours d'examen
       01 WS-FAC-OUVERT      PIC 9(7)V99.
       01 WS-FAC-DEV         PIC 9(7)V99.
       01 WS-FAC-JOUR-ATT    PIC S9(8).
       01 WS-FAC-TRANCHE     PIC 9(1).
       01 WS-FAC-EXCLUE      PIC X(1).

*> Taux d'origine d'une facture en devise (cf PDDCOLL.2120)
       01 C-DEVISE           PIC X(2).
       01 WS-DEV-LUE         PIC X(2) VALUE SPACES.
       01 WS-DEV-CONNUE      PIC X(1).
       01 WS-DATE-CIBLE      PIC X(8).
       01 WS-TAUX-CHERCHE    PIC 99V999.
       01 WS-TAUX-TROUVE     PIC X(1).
       01 WS-IDX             PIC 99.

*> Prevision par devise et par tranche (1 = echu incertain, 2 a 7 =
*> semaines 1 a 6, 8 = au-dela)
       01 WS-PRV-TABLE.
          05 WS-PRV-ENTRY OCCURS 30 TIMES.
             10 WS-PRV-DEVISE    PIC X(2).
             10 WS-PRV-TRANCHE OCCURS 8 TIMES.
                15 WS-PRV-NB       PIC 9(5).
                15 WS-PRV-DEV      PIC 9(9)V99.
                15 WS-PRV-USD      PIC 9(9)V99.
       01 WS-NB-PRV          PIC 9(2) VALUE 0.
       01 WS-PRV-IDX         PIC 9(2).
       01 WS-PRV-TROUVE      PIC X(1).
       01 WS-TR-IDX          PIC 9(1).
       01 WS-NO-SEMAINE      PIC 9(1).
       01 WS-TOT-NB          PIC 9(5).
       01 WS-TOT-DEV         PIC 9(9)V99.
       01 WS-TOT-USD         PIC 9(9)V99.

*> Previsions passees couvrant la semaine ecoulee, et encaissements
*> reels de cette semaine par devise
       01 WS-ACC-TABLE.
          05 WS-ACC-ENTRY OCCURS 200 TIMES.
             10 WS-ACC-DEVISE    PIC X(2).
             10 WS-ACC-DATE-PREV PIC X(10).
             10 WS-ACC-HORIZON   PIC 9(1).
             10 WS-ACC-PREVU     PIC 9(9)V99.
       01 WS-NB-ACC          PIC 9(3) VALUE 0.
       01 WS-ACC-IDX         PIC 9(3).
       01 WS-REE-TABLE.
          05 WS-REE-ENTRY OCCURS 30 TIMES.
             10 WS-REE-DEVISE    PIC X(2).
             10 WS-REE-MONTANT   PIC 9(9)V99.
       01 WS-NB-REE          PIC 9(2) VALUE 0.
       01 WS-REE-IDX         PIC 9(2).
       01 WS-REE-CHOISI      PIC 9(2).
       01 WS-ECART           PIC S9(9)V99.
       01 WS-DEJA-GARDEE     PIC X(1) VALUE 'N'.

*> Compteurs de fin de run
       77 WS-CT-PREVUES      PIC 9(5) VALUE 0.
       77 WS-CT-LITIGE       PIC 9(5) VALUE 0.
       77 WS-CT-PERTE        PIC 9(5) VALUE 0.
       77 WS-CT-SANS-TAUX    PIC 9(5) VALUE 0.
       77 WS-MNT-LITIGE      PIC 9(9)V99 VALUE 0.
       77 WS-MNT-PERTE       PIC 9(9)V99 VALUE 0.

*> Code retour remis au moniteur de job : 8 si la date de prevision
*> est invalide, 4 si aucune facture n'est prevue, si une facture en
*> devise n'a pas de taux ou si la table du grand livre deborde,
*> 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 1100-CHARGER-LEDGER
              PERFORM 1300-CHARGER-HISTORIQUE
              PERFORM 1400-CHARGER-ENCAISSEMENTS
              PERFORM 2000-PREVOIR
              PERFORM 3000-EDITER-PREVISION
              PERFORM 3100-EDITER-PRECISION
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Date de prevision, bornes des six semaines, ouverture des
*> fichiers
       1000-DEBUT.

           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

           ACCEPT WS-DATE-PREV FROM SYSIN
           IF WS-DATE-PREV = SPACES
              MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT
              STRING WS-DATE-CURRENT(1:4) DELIMITED BY SIZE
                     '-'                  DELIMITED BY SIZE
                     WS-DATE-CURRENT(5:2) DELIMITED BY SIZE
                     '-'                  DELIMITED BY SIZE
                     WS-DATE-CURRENT(7:2) DELIMITED BY SIZE
                     INTO WS-DATE-PREV
              END-STRING
           END-IF

           MOVE WS-DATE-PREV TO WS-DC-DATE-BASE
           MOVE '+' TO WS-DC-SENS
           MOVE 0 TO WS-DC-JOURS
           MOVE 'N' TO WS-DC-AJUST
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT

           OPEN OUTPUT FFCSTRPT

           IF WS-DC-STATUT NOT = 'Y'
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PCASHFCST : DATE DE PREVISION SYSIN INVALIDE'
                      ' (AAAA-MM-JJ)'
           ELSE
              MOVE WS-DATE-PREV TO WS-CNV-DATE
              PERFORM 8000-JOUR-DE-DATE
              MOVE WS-CNV-JOUR TO WS-JOUR-PREV
              COMPUTE WS-JOUR-FIN = WS-JOUR-PREV + 42
              PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                      UNTIL WS-TR-IDX > 7
                 COMPUTE WS-CNV-JOUR =
                     WS-JOUR-PREV + 7 * (WS-TR-IDX - 1)
                 PERFORM 8010-DATE-DE-JOUR
                 MOVE WS-CNV-DATE TO WS-SEM-DEBUT(WS-TR-IDX)
              END-PERFORM
              COMPUTE WS-JOUR-PASSEE = WS-JOUR-PREV - 7
              MOVE WS-JOUR-PASSEE TO WS-CNV-JOUR
              PERFORM 8010-DATE-DE-JOUR
              MOVE WS-CNV-DATE TO WS-SEM-PASSEE

              INITIALIZE WS-CLI-TABLE

*> Registres facultatifs
              OPEN INPUT FDISPUTE
              IF WS-STATUS-DSP = 0
                 MOVE 'Y' TO WS-DSP-OUVERT
              END-IF
              OPEN INPUT FDEVISE
              IF WS-STATUS-DEV = 0
                 MOVE 'Y' TO WS-DEV-OUVERT
              END-IF

              DISPLAY 'PCASHFCST - PREVISION DU ' WS-DATE-PREV
                      ' AU ' WS-SEM-DEBUT(7)
           END-IF
           .

*> Chargement du grand livre : une entree par ecriture 'F', les
*> lettrages 'S', escomptes 'E', pertes 'W', annulations 'V' et
*> impayes 'D' reajustant le solde ouvert de leur facture ; chaque
*> lettrage 'S' compte aussi dans le retard moyen du client
       1100-CHARGER-LEDGER.

           OPEN INPUT FAROPEN
           IF WS-STATUS-ARO NOT = 0
              DISPLAY 'PCASHFCST : DAR-OPEN ABSENT - AUCUNE FACTURE'
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
                    MOVE ARO-ECHEANCE   TO WS-CNV-DATE
                    PERFORM 8000-JOUR-DE-DATE
                    IF WS-CNV-JOUR = 0
                       MOVE ARO-DATE TO WS-CNV-DATE
                       PERFORM 8000-JOUR-DE-DATE
                    END-IF
                    MOVE WS-CNV-JOUR    TO WS-LDG-JOUR-ECH(WS-NB-LDG)
                    MOVE ARO-MONTANT    TO WS-LDG-MONTANT(WS-NB-LDG)
                    MOVE 0              TO WS-LDG-REGLE(WS-NB-LDG)
                    MOVE 'N'            TO WS-LDG-PERTE(WS-NB-LDG)
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
                       IF ARO-TYPE = 'W'
                          MOVE 'Y' TO WS-LDG-PERTE(WS-LDG-SCAN)
                       END-IF
                       IF ARO-TYPE = 'S'
                          PERFORM 1120-CUMULER-RETARD
                       END-IF
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

*> Lettrage d'un reglement : jours entre l'echeance de la facture et
*> la date du reglement, ponderes par le montant lettre
       1120-CUMULER-RETARD.

           MOVE ARO-DATE TO WS-CNV-DATE
           PERFORM 8000-JOUR-DE-DATE
           IF WS-CNV-JOUR > 0 AND WS-LDG-JOUR-ECH(WS-LDG-SCAN) > 0
              AND ARO-C-NO > 0
              COMPUTE WS-RETARD-JOURS =
                  WS-CNV-JOUR - WS-LDG-JOUR-ECH(WS-LDG-SCAN)
              MOVE ARO-C-NO TO WS-CLI-IDX
              ADD ARO-MONTANT TO WS-CLI-RET-MNT(WS-CLI-IDX)
              COMPUTE WS-CLI-RET-JXM(WS-CLI-IDX) =
                  WS-CLI-RET-JXM(WS-CLI-IDX)
                  + WS-RETARD-JOURS * ARO-MONTANT
           END-IF
           .

*> Previsions gardees : celles qui couvraient la semaine ecoulee
*> sont retenues pour la precision ; une prevision deja gardee a la
*> date du jour n'est pas reecrite. Le fichier est ensuite rouvert
*> en ajout
       1300-CHARGER-HISTORIQUE.

           OPEN INPUT FFCSTHIST
           IF WS-STATUS-FCH = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FFCSTHIST
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM 1310-RETENIR-PREVISION
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FFCSTHIST

           OPEN EXTEND FFCSTHIST
           IF WS-STATUS-FCH NOT = 0
              CLOSE FFCSTHIST
              OPEN OUTPUT FFCSTHIST
           END-IF
           .

       1310-RETENIR-PREVISION.

           IF FCH-DATE-PREV = WS-DATE-PREV
              MOVE 'Y' TO WS-DEJA-GARDEE
           END-IF

           IF FCH-SEMAINE = WS-SEM-PASSEE
              AND FCH-DATE-PREV < WS-DATE-PREV
              AND FCH-TRANCHE >= 1 AND FCH-TRANCHE <= 6
              AND WS-NB-ACC < 200
              ADD 1 TO WS-NB-ACC
              MOVE FCH-DEVISE    TO WS-ACC-DEVISE(WS-NB-ACC)
              MOVE FCH-DATE-PREV TO WS-ACC-DATE-PREV(WS-NB-ACC)
              MOVE FCH-TRANCHE   TO WS-ACC-HORIZON(WS-NB-ACC)
              MOVE FCH-MONTANT   TO WS-ACC-PREVU(WS-NB-ACC)
           END-IF
           .

*> Encaissements reels de la semaine ecoulee, par devise du client
       1400-CHARGER-ENCAISSEMENTS.

           OPEN INPUT FPAYHIST
           IF WS-STATUS-HIS = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FPAYHIST
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF HIS-DATE >= WS-SEM-PASSEE
                          AND HIS-DATE < WS-DATE-PREV
                          AND HIS-C-NO > 0
                          PERFORM 1410-CUMULER-ENCAISSEMENT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FPAYHIST
           .

       1410-CUMULER-ENCAISSEMENT.

           MOVE HIS-C-NO TO WS-CLI-IDX
           PERFORM 2110-LIRE-CLIENT

           MOVE 0 TO WS-REE-CHOISI
           PERFORM VARYING WS-REE-IDX FROM 1 BY 1
                   UNTIL WS-REE-IDX > WS-NB-REE
              IF WS-REE-DEVISE(WS-REE-IDX) = WS-CLI-DEVISE(WS-CLI-IDX)
                 MOVE WS-REE-IDX TO WS-REE-CHOISI
              END-IF
           END-PERFORM
           IF WS-REE-CHOISI = 0 AND WS-NB-REE < 30
              ADD 1 TO WS-NB-REE
              MOVE WS-NB-REE TO WS-REE-CHOISI
              MOVE WS-CLI-DEVISE(WS-CLI-IDX)
                   TO WS-REE-DEVISE(WS-REE-CHOISI)
              MOVE 0 TO WS-REE-MONTANT(WS-REE-CHOISI)
           END-IF
           IF WS-REE-CHOISI > 0
              ADD HIS-MONTANT TO WS-REE-MONTANT(WS-REE-CHOISI)
           END-IF
           .

*> Chaque facture ouverte, hors litige et perte, est placee dans la
*> tranche de sa date attendue
       2000-PREVOIR.

           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-NB-LDG
              IF WS-LDG-MONTANT(WS-LDG-IDX) > WS-LDG-REGLE(WS-LDG-IDX)
                 AND WS-LDG-CNO(WS-LDG-IDX) > 0
                 PERFORM 2100-PREVOIR-FACTURE
              END-IF
           END-PERFORM
           .

       2100-PREVOIR-FACTURE.

           COMPUTE WS-FAC-OUVERT = WS-LDG-MONTANT(WS-LDG-IDX)
                                 - WS-LDG-REGLE(WS-LDG-IDX)
           MOVE 'N' TO WS-FAC-EXCLUE

           IF WS-LDG-PERTE(WS-LDG-IDX) = 'Y'
              MOVE 'Y' TO WS-FAC-EXCLUE
              ADD 1 TO WS-CT-PERTE
              ADD WS-FAC-OUVERT TO WS-MNT-PERTE
           END-IF

           IF WS-FAC-EXCLUE = 'N' AND WS-DSP-OUVERT = 'Y'
              MOVE WS-LDG-CNO(WS-LDG-IDX)   TO DSP-C-NO
              MOVE WS-LDG-INVNO(WS-LDG-IDX) TO DSP-INVOICE-NO
              READ FDISPUTE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF DSP-ETAT = 'O'
                         MOVE 'Y' TO WS-FAC-EXCLUE
                         ADD 1 TO WS-CT-LITIGE
                         ADD WS-FAC-OUVERT TO WS-MNT-LITIGE
                      END-IF
              END-READ
           END-IF

           IF WS-FAC-EXCLUE = 'N'
              ADD 1 TO WS-CT-PREVUES
              MOVE WS-LDG-CNO(WS-LDG-IDX) TO WS-CLI-IDX
              PERFORM 2110-LIRE-CLIENT

*> Date attendue = echeance + retard moyen du client
              MOVE 0 TO WS-RETARD-MOYEN
              IF WS-CLI-RET-MNT(WS-CLI-IDX) > 0
                 COMPUTE WS-RETARD-MOYEN ROUNDED =
                     WS-CLI-RET-JXM(WS-CLI-IDX)
                     / WS-CLI-RET-MNT(WS-CLI-IDX)
              END-IF
              COMPUTE WS-FAC-JOUR-ATT =
                  WS-LDG-JOUR-ECH(WS-LDG-IDX) + WS-RETARD-MOYEN

              EVALUATE TRUE
                 WHEN WS-FAC-JOUR-ATT < WS-JOUR-PREV
                    MOVE 1 TO WS-FAC-TRANCHE
                 WHEN WS-FAC-JOUR-ATT >= WS-JOUR-FIN
                    MOVE 8 TO WS-FAC-TRANCHE
                 WHEN OTHER
                    COMPUTE WS-FAC-TRANCHE =
                        (WS-FAC-JOUR-ATT - WS-JOUR-PREV) / 7 + 2
              END-EVALUATE

              PERFORM 2120-MONTANT-DEVISE
              PERFORM 2150-CHERCHER-DEVISE
              IF WS-PRV-TROUVE = 'Y'
                 ADD 1 TO WS-PRV-NB(WS-PRV-IDX, WS-FAC-TRANCHE)
                 ADD WS-FAC-DEV
                     TO WS-PRV-DEV(WS-PRV-IDX, WS-FAC-TRANCHE)
                 ADD WS-FAC-OUVERT
                     TO WS-PRV-USD(WS-PRV-IDX, WS-FAC-TRANCHE)
              END-IF
           END-IF
           .

*> Devise du client, lue une fois dans CUSTOMERS (US par defaut)
       2110-LIRE-CLIENT.

           IF WS-CLI-DEVISE(WS-CLI-IDX) = SPACES
              MOVE WS-CLI-IDX TO C-C-NO
              EXEC SQL
                 SELECT VALUE(CURRENCY, 'US')
                 INTO :C-DEVISE
                 FROM API12.CUSTOMERS
                 WHERE C_NO = :C-C-NO
              END-EXEC
              IF SQLCODE NOT = 0 OR C-DEVISE = SPACES
                 MOVE 'US' TO C-DEVISE
              END-IF
              MOVE C-DEVISE TO WS-CLI-DEVISE(WS-CLI-IDX)
           END-IF
           .

*> Montant attendu dans la devise du client : solde ouvert ramene au
*> taux d'origine de la facture
       2120-MONTANT-DEVISE.

           MOVE WS-CLI-DEVISE(WS-CLI-IDX) TO C-DEVISE
           IF C-DEVISE = 'US'
              MOVE WS-FAC-OUVERT TO WS-FAC-DEV
           ELSE
              MOVE 0 TO WS-FAC-DEV
              MOVE 0 TO WS-TAUX-CHERCHE
              PERFORM 2130-LIRE-DEVISE
              IF WS-DEV-CONNUE = 'Y'
                 MOVE SPACES TO WS-DATE-CIBLE
                 STRING WS-LDG-DATE(WS-LDG-IDX)(1:4) DELIMITED BY SIZE
                        WS-LDG-DATE(WS-LDG-IDX)(6:2) DELIMITED BY SIZE
                        WS-LDG-DATE(WS-LDG-IDX)(9:2) DELIMITED BY SIZE
                        INTO WS-DATE-CIBLE
                 END-STRING
                 PERFORM 2140-SELECTIONNER-TAUX
              END-IF
              IF WS-TAUX-CHERCHE = 0
                 ADD 1 TO WS-CT-SANS-TAUX
              ELSE
                 COMPUTE WS-FAC-DEV ROUNDED =
                     WS-FAC-OUVERT / WS-TAUX-CHERCHE
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

*> Ligne de WS-PRV-TABLE de la devise du client, creee au besoin ;
*> WS-PRV-TROUVE = 'N' si la table est pleine
       2150-CHERCHER-DEVISE.

           MOVE 'N' TO WS-PRV-TROUVE
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-NB-PRV OR WS-PRV-TROUVE = 'Y'
              IF WS-PRV-DEVISE(WS-PRV-IDX) = C-DEVISE
                 MOVE 'Y' TO WS-PRV-TROUVE
              END-IF
           END-PERFORM

           IF WS-PRV-TROUVE = 'Y'
              SUBTRACT 1 FROM WS-PRV-IDX
           ELSE
              IF WS-NB-PRV < 30
                 ADD 1 TO WS-NB-PRV
                 MOVE WS-NB-PRV TO WS-PRV-IDX
                 INITIALIZE WS-PRV-ENTRY(WS-PRV-IDX)
                 MOVE C-DEVISE TO WS-PRV-DEVISE(WS-PRV-IDX)
                 MOVE 'Y' TO WS-PRV-TROUVE
              ELSE
                 DISPLAY 'PCASHFCST : TABLE DES DEVISES PLEINE, '
                         C-DEVISE ' NON PREVUE'
              END-IF
           END-IF
           .

*> Par devise : une ligne 'P' par tranche et une ligne 'T' ; les
*> tranches sont gardees dans l'historique ; lignes 'X' des exclus
       3000-EDITER-PREVISION.

           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-NB-PRV
              MOVE 0 TO WS-TOT-NB
              MOVE 0 TO WS-TOT-DEV
              MOVE 0 TO WS-TOT-USD
              PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                      UNTIL WS-TR-IDX > 8
                 PERFORM 3010-LIGNE-TRANCHE
              END-PERFORM

              MOVE SPACES TO ENRFCSTRPT
              MOVE 'T'                       TO RPT-TYPE
              MOVE WS-PRV-DEVISE(WS-PRV-IDX) TO RPT-DEVISE
              MOVE 'TOTAL'                   TO RPT-LIBELLE
              MOVE WS-TOT-NB                 TO RPT-NB
              MOVE WS-TOT-DEV                TO RPT-MONTANT-DEV
              MOVE WS-TOT-USD                TO RPT-MONTANT
              WRITE ENRFCSTRPT
           END-PERFORM

           MOVE SPACES TO ENRFCSTRPT
           MOVE 'X'           TO RPT-TYPE
           MOVE 'EN LITIGE'   TO RPT-LIBELLE
           MOVE WS-CT-LITIGE  TO RPT-NB
           MOVE WS-MNT-LITIGE TO RPT-MONTANT
           WRITE ENRFCSTRPT

           MOVE SPACES TO ENRFCSTRPT
           MOVE 'X'           TO RPT-TYPE
           MOVE 'PASSEE EN PERTE' TO RPT-LIBELLE
           MOVE WS-CT-PERTE   TO RPT-NB
           MOVE WS-MNT-PERTE  TO RPT-MONTANT
           WRITE ENRFCSTRPT
           .

       3010-LIGNE-TRANCHE.

           ADD WS-PRV-NB(WS-PRV-IDX, WS-TR-IDX)  TO WS-TOT-NB
           ADD WS-PRV-DEV(WS-PRV-IDX, WS-TR-IDX) TO WS-TOT-DEV
           ADD WS-PRV-USD(WS-PRV-IDX, WS-TR-IDX) TO WS-TOT-USD

           MOVE SPACES TO ENRFCSTRPT
           MOVE 'P'                       TO RPT-TYPE
           MOVE WS-PRV-DEVISE(WS-PRV-IDX) TO RPT-DEVISE
           EVALUATE WS-TR-IDX
              WHEN 1
                 MOVE 'ECHU INCERTAIN' TO RPT-LIBELLE
              WHEN 8
                 MOVE 'AU-DELA'        TO RPT-LIBELLE
                 MOVE WS-SEM-DEBUT(7)  TO RPT-SEMAINE
              WHEN OTHER
                 COMPUTE WS-NO-SEMAINE = WS-TR-IDX - 1
                 STRING 'SEMAINE '    DELIMITED BY SIZE
                        WS-NO-SEMAINE DELIMITED BY SIZE
                        INTO RPT-LIBELLE
                 END-STRING
                 MOVE WS-SEM-DEBUT(WS-TR-IDX - 1) TO RPT-SEMAINE
           END-EVALUATE
           MOVE WS-PRV-NB(WS-PRV-IDX, WS-TR-IDX)  TO RPT-NB
           MOVE WS-PRV-DEV(WS-PRV-IDX, WS-TR-IDX) TO RPT-MONTANT-DEV
           MOVE WS-PRV-USD(WS-PRV-IDX, WS-TR-IDX) TO RPT-MONTANT
           WRITE ENRFCSTRPT

           IF WS-DEJA-GARDEE = 'N'
              MOVE SPACES TO ENRFCSTHIST
              MOVE WS-DATE-PREV              TO FCH-DATE-PREV
              MOVE WS-PRV-DEVISE(WS-PRV-IDX) TO FCH-DEVISE
              COMPUTE FCH-TRANCHE = WS-TR-IDX - 1
              IF WS-TR-IDX > 1 AND WS-TR-IDX < 8
                 MOVE WS-SEM-DEBUT(WS-TR-IDX - 1) TO FCH-SEMAINE
              END-IF
              MOVE WS-PRV-NB(WS-PRV-IDX, WS-TR-IDX)  TO FCH-NB
              MOVE WS-PRV-DEV(WS-PRV-IDX, WS-TR-IDX) TO FCH-MONTANT-DEV
              MOVE WS-PRV-USD(WS-PRV-IDX, WS-TR-IDX) TO FCH-MONTANT
              WRITE ENRFCSTHIST
           END-IF
           .

*> Une ligne 'A' par prevision passee couvrant la semaine ecoulee :
*> prevu contre encaisse de sa devise
       3100-EDITER-PRECISION.

           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-NB-ACC
              MOVE 0 TO WS-REE-CHOISI
              PERFORM VARYING WS-REE-IDX FROM 1 BY 1
                      UNTIL WS-REE-IDX > WS-NB-REE
                 IF WS-REE-DEVISE(WS-REE-IDX) =
                    WS-ACC-DEVISE(WS-ACC-IDX)
                    MOVE WS-REE-IDX TO WS-REE-CHOISI
                 END-IF
              END-PERFORM

              MOVE SPACES TO ENRFCSTACC
              MOVE 'A'                        TO RPA-TYPE
              MOVE WS-ACC-DEVISE(WS-ACC-IDX)    TO RPA-DEVISE
              MOVE WS-ACC-DATE-PREV(WS-ACC-IDX) TO RPA-DATE-PREV
              MOVE WS-ACC-HORIZON(WS-ACC-IDX)   TO RPA-HORIZON
              MOVE WS-SEM-PASSEE              TO RPA-SEMAINE
              MOVE WS-ACC-PREVU(WS-ACC-IDX)     TO RPA-PREVU
              IF WS-REE-CHOISI > 0
                 MOVE WS-REE-MONTANT(WS-REE-CHOISI) TO RPA-REEL
                 COMPUTE WS-ECART = WS-REE-MONTANT(WS-REE-CHOISI)
                                  - WS-ACC-PREVU(WS-ACC-IDX)
              ELSE
                 MOVE 0 TO RPA-REEL
                 COMPUTE WS-ECART = 0 - WS-ACC-PREVU(WS-ACC-IDX)
              END-IF
              MOVE WS-ECART TO RPA-ECART
              WRITE ENRFCSTACC
           END-PERFORM
           .

*> Rang du jour d'une date AAAA-MM-JJ (0 si la date est invalide)
       8000-JOUR-DE-DATE.

           MOVE 0 TO WS-CNV-JOUR
           MOVE SPACES TO WS-CNV-AAAAMMJJ
           STRING WS-CNV-DATE(1:4) DELIMITED BY SIZE
                  WS-CNV-DATE(6:2) DELIMITED BY SIZE
                  WS-CNV-DATE(9:2) DELIMITED BY SIZE
                  INTO WS-CNV-AAAAMMJJ
           END-STRING
           IF WS-CNV-AAAAMMJJ NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-CNV-NUM) = 0
                 COMPUTE WS-CNV-JOUR =
                     FUNCTION INTEGER-OF-DATE(WS-CNV-NUM)
              END-IF
           END-IF
           .

*> Date AAAA-MM-JJ d'un rang de jour
       8010-DATE-DE-JOUR.

           COMPUTE WS-CNV-NUM = FUNCTION DATE-OF-INTEGER(WS-CNV-JOUR)
           MOVE SPACES TO WS-CNV-DATE
           STRING WS-CNV-AAAAMMJJ(1:4) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-CNV-AAAAMMJJ(5:2) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-CNV-AAAAMMJJ(7:2) DELIMITED BY SIZE
                  INTO WS-CNV-DATE
           END-STRING
           .

*> Synthese et code retour
       9000-FIN.

           DISPLAY 'PCASHFCST : ' WS-CT-PREVUES ' FACTURE(S) PREVUE(S),'
                   ' ' WS-CT-LITIGE ' EN LITIGE, ' WS-CT-PERTE
                   ' EN PERTE'
           IF WS-CT-SANS-TAUX > 0
              DISPLAY 'PCASHFCST : ' WS-CT-SANS-TAUX
                      ' FACTURE(S) EN DEVISE SANS TAUX'
           END-IF
           IF WS-LDG-PLEINE = 'Y'
              DISPLAY 'PCASHFCST : TABLE GRAND LIVRE PLEINE, FACTURES'
                      ' NON PREVUES'
           END-IF
           IF WS-DEJA-GARDEE = 'Y'
              DISPLAY 'PCASHFCST : PREVISION DU ' WS-DATE-PREV
                      ' DEJA GARDEE, HISTORIQUE INCHANGE'
           END-IF

           IF WS-RETURN-CODE NOT = 8
              EVALUATE TRUE
                 WHEN WS-CT-PREVUES = 0
                    MOVE 4 TO WS-RETURN-CODE
                 WHEN WS-CT-SANS-TAUX > 0 OR WS-LDG-PLEINE = 'Y'
                    MOVE 4 TO WS-RETURN-CODE
                 WHEN OTHER
                    MOVE 0 TO WS-RETURN-CODE
              END-EVALUATE

              CLOSE FFCSTHIST
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

           CLOSE FFCSTRPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
