*> ==========================================================
*> PDDRETURN.cbl - Prelevements revenus impayes
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Integrer le fichier des prelevements que la banque renvoie
*>   impayes (provision insuffisante, compte clos, mandat conteste)
*>   et contre-passer le reglement que PPAYMENT avait applique pour
*>   chacun : la facture redevient ouverte et le client doit a
*>   nouveau le montant
*> - Suspendre le mandat du client et le signaler au recouvrement
*>   (dernier contact IMP, cf PPROMISE qui le met en tete de la
*>   liste de travail)
*>
*> Entrées :
*> - DDEBIT-RETURN : fichier de la banque, une ligne positionnelle par
*>   prelevement revenu :
*>     RTN-TYPE (R = retour impaye)
*>     RTN-REFERENCE (reference de bout en bout du prelevement, cf
*>       PDDCOLL)
*>     RTN-MONTANT (montant revenu, dans la devise du prelevement,
*>       9(7)V99 sans virgule)
*>     RTN-DATE (date du retour, AAAA-MM-JJ)
*>     RTN-MOTIF (code motif de la banque : AM04 provision
*>       insuffisante, AC04 compte clos, MD01 pas de mandat, ...)
*> - DDEBIT-HIST   : historique des prelevements (cf PDDCOLL), relu
*>   pour retrouver la presentation de chaque retour
*> - DPAYMENT-HIST : reglements appliques par PPAYMENT, pour verifier
*>   que le reglement du prelevement a bien ete passe
*> - Table DB2 : CUSTOMERS
*>
*> Sorties :
*> - Table DB2 CUSTOMERS (balance augmentee de la valeur contre-passee)
*> - DAR-OPEN  : une ecriture 'D' par retour, rouvrant la facture
*>   (lue par PPAYMENT, PARAGING, PWRITEOFF, PDDCOLL, PGLTRIAL)
*> - DAR-XREF  : cumul regle de la facture diminue, etat 'O'
*> - DDEBIT-HIST : une ligne 'R' par retour (ajout), avec le motif
*> - DMANDATE  : mandat suspendu ('S'), nombre d'impayes augmente
*> - DCOLLECT-CONTACT : dernier contact du client = IMP (cf PPROMISE)
*> - DGL-JRNL / DGL-EDIT : piece clients/banque du run (cf PREFUND),
*>   un credit banque par retour (rapproche du releve, PBANKREC), le
*>   change realise au reglement contre-passe pour un client en devise
*> - DFX-REALISE : pour un client en devise, une ligne de
*>   contre-passation du change realise au reglement (ajout, cf
*>   PPAYMENT et PFXREAL)
*> - DDEBIT-RETURN-REJECT : retours mal formes ou inapplicables
*> - DDEBIT-RETURN-RPT    : une ligne 'R' par retour contre-passe,
*>   une ligne 'T' de total
*>
*> Sous-programmes appelés :
*> - PGLACCT : compte de chaque ecriture du journal comptable
*>
*> Remarques :
*> - Un retour n'est contre-passe que si le reglement du prelevement
*>   figure dans DPAYMENT-HIST : lancer PPAYMENT avant ce programme ;
*>   un retour arrive trop tot est rejete et se represente au run
*>   suivant
*> - Le montant contre-passe sur la facture est la valeur que
*>   PPAYMENT lui avait imputee (DDH-VALEUR) ; la banque reprend les
*>   dollars credites (DDH-MONTANT) ; pour un client en devise l'ecart
*>   annule le gain ou la perte de change realise au reglement, le
*>   latent de la facture rouverte est repris par PFXREVAL a la fin
*>   du mois
*> - La ligne de contre-passation de DFX-REALISE porte la reference
*>   du prelevement et le change realise repris, de sens oppose au
*>   reglement d'origine ; montants en devise, recu et valeur a zero
*>   pour que PFXREAL ne compte pas deux fois les volumes du mois
*> - Tout retour suspend le mandat : plus aucun prelevement jusqu'a
*>   ce qu'un mouvement 'M' de PMANDATE le reactive
*> - Ce programme tourne en dehors du cycle FACTBAT, a la reception
*>   du fichier de retours, apres PPAYMENT
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PDDRETURN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FRETURN ASSIGN TO DDEBIT-RETURN
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-RTN.

*> Historique des prelevements : relu au demarrage, complete des
*> retours du run
           SELECT FDDHIST ASSIGN TO DDEBIT-HIST
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-DDH.

           SELECT FPAYHIST ASSIGN TO DPAYMENT-HIST
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-HIS.

           SELECT FAROPEN ASSIGN TO DAR-OPEN
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-ARO.

*> Grand livre indexe, cle client + facture (cf PPAYMENT)
           SELECT FARXREF ASSIGN TO DAR-XREF
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS ARX-CLE
                          FILE STATUS IS WS-STATUS-ARX.

*> Registre des mandats tenu par PMANDATE
           SELECT FMANDAT ASSIGN TO DMANDATE
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS MDT-C-NO
                          FILE STATUS IS WS-STATUS-MDT.

*> Dernier contact par client tenu par PPROMISE
           SELECT FCONTACT ASSIGN TO DCOLLECT-CONTACT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS CNT-C-NO
                           FILE STATUS IS WS-STATUS-CNT.

           SELECT FGLJRNL ASSIGN TO DGL-JRNL
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-GLJ.

           SELECT FGLEDIT ASSIGN TO DGL-EDIT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-GLE.

*> Change realise des reglements en devise (cf PPAYMENT) : la
*> contre-passation du change d'un prelevement revenu s'y ajoute
           SELECT FFXREAL ASSIGN TO DFX-REALISE
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-FXR.

           SELECT FREJECT ASSIGN TO DDEBIT-RETURN-REJECT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-REJ.

           SELECT FRTNRPT ASSIGN TO DDEBIT-RETURN-RPT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.

*> Retour de la banque, positionnel
       FD FRETURN
           RECORDING MODE IS F.

       01 ENRRETURN.
          05 RTN-TYPE        PIC X(1).
          05 RTN-REFERENCE   PIC X(20).
          05 RTN-MONTANT-X   PIC X(9).
          05 RTN-MONTANT REDEFINES RTN-MONTANT-X
                             PIC 9(7)V99.
          05 RTN-DATE        PIC X(10).
          05 RTN-MOTIF       PIC X(4).
          05 FILLER          PIC X(6).

*> Même structure que celle écrite par PDDCOLL (cf PDDCOLL.cbl) :
*> 'P' = presente, 'R' = revenu impaye
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

*> Même structure que celle écrite par PFACTURE (cf PFACTURE.cbl) :
*> type 'D' = prelevement revenu impaye, la facture se rouvre
       FD FAROPEN
           RECORDING MODE IS F.

       01 ENRAROPEN.
          05 ARO-TYPE        PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-C-NO        PIC 9(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-INVOICE-NO  PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-O-NO        PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-DATE        PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-MONTANT     PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-REFERENCE   PIC X(20).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-ECHEANCE    PIC X(10).

*> Même structure que celle tenue par PFACTURE (cf PFACTURE.cbl)
       FD FARXREF
           DATA RECORD IS ENRARXREF.

       01 ENRARXREF.
          05 ARX-CLE.
             10 ARX-C-NO        PIC 9(4).
             10 ARX-INVOICE-NO  PIC 9(6).
          05 ARX-TYPE        PIC X(1).
          05 ARX-O-NO        PIC 9(6).
          05 ARX-DATE        PIC X(10).
          05 ARX-MONTANT     PIC 9(7)V99.
          05 ARX-REGLE       PIC 9(7)V99.
          05 ARX-ETAT        PIC X(1).
          05 ARX-ECHEANCE    PIC X(10).

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

*> Même structure que celle tenue par PPROMISE (cf PPROMISE.cbl)
       FD FCONTACT
           DATA RECORD IS ENRCONTACT.

       01 ENRCONTACT.
          05 CNT-C-NO        PIC 9(4).
          05 CNT-DATE        PIC X(10).
          05 CNT-RESULTAT    PIC X(3).
          05 CNT-COLLECTEUR  PIC X(8).
          05 CNT-NOTE        PIC X(30).
          05 FILLER          PIC X(10).

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

*> Même structure que celle écrite par PPAYMENT (cf PPAYMENT.cbl)
       FD FFXREAL
           RECORDING MODE IS F.

       01 ENRFXREAL.
          05 FXR-DATE        PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-C-NO        PIC 9(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-DEVISE      PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-INVOICE-NO  PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-MONTANT-DEV PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-TAUX        PIC 99V999.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-RECU        PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-VALEUR      PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-SENS        PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-REALISE     PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-SENS-REPR   PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-REPRISE     PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-REFERENCE   PIC X(20).

       FD FREJECT
           RECORDING MODE IS F.

       01 ENRREJECT.
          05 REJ-RAW-LINE     PIC X(50).
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 REJ-REASON-CODE  PIC X(4).
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 REJ-REASON-TEXT  PIC X(30).

*> Rapport : 'R' = retour contre-passe, 'T' = total
       FD FRTNRPT
           RECORDING MODE IS F.

       01 ENRRTNRPT.
          05 RPT-TYPE-REC    PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-C-NO        PIC 9(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-INVOICE-NO  PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-REFERENCE   PIC X(20).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-MOTIF       PIC X(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-DEVISE      PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-MONTANT-DEV PIC Z(6)9,99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-VALEUR      PIC Z(8)9,99.

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE CUSTOMER END-EXEC.

       77 WS-STATUS-RTN  PIC 99 VALUE 0.
       77 WS-STATUS-DDH  PIC 99 VALUE 0.
       77 WS-STATUS-HIS  PIC 99 VALUE 0.
       77 WS-STATUS-ARO  PIC 99 VALUE 0.
       77 WS-STATUS-ARX  PIC 99 VALUE 0.
       77 WS-STATUS-MDT  PIC 99 VALUE 0.
       77 WS-STATUS-CNT  PIC 99 VALUE 0.
       77 WS-STATUS-GLJ  PIC 99 VALUE 0.
       77 WS-STATUS-GLE  PIC 99 VALUE 0.
       77 WS-STATUS-FXR  PIC 99 VALUE 0.
       77 WS-STATUS-REJ  PIC 99 VALUE 0.
       77 WS-STATUS-RPT  PIC 99 VALUE 0.

       01 EOF            PIC X VALUE 'N'.
       01 WS-EOF-FIC     PIC X(1).
       01 WS-ENRRETURN   PIC X(50).

*> Prelevements presentes, charges de DDEBIT-HIST ; au-dela de la
*> table les plus anciens cedent leur place (table tournante).
*> WS-DDH-ETAT : 'P' presente, 'R' revenu ; WS-DDH-APPLIQUE = 'Y'
*> si le reglement figure dans DPAYMENT-HIST ; WS-DDH-RUN = 'Y' si
*> revenu dans ce run
       01 WS-DDH-TABLE.
          05 WS-DDH-ENTRY OCCURS 5000 TIMES.
             10 WS-DDH-REF       PIC X(20).
             10 WS-DDH-CNO       PIC 9(4).
             10 WS-DDH-INVNO     PIC 9(6).
             10 WS-DDH-DEVISE    PIC X(2).
             10 WS-DDH-MDEV      PIC 9(7)V99.
             10 WS-DDH-MONTANT   PIC 9(7)V99.
             10 WS-DDH-VALEUR    PIC 9(7)V99.
             10 WS-DDH-REMISE    PIC X(8).
             10 WS-DDH-MANDAT    PIC X(35).
             10 WS-DDH-ETAT      PIC X(1).
             10 WS-DDH-APPLIQUE  PIC X(1).
             10 WS-DDH-RUN       PIC X(1).
       01 WS-NB-DDH          PIC 9(4) VALUE 0.
       01 WS-DDH-POS         PIC 9(4) VALUE 0.
       01 WS-DDH-IDX         PIC 9(4).
       01 WS-DDH-CHOISI      PIC 9(4).
       77 WS-CT-DDH-ECRASES  PIC 9(5) VALUE 0.

       01 WS-VALID-REC     PIC X VALUE 'Y'.
       01 WS-REJECT-CODE   PIC X(4).
       01 WS-REJECT-TEXT   PIC X(30).

*> Contre-passation en cours : part du cumul regle retiree de la
*> facture, ecart de change du reglement d'origine
       01 WS-RTN-VALEUR      PIC 9(7)V99.
       01 WS-RTN-REPRISE     PIC 9(7)V99.

*> Date du run (AAAA-MM-JJ) et champs d'edition
       01 WS-DATE-RUN        PIC X(10).
       01 WS-DATE-CURRENT    PIC X(21).
       77 WS-GL-MNT-STR      PIC Z(6)9,99.

*> Ecriture en cours et sa cle de recherche de compte (cf PGLACCT) :
*> nature, bureau, categorie, devise ; statut 'N' = compte d'attente
       01 PGLACCT            PIC X(7) VALUE 'PGLACCT'.
       01 WS-GL-PROGRAMME    PIC X(8) VALUE 'PDDRETUR'.
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

*> Montants du run par devise du client : un compte clients par
*> devise ; au-dela de la table, le montant part au compte d'attente
       01 C-DEVISE           PIC X(2).
       01 WS-GLC-TABLE.
          05 WS-GLC-ENTRY OCCURS 50 TIMES.
             10 WS-GLC-DEVISE   PIC X(2).
             10 WS-GLC-MONTANT  PIC 9(7)V99.
       01 WS-NB-GLC          PIC 9(2) VALUE 0.
       01 WS-GLC-IDX         PIC 9(2).
       01 WS-GLC-TROUVE      PIC X(1).
       01 WS-GLC-DEBORD      PIC 9(7)V99 VALUE 0.

*> Change realise des reglements contre-passes : gain repris (debit
*> GAINREAL), perte reprise (credit PERTREAL)
       77 WS-GL-GAIN-REPRIS  PIC 9(7)V99 VALUE 0.
       77 WS-GL-PERTE-REPRISE PIC 9(7)V99 VALUE 0.

*> Compteurs de fin de run
       01 WS-CT-LUES       PIC 9(5) VALUE 0.
       01 WS-CT-APPLIQUEES PIC 9(5) VALUE 0.
       01 WS-CT-REJETEES   PIC 9(5) VALUE 0.
       77 WS-CT-VALEUR     PIC 9(9)V99 VALUE 0.

*> Code retour remis au moniteur de job : 8 si le fichier de retours
*> est absent ou vide, 4 si au moins un retour a ete rejete ou une
*> ecriture comptable est partie au compte d'attente, 0 sinon
       77 WS-RETURN-CODE   PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT
           PERFORM 2000-TRAITEMENT UNTIL EOF = 'Y'
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
           OPEN OUTPUT FRTNRPT

           PERFORM 1100-CHARGER-HISTORIQUE
           PERFORM 1200-MARQUER-APPLIQUES

*> Grand livre en comptes ouverts, toujours en mode ajout
           OPEN EXTEND FAROPEN
           IF WS-STATUS-ARO NOT = 0
              CLOSE FAROPEN
              OPEN OUTPUT FAROPEN
           END-IF

*> Fichiers indexes : crees vides au premier passage (cf PPAYMENT)
           OPEN I-O FARXREF
           IF WS-STATUS-ARX NOT = 0
              OPEN OUTPUT FARXREF
              CLOSE FARXREF
              OPEN I-O FARXREF
           END-IF

           OPEN I-O FMANDAT
           IF WS-STATUS-MDT NOT = 0
              OPEN OUTPUT FMANDAT
              CLOSE FMANDAT
              OPEN I-O FMANDAT
           END-IF

           OPEN I-O FCONTACT
           IF WS-STATUS-CNT NOT = 0
              OPEN OUTPUT FCONTACT
              CLOSE FCONTACT
              OPEN I-O FCONTACT
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

*> Registre du change realise, toujours en mode ajout
           OPEN EXTEND FFXREAL
           IF WS-STATUS-FXR NOT = 0
              CLOSE FFXREAL
              OPEN OUTPUT FFXREAL
           END-IF

           OPEN INPUT FRETURN
           IF WS-STATUS-RTN = 0
              READ FRETURN INTO WS-ENRRETURN
                   AT END
                       MOVE 'Y' TO EOF
              END-READ
           ELSE
              MOVE 'Y' TO EOF
              DISPLAY 'PDDRETURN : FICHIER DDEBIT-RETURN ABSENT'
           END-IF
           .

*> Historique des prelevements : une entree par presentation 'P',
*> marquee revenue par la ligne 'R' correspondante ; le fichier est
*> ensuite rouvert en ajout
       1100-CHARGER-HISTORIQUE.

           OPEN INPUT FDDHIST
           IF WS-STATUS-DDH = 0
              MOVE 'N' TO WS-EOF-FIC
              PERFORM UNTIL WS-EOF-FIC = 'Y'
                 READ FDDHIST
                    AT END
                       MOVE 'Y' TO WS-EOF-FIC
                    NOT AT END
                       PERFORM 1110-RETENIR-PRELEVEMENT
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

       1110-RETENIR-PRELEVEMENT.

           IF DDH-TYPE = 'P'
              ADD 1 TO WS-DDH-POS
              IF WS-DDH-POS > 5000
                 MOVE 1 TO WS-DDH-POS
              END-IF
              IF WS-NB-DDH < 5000
                 ADD 1 TO WS-NB-DDH
              ELSE
                 ADD 1 TO WS-CT-DDH-ECRASES
              END-IF
              MOVE DDH-REFERENCE   TO WS-DDH-REF(WS-DDH-POS)
              MOVE DDH-C-NO        TO WS-DDH-CNO(WS-DDH-POS)
              MOVE DDH-INVOICE-NO  TO WS-DDH-INVNO(WS-DDH-POS)
              MOVE DDH-DEVISE      TO WS-DDH-DEVISE(WS-DDH-POS)
              MOVE DDH-MONTANT-DEV TO WS-DDH-MDEV(WS-DDH-POS)
              MOVE DDH-MONTANT     TO WS-DDH-MONTANT(WS-DDH-POS)
              MOVE DDH-VALEUR      TO WS-DDH-VALEUR(WS-DDH-POS)
              MOVE DDH-REMISE      TO WS-DDH-REMISE(WS-DDH-POS)
              MOVE DDH-MANDAT      TO WS-DDH-MANDAT(WS-DDH-POS)
              MOVE 'P'             TO WS-DDH-ETAT(WS-DDH-POS)
              MOVE 'N'             TO WS-DDH-APPLIQUE(WS-DDH-POS)
              MOVE 'N'             TO WS-DDH-RUN(WS-DDH-POS)
           ELSE
              PERFORM VARYING WS-DDH-IDX FROM 1 BY 1
                      UNTIL WS-DDH-IDX > WS-NB-DDH
                 IF WS-DDH-REF(WS-DDH-IDX) = DDH-REFERENCE
                    MOVE 'R' TO WS-DDH-ETAT(WS-DDH-IDX)
                 END-IF
              END-PERFORM
           END-IF
           .

*> Reglements appliques par PPAYMENT : ceux des prelevements portent
*> la reference de bout en bout (prefixe DD, cf PDDCOLL)
       1200-MARQUER-APPLIQUES.

           OPEN INPUT FPAYHIST
           IF WS-STATUS-HIS = 0
              MOVE 'N' TO WS-EOF-FIC
              PERFORM UNTIL WS-EOF-FIC = 'Y'
                 READ FPAYHIST
                    AT END
                       MOVE 'Y' TO WS-EOF-FIC
                    NOT AT END
                       IF HIS-REFERENCE(1:2) = 'DD'
                          PERFORM 1210-MARQUER-REGLEMENT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FPAYHIST
           .

       1210-MARQUER-REGLEMENT.

           PERFORM VARYING WS-DDH-IDX FROM 1 BY 1
                   UNTIL WS-DDH-IDX > WS-NB-DDH
              IF WS-DDH-REF(WS-DDH-IDX) = HIS-REFERENCE
                 AND WS-DDH-CNO(WS-DDH-IDX) = HIS-C-NO
                 MOVE 'Y' TO WS-DDH-APPLIQUE(WS-DDH-IDX)
              END-IF
           END-PERFORM
           .

       2000-TRAITEMENT.

           ADD 1 TO WS-CT-LUES

           PERFORM 2010-VALIDER

           IF WS-VALID-REC = 'Y'
              PERFORM 2020-CONTREPASSER
           ELSE
              PERFORM 2090-REJETER
           END-IF

           READ FRETURN INTO WS-ENRRETURN
                AT END
                    MOVE 'Y' TO EOF
           END-READ
           .

*> Controle de forme puis d'applicabilite : le retour doit viser un
*> prelevement presente, non encore revenu, dont le reglement a ete
*> applique, pour le montant preleve
       2010-VALIDER.

           MOVE 'Y' TO WS-VALID-REC
           MOVE SPACES TO WS-REJECT-CODE
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE WS-ENRRETURN TO ENRRETURN

           IF WS-ENRRETURN = SPACES
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E001' TO WS-REJECT-CODE
              MOVE 'LIGNE VIDE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND RTN-TYPE NOT = 'R'
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E002' TO WS-REJECT-CODE
              MOVE 'TYPE DE RETOUR INVALIDE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND RTN-MONTANT-X NOT NUMERIC
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E003' TO WS-REJECT-CODE
              MOVE 'MONTANT NON NUMERIQUE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y'
              MOVE 0 TO WS-DDH-CHOISI
              PERFORM VARYING WS-DDH-IDX FROM 1 BY 1
                      UNTIL WS-DDH-IDX > WS-NB-DDH
                 IF WS-DDH-REF(WS-DDH-IDX) = RTN-REFERENCE
                    MOVE WS-DDH-IDX TO WS-DDH-CHOISI
                 END-IF
              END-PERFORM

              EVALUATE TRUE
                 WHEN WS-DDH-CHOISI = 0
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E010' TO WS-REJECT-CODE
                    MOVE 'PRELEVEMENT INCONNU' TO WS-REJECT-TEXT
                 WHEN WS-DDH-ETAT(WS-DDH-CHOISI) = 'R'
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E011' TO WS-REJECT-CODE
                    MOVE 'PRELEVEMENT DEJA REVENU' TO WS-REJECT-TEXT
                 WHEN RTN-MONTANT NOT = WS-DDH-MDEV(WS-DDH-CHOISI)
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E012' TO WS-REJECT-CODE
                    MOVE 'MONTANT DIFFERENT DU PRELEVE'
                         TO WS-REJECT-TEXT
                 WHEN WS-DDH-APPLIQUE(WS-DDH-CHOISI) = 'N'
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E013' TO WS-REJECT-CODE
                    MOVE 'REGLEMENT NON ENCORE APPLIQUE'
                         TO WS-REJECT-TEXT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

*> Retour accepte : balance du client retablie, facture rouverte,
*> mandat suspendu, client signale au recouvrement
       2020-CONTREPASSER.

           MOVE WS-DDH-CNO(WS-DDH-CHOISI) TO C-C-NO
           MOVE WS-DDH-VALEUR(WS-DDH-CHOISI) TO WS-RTN-VALEUR

           EXEC SQL
              UPDATE API12.CUSTOMERS
              SET BALANCE = BALANCE + :WS-RTN-VALEUR
              WHERE C_NO = :C-C-NO
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR : ' SQLCODE
              MOVE 'E050' TO WS-REJECT-CODE
              MOVE 'ECHEC MISE A JOUR BALANCE' TO WS-REJECT-TEXT
              PERFORM 2090-REJETER
           ELSE
              MOVE 'R' TO WS-DDH-ETAT(WS-DDH-CHOISI)
              MOVE 'Y' TO WS-DDH-RUN(WS-DDH-CHOISI)
              ADD 1 TO WS-CT-APPLIQUEES
              ADD WS-RTN-VALEUR TO WS-CT-VALEUR

              PERFORM 2025-CHERCHER-DEVISE
              IF WS-GLC-TROUVE = 'Y'
                 ADD WS-RTN-VALEUR TO WS-GLC-MONTANT(WS-GLC-IDX)
              ELSE
                 ADD WS-RTN-VALEUR TO WS-GLC-DEBORD
              END-IF

*> Dollars repris par la banque contre valeur retablie : l'ecart
*> est le change realise du reglement d'origine
              IF WS-DDH-MONTANT(WS-DDH-CHOISI) > WS-RTN-VALEUR
                 COMPUTE WS-RTN-REPRISE =
                     WS-DDH-MONTANT(WS-DDH-CHOISI) - WS-RTN-VALEUR
                 ADD WS-RTN-REPRISE TO WS-GL-GAIN-REPRIS
              ELSE
                 COMPUTE WS-RTN-REPRISE =
                     WS-RTN-VALEUR - WS-DDH-MONTANT(WS-DDH-CHOISI)
                 ADD WS-RTN-REPRISE TO WS-GL-PERTE-REPRISE
              END-IF
              IF WS-RTN-REPRISE > 0
                 PERFORM 2035-CONTREPASSER-CHANGE
              END-IF

              PERFORM 2030-ROUVRIR-FACTURE
              PERFORM 2040-SUSPENDRE-MANDAT
              PERFORM 2050-SIGNALER-RECOUVREMENT

              MOVE SPACES TO ENRDDHIST
              MOVE 'R'                 TO DDH-TYPE
              MOVE WS-DATE-RUN         TO DDH-DATE
              MOVE WS-DDH-REMISE(WS-DDH-CHOISI)  TO DDH-REMISE
              MOVE WS-DDH-CNO(WS-DDH-CHOISI)     TO DDH-C-NO
              MOVE WS-DDH-INVNO(WS-DDH-CHOISI)   TO DDH-INVOICE-NO
              MOVE WS-DDH-REF(WS-DDH-CHOISI)     TO DDH-REFERENCE
              MOVE WS-DDH-DEVISE(WS-DDH-CHOISI)  TO DDH-DEVISE
              MOVE WS-DDH-MDEV(WS-DDH-CHOISI)    TO DDH-MONTANT-DEV
              MOVE WS-DDH-MONTANT(WS-DDH-CHOISI) TO DDH-MONTANT
              MOVE WS-RTN-VALEUR       TO DDH-VALEUR
              MOVE WS-DDH-MANDAT(WS-DDH-CHOISI)  TO DDH-MANDAT
              MOVE RTN-MOTIF           TO DDH-MOTIF
              WRITE ENRDDHIST

              MOVE SPACES TO ENRRTNRPT
              MOVE 'R'                 TO RPT-TYPE-REC
              MOVE WS-DDH-CNO(WS-DDH-CHOISI)    TO RPT-C-NO
              MOVE WS-DDH-INVNO(WS-DDH-CHOISI)  TO RPT-INVOICE-NO
              MOVE RTN-REFERENCE       TO RPT-REFERENCE
              MOVE RTN-MOTIF           TO RPT-MOTIF
              MOVE WS-DDH-DEVISE(WS-DDH-CHOISI) TO RPT-DEVISE
              MOVE RTN-MONTANT         TO RPT-MONTANT-DEV
              MOVE WS-RTN-VALEUR       TO RPT-VALEUR
              WRITE ENRRTNRPT

              DISPLAY 'CLIENT ' C-C-NO ' PRELEVEMENT '
                      RTN-REFERENCE ' IMPAYE (' RTN-MOTIF ')'
           END-IF
           .

*> Ligne de WS-GLC-TABLE de la devise du client en cours (relue
*> dans CUSTOMERS), creee au besoin ; WS-GLC-TROUVE = 'N' en sortie
*> si la table est pleine (montant au cumul de debordement)
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
                 MOVE 0 TO WS-GLC-MONTANT(WS-GLC-IDX)
                 MOVE 'Y' TO WS-GLC-TROUVE
              END-IF
           END-IF
           .

*> Ecriture 'D' au grand livre en comptes ouverts et cumul regle de
*> la facture diminue dans DAR-XREF
       2030-ROUVRIR-FACTURE.

           MOVE SPACES TO ENRAROPEN
           MOVE 'D'                         TO ARO-TYPE
           MOVE WS-DDH-CNO(WS-DDH-CHOISI)   TO ARO-C-NO
           MOVE WS-DDH-INVNO(WS-DDH-CHOISI) TO ARO-INVOICE-NO
           MOVE 0                           TO ARO-O-NO
           MOVE WS-DATE-RUN                 TO ARO-DATE
           MOVE WS-RTN-VALEUR               TO ARO-MONTANT
           MOVE RTN-REFERENCE               TO ARO-REFERENCE

           MOVE WS-DDH-CNO(WS-DDH-CHOISI)   TO ARX-C-NO
           MOVE WS-DDH-INVNO(WS-DDH-CHOISI) TO ARX-INVOICE-NO
           READ FARXREF
               INVALID KEY
                   DISPLAY 'PDDRETURN : FACTURE ' ARX-INVOICE-NO
                           ' ABSENTE DE DAR-XREF'
               NOT INVALID KEY
                   MOVE ARX-O-NO     TO ARO-O-NO
                   MOVE ARX-ECHEANCE TO ARO-ECHEANCE
                   IF WS-RTN-VALEUR < ARX-REGLE
                      SUBTRACT WS-RTN-VALEUR FROM ARX-REGLE
                   ELSE
                      MOVE 0 TO ARX-REGLE
                   END-IF
                   IF ARX-ETAT NOT = 'V'
                      MOVE 'O' TO ARX-ETAT
                   END-IF
                   REWRITE ENRARXREF
           END-READ

           WRITE ENRAROPEN
           .

*> Ligne de DFX-REALISE annulant le change realise du reglement
*> d'origine : meme montant, sens oppose (gain d'origine -> 'P',
*> perte d'origine -> 'G'), reference du prelevement
       2035-CONTREPASSER-CHANGE.

           MOVE SPACES TO ENRFXREAL
           MOVE WS-DATE-RUN                  TO FXR-DATE
           MOVE WS-DDH-CNO(WS-DDH-CHOISI)    TO FXR-C-NO
           MOVE WS-DDH-DEVISE(WS-DDH-CHOISI) TO FXR-DEVISE
           MOVE WS-DDH-INVNO(WS-DDH-CHOISI)  TO FXR-INVOICE-NO
           MOVE 0 TO FXR-MONTANT-DEV
           MOVE 0 TO FXR-TAUX
           MOVE 0 TO FXR-RECU
           MOVE 0 TO FXR-VALEUR
           IF WS-DDH-MONTANT(WS-DDH-CHOISI) > WS-RTN-VALEUR
              MOVE 'P' TO FXR-SENS
           ELSE
              MOVE 'G' TO FXR-SENS
           END-IF
           MOVE WS-RTN-REPRISE TO FXR-REALISE
           MOVE 'G' TO FXR-SENS-REPR
           MOVE 0 TO FXR-REPRISE
           MOVE RTN-REFERENCE TO FXR-REFERENCE
           WRITE ENRFXREAL
           .

*> Mandat suspendu : plus de prelevement jusqu'a sa reactivation
       2040-SUSPENDRE-MANDAT.

           MOVE WS-DDH-CNO(WS-DDH-CHOISI) TO MDT-C-NO
           READ FMANDAT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MDT-ETAT = 'A'
                      MOVE 'S' TO MDT-ETAT
                   END-IF
                   ADD 1 TO MDT-NB-IMPAYES
                   MOVE WS-DATE-RUN TO MDT-DATE-MAJ
                   MOVE 'BANQUE'    TO MDT-OPERATEUR
                   REWRITE ENRMANDAT
           END-READ
           .

*> Dernier contact du client = IMP : PPROMISE le met en tete de la
*> liste de travail jusqu'a l'appel d'un recouvreur
       2050-SIGNALER-RECOUVREMENT.

           MOVE WS-DDH-CNO(WS-DDH-CHOISI) TO CNT-C-NO
           READ FCONTACT
               INVALID KEY
                   MOVE SPACES TO ENRCONTACT
                   MOVE WS-DDH-CNO(WS-DDH-CHOISI) TO CNT-C-NO
                   PERFORM 2055-REMPLIR-CONTACT
                   WRITE ENRCONTACT
               NOT INVALID KEY
                   PERFORM 2055-REMPLIR-CONTACT
                   REWRITE ENRCONTACT
           END-READ
           .

       2055-REMPLIR-CONTACT.

           MOVE WS-DATE-RUN TO CNT-DATE
           MOVE 'IMP'       TO CNT-RESULTAT
           MOVE 'BANQUE'    TO CNT-COLLECTEUR
           MOVE SPACES      TO CNT-NOTE
           STRING 'PRELEVEMENT IMPAYE ' DELIMITED BY SIZE
                  RTN-MOTIF             DELIMITED BY SIZE
                  INTO CNT-NOTE
           END-STRING
           .

*> Écriture du retour rejeté dans DDEBIT-RETURN-REJECT
       2090-REJETER.

           MOVE WS-ENRRETURN    TO REJ-RAW-LINE
           MOVE WS-REJECT-CODE  TO REJ-REASON-CODE
           MOVE WS-REJECT-TEXT  TO REJ-REASON-TEXT

           WRITE ENRREJECT

           ADD 1 TO WS-CT-REJETEES

           DISPLAY 'REJET DDEBIT-RETURN ' WS-REJECT-CODE ' : '
                   WS-REJECT-TEXT
           .

*> Piece comptable, ligne total, synthese et code retour
       9000-FIN.

           EXEC SQL COMMIT END-EXEC

           IF WS-CT-APPLIQUEES > 0
              PERFORM 9100-JOURNAL-COMPTABLE
           END-IF

           MOVE SPACES TO ENRRTNRPT
           MOVE 'T' TO RPT-TYPE-REC
           MOVE 'IMPAYES' TO RPT-REFERENCE
           MOVE WS-CT-VALEUR TO RPT-VALEUR
           WRITE ENRRTNRPT

           DISPLAY 'PDDRETURN : LUS=' WS-CT-LUES
                   ' CONTRE-PASSES=' WS-CT-APPLIQUEES
                   ' REJETES=' WS-CT-REJETEES
           DISPLAY 'PDDRETURN : VALEUR REOUVERTE=' WS-CT-VALEUR
           IF WS-CT-DDH-ECRASES > 0
              DISPLAY 'PDDRETURN : ' WS-CT-DDH-ECRASES
                      ' PRELEVEMENT(S) ANCIEN(S) HORS TABLE'
           END-IF

           EVALUATE TRUE
              WHEN WS-CT-LUES = 0
                 MOVE 8 TO WS-RETURN-CODE
              WHEN WS-CT-REJETEES > 0
                 MOVE 4 TO WS-RETURN-CODE
              WHEN WS-CT-GL-ATTENTE > 0
                 MOVE 4 TO WS-RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO WS-RETURN-CODE
           END-EVALUATE

           IF WS-STATUS-RTN = 0
              CLOSE FRETURN
           END-IF
           CLOSE FDDHIST
                 FAROPEN
                 FARXREF
                 FMANDAT
                 FCONTACT
                 FGLJRNL
                 FGLEDIT
                 FFXREAL
                 FREJECT
                 FRTNRPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .

*> Piece comptable equilibree des impayes du run : debit clients
*> (la creance renait), credit banque (la banque reprend les fonds),
*> change realise contre-passe (cf PPAYMENT), datee et signee
*> PDDRETURN ; comptes determines par PGLACCT, le compte clients par
*> devise du client ; sans compte parametre -> compte d'attente
       9100-JOURNAL-COMPTABLE.

           MOVE SPACES TO ENRGLEDIT
           STRING 'JOURNAL PDDRETURN DU ' DELIMITED BY SIZE
                  WS-DATE-RUN DELIMITED BY SIZE
                  INTO ENRGLEDIT
           END-STRING
           WRITE ENRGLEDIT

           MOVE SPACES TO WS-GL-OFFICE
           MOVE SPACES TO WS-GL-CATEG

           PERFORM VARYING WS-GLC-IDX FROM 1 BY 1
                   UNTIL WS-GLC-IDX > WS-NB-GLC
              MOVE 'CLIENTS' TO WS-GL-TYPE
              MOVE WS-GLC-DEVISE(WS-GLC-IDX) TO WS-GL-DEVISE
              MOVE 'CLIENTS - PRELEVEMENTS IMPAYES' TO WS-GL-LIBELLE
              MOVE WS-GLC-MONTANT(WS-GLC-IDX) TO WS-GL-DEBIT
              MOVE 0 TO WS-GL-CREDIT
              PERFORM 9110-ECRIRE-PIECE
           END-PERFORM
           IF WS-GLC-DEBORD > 0
              MOVE 'SUSPENS' TO WS-GL-TYPE
              MOVE SPACES TO WS-GL-DEVISE
              MOVE 'CLIENTS - DEVISES HORS TABLE' TO WS-GL-LIBELLE
              MOVE WS-GLC-DEBORD TO WS-GL-DEBIT
              MOVE 0 TO WS-GL-CREDIT
              PERFORM 9110-ECRIRE-PIECE
           END-IF

           MOVE SPACES TO WS-GL-DEVISE
           IF WS-GL-GAIN-REPRIS > 0
              MOVE 'GAINREAL' TO WS-GL-TYPE
              MOVE 'GAIN CHANGE REALISE - IMPAYES' TO WS-GL-LIBELLE
              MOVE WS-GL-GAIN-REPRIS TO WS-GL-DEBIT
              MOVE 0 TO WS-GL-CREDIT
              PERFORM 9110-ECRIRE-PIECE
           END-IF
           IF WS-GL-PERTE-REPRISE > 0
              MOVE 'PERTREAL' TO WS-GL-TYPE
              MOVE 'PERTE CHANGE REALISEE - IMPAYES' TO WS-GL-LIBELLE
              MOVE 0 TO WS-GL-DEBIT
              MOVE WS-GL-PERTE-REPRISE TO WS-GL-CREDIT
              PERFORM 9110-ECRIRE-PIECE
           END-IF

*> Un credit banque par retour, 'BANQUE <reference du prelevement>' :
*> la banque reprend chaque prelevement separement, PBANKREC les
*> rapproche un a un du releve par cette reference
           MOVE 'BANQUE' TO WS-GL-TYPE
           MOVE 0 TO WS-GL-DEBIT
           PERFORM VARYING WS-DDH-IDX FROM 1 BY 1
                   UNTIL WS-DDH-IDX > WS-NB-DDH
              IF WS-DDH-RUN(WS-DDH-IDX) = 'Y'
                 MOVE SPACES TO WS-GL-LIBELLE
                 MOVE 'BANQUE' TO WS-GL-LIBELLE(1:6)
                 MOVE WS-DDH-REF(WS-DDH-IDX) TO WS-GL-LIBELLE(8:20)
                 MOVE WS-DDH-MONTANT(WS-DDH-IDX) TO WS-GL-CREDIT
                 PERFORM 9110-ECRIRE-PIECE
              END-IF
           END-PERFORM

           MOVE SPACES TO ENRGLEDIT
           WRITE ENRGLEDIT

*> Cloture de PGLACCT (table des comptes et fichier d'attente)
           MOVE '*' TO WS-GL-TYPE
           CALL PGLACCT USING WS-GL-PROGRAMME WS-GL-TYPE WS-GL-OFFICE
                              WS-GL-CATEG WS-GL-DEVISE WS-GL-SENS
                              WS-GL-MONTANT WS-GL-COMPTE WS-GL-STATUT
           IF WS-CT-GL-ATTENTE > 0
              DISPLAY 'PDDRETURN : ' WS-CT-GL-ATTENTE
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
           MOVE 'PDDRETUR' TO JRN-SOURCE
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
