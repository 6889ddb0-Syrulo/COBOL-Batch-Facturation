*> ==========================================================
*> PBANKREC.cbl - Rapprochement bancaire du journal de caisse
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Importer le releve bancaire quotidien (DBANK-STMT) dans
*>   l'historique des releves DBANK-HIST, apres controle de ses
*>   totaux (solde d'ouverture + mouvements = solde de cloture)
*> - Apparier les credits et debits de la banque aux ecritures des
*>   comptes banque du journal DGL-JRNL : remises lockbox et
*>   reglements de PPAYMENT, virements de PREFUND - d'abord par
*>   reference, puis par montant et date a quelques jours pres
*> - Lister les mouvements non apparies des deux cotes (frais et
*>   remises rejetees cote banque, remises non arrivees cote livre)
*>   et sortir l'etat de rapprochement : solde bancaire, moins les
*>   mouvements banque non comptabilises, plus les ecritures non
*>   passees en banque, egal au solde comptable de la banque
*>
*> Entrées :
*> - DBANK-STMT : releve du jour, enregistrements de 80 caracteres :
*>     'H' : N° de compte bancaire, date du releve, sens et montant
*>           du solde d'ouverture
*>     'D' : date de valeur, sens ('C' credit / 'D' debit), montant,
*>           reference banque (N° de remise lockbox pour un depot),
*>           libelle
*>     'T' : nombre de mouvements, sens et montant du solde de
*>           cloture
*> - DBANK-HIST  : historique cumule des releves importes
*> - DGL-JRNL    : journal comptable cumule (cf PFACTURE)
*> - DGL-ACCOUNT : parametrage des comptes (cf PGLACCT), lu en
*>   sequentiel pour connaitre les comptes de nature BANQUE
*> - DLOCKBOX-RPT : totaux par remise du dernier run PLOCKBOX, pour
*>   signaler un credit banque d'une remise rejetee (facultatif)
*>
*> Sorties :
*> - DBANK-HIST      : releve du jour ajoute (mode ajout)
*> - DBANK-RECON-RPT : une ligne 'B' par mouvement banque non
*>   apparie, une ligne 'L' par ecriture non appariee, les lignes
*>   'E' de l'etat de rapprochement
*>
*> Sous-programmes appelés :
*> - PDATECALC : fenetre de dates de l'appariement par montant
*>
*> Remarques :
*> - L'appariement porte sur tout l'historique des releves du compte
*>   et sur les ecritures banque datees du premier releve importe a
*>   la date du releve du jour : un mouvement apparie un jour ne
*>   ressort plus, un mouvement en suspens reste liste jusqu'a ce que
*>   sa contrepartie arrive
*> - Deux mouvements ne s'apparient que s'ils vont dans le meme sens
*>   et ont le meme montant exact ; a montant egal, la reference
*>   (remise lockbox 'BANQUE LBX', reference de reglement) l'emporte,
*>   puis l'ecriture la plus ancienne dans la fenetre de
*>   WS-TOLERANCE jours autour de la date de valeur
*> - L'ecart entre le solde d'ouverture du premier releve et le
*>   solde comptable de la banque a cette date (reprise) est
*>   imprime a part ; un ecart non explique apres reprise signale
*>   un releve manquant ou un historique incomplet
*> - Un releve deja present dans l'historique (meme compte, meme
*>   date) n'est pas reimporte ; le rapprochement est refait
*> - Ce programme tourne en dehors du cycle FACTBAT, chaque jour a
*>   reception du releve
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PBANKREC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FSTMT ASSIGN TO DBANK-STMT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-STM.

*> Historique cumule des releves : memes enregistrements que le
*> releve du jour, recopies tels quels
           SELECT FBNKHIST ASSIGN TO DBANK-HIST
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-HIS.

*> Même structure que celle écrite par PFACTURE (cf PFACTURE.cbl)
           SELECT FGLJRNL ASSIGN TO DGL-JRNL
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-GLJ.

*> Même structure que celle tenue par PGLMAINT (cf PGLACCT.cbl)
           SELECT FGLACCT ASSIGN TO DGL-ACCOUNT
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS SEQUENTIAL
                          RECORD KEY IS GLA-CLE
                          FILE STATUS IS WS-STATUS-GLA.

*> Même structure que celle écrite par PLOCKBOX (cf PLOCKBOX.cbl)
           SELECT FLBXRPT ASSIGN TO DLOCKBOX-RPT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-LBX.

           SELECT FRECRPT ASSIGN TO DBANK-RECON-RPT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-RPT.

           SELECT FTRAVAIL ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.

       FD FSTMT
           RECORDING MODE IS F.

*> En-tete du releve
       01 ENRSTMT-H.
          05 BKH-TYPE        PIC X(1).
          05 BKH-COMPTE      PIC X(11).
          05 BKH-DATE        PIC X(10).
          05 BKH-SENS        PIC X(1).
          05 BKH-SOLDE       PIC 9(9)V99.
          05 FILLER          PIC X(46).

*> Mouvement du releve
       01 ENRSTMT-D.
          05 BKD-TYPE        PIC X(1).
          05 BKD-DATE        PIC X(10).
          05 BKD-SENS        PIC X(1).
          05 BKD-MONTANT     PIC 9(9)V99.
          05 BKD-REFERENCE   PIC X(20).
          05 BKD-LIBELLE     PIC X(30).
          05 FILLER          PIC X(7).

*> Fin de releve
       01 ENRSTMT-T.
          05 BKT-TYPE        PIC X(1).
          05 BKT-NB          PIC 9(5).
          05 BKT-SENS        PIC X(1).
          05 BKT-SOLDE       PIC 9(9)V99.
          05 FILLER          PIC X(62).

       FD FBNKHIST
           RECORDING MODE IS F.

       01 ENRHIST-H.
          05 HSH-TYPE        PIC X(1).
          05 HSH-COMPTE      PIC X(11).
          05 HSH-DATE        PIC X(10).
          05 HSH-SENS        PIC X(1).
          05 HSH-SOLDE       PIC 9(9)V99.
          05 FILLER          PIC X(46).

       01 ENRHIST-D.
          05 HSD-TYPE        PIC X(1).
          05 HSD-DATE        PIC X(10).
          05 HSD-SENS        PIC X(1).
          05 HSD-MONTANT     PIC 9(9)V99.
          05 HSD-REFERENCE   PIC X(20).
          05 HSD-LIBELLE     PIC X(30).
          05 FILLER          PIC X(7).

       FD FGLJRNL
           RECORDING MODE IS F.

       01 ENRGLJRNL.
          05 JRN-DATE        PIC X(10).
          05 FILLER          PIC X(1).
          05 JRN-SOURCE      PIC X(8).
          05 FILLER          PIC X(1).
          05 JRN-COMPTE      PIC X(6).
          05 FILLER          PIC X(1).
          05 JRN-LIBELLE     PIC X(30).
          05 FILLER          PIC X(1).
          05 JRN-DEBIT       PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 JRN-CREDIT      PIC 9(7)V99.

       FD FGLACCT
           DATA RECORD IS ENRGLACCT.

       01 ENRGLACCT.
          05 GLA-CLE.
             10 GLA-TYPE        PIC X(8).
             10 GLA-OFFICE      PIC X(20).
             10 GLA-CATEGORIE   PIC X(10).
             10 GLA-DEVISE      PIC X(2).
          05 GLA-COMPTE         PIC X(6).
          05 GLA-LIBELLE        PIC X(30).
          05 GLA-ACTIF          PIC X(1).
          05 GLA-DATE-MAJ       PIC X(10).
          05 GLA-OPERATEUR      PIC X(8).
          05 FILLER             PIC X(10).

*> Même découpage que l'ENRLBXRPT écrit par PLOCKBOX, relu en X
       FD FLBXRPT
           RECORDING MODE IS F.

       01 ENRLBXRPT.
          05 LBR-TYPE-REC    PIC X(1).
          05 FILLER          PIC X(1).
          05 LBR-DEPOT-NO    PIC X(8).
          05 FILLER          PIC X(1).
          05 LBR-NB-ANNONCE  PIC X(5).
          05 FILLER          PIC X(1).
          05 LBR-NB-CALCULE  PIC X(5).
          05 FILLER          PIC X(1).
          05 LBR-MT-ANNONCE  PIC X(12).
          05 FILLER          PIC X(1).
          05 LBR-MT-CALCULE  PIC X(12).
          05 FILLER          PIC X(1).
          05 LBR-STATUT      PIC X(9).

*> Rapport de rapprochement. Selon RCN-TYPE :
*> 'B' mouvement banque non apparie, 'L' ecriture non appariee,
*> 'E' ligne de l'etat de rapprochement (libelle et montant)
       FD FRECRPT
           RECORDING MODE IS F.

       01 ENRRECRPT.
          05 RCN-TYPE        PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RCN-DATE        PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RCN-SENS        PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RCN-MONTANT     PIC -(8)9,99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RCN-REFERENCE   PIC X(20).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RCN-LIBELLE     PIC X(30).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RCN-MOTIF       PIC X(12).

*> Fichier de travail : mouvements banque et ecritures, tries par
*> sens, montant puis date
       SD FTRAVAIL.

       01 ENRTRAVAIL.
          05 SRT-SENS        PIC X(1).
*>            'E' = entree en banque, 'S' = sortie de banque
          05 SRT-MONTANT     PIC 9(9)V99.
          05 SRT-DATE        PIC X(10).
          05 SRT-COTE        PIC X(1).
*>            'B' = releve bancaire, 'L' = journal (livre)
          05 SRT-REFERENCE   PIC X(20).
          05 SRT-LIBELLE     PIC X(30).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-STM      PIC 99 VALUE 0.
       77 WS-STATUS-HIS      PIC 99 VALUE 0.
       77 WS-STATUS-GLJ      PIC 99 VALUE 0.
       77 WS-STATUS-GLA      PIC 99 VALUE 0.
       77 WS-STATUS-LBX      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1) VALUE 'N'.
       01 WS-EOF-TRI         PIC X(1) VALUE 'N'.

*> Releve du jour
       01 WS-REL-COMPTE      PIC X(11).
       01 WS-REL-DATE        PIC X(10).
       01 WS-REL-OUVERTURE   PIC S9(9)V99 VALUE 0.
       01 WS-REL-CLOTURE     PIC S9(9)V99 VALUE 0.
       01 WS-REL-MVT         PIC S9(9)V99 VALUE 0.
       01 WS-REL-NB          PIC 9(5) VALUE 0.
       01 WS-REL-FIN-VUE     PIC X(1) VALUE 'N'.
       01 WS-REL-VALIDE      PIC X(1) VALUE 'Y'.
       01 WS-REL-DEJA        PIC X(1) VALUE 'N'.
       01 WS-REL-PREMIER     PIC X(1).

*> Historique : premier releve du compte et compte du releve lu
       01 WS-HIS-DEBUT       PIC X(10) VALUE SPACES.
       01 WS-HIS-OUVERTURE   PIC S9(9)V99 VALUE 0.
       01 WS-HIS-COMPTE      PIC X(11).

*> Comptes de nature BANQUE lus dans DGL-ACCOUNT
       01 WS-CBQ-TABLE.
          05 WS-CBQ-COMPTE OCCURS 50 TIMES PIC X(6).
       01 WS-NB-CBQ          PIC 99 VALUE 0.
       01 WS-CBQ-IDX         PIC 99.
       01 WS-CBQ-CHERCHE     PIC X(6).
       01 WS-CBQ-TROUVE      PIC X(1).
       01 WS-CBQ-DEBORD      PIC 9(4) VALUE 0.

*> Remises lockbox rejetees au dernier run PLOCKBOX
       01 WS-LBR-TABLE.
          05 WS-LBR-DEPOT OCCURS 200 TIMES PIC X(8).
       01 WS-NB-LBR          PIC 9(3) VALUE 0.
       01 WS-LBR-IDX         PIC 9(3).
       01 WS-LBR-TROUVE      PIC X(1).

*> Groupe de mouvements de meme sens et meme montant en cours
*> d'appariement
       01 WS-GRP-SENS        PIC X(1).
       01 WS-GRP-MONTANT     PIC 9(9)V99.
       01 WS-GRP-TABLE.
          05 WS-GRP-ENTRY OCCURS 500 TIMES.
             10 WS-GRP-COTE     PIC X(1).
             10 WS-GRP-DATE     PIC X(10).
             10 WS-GRP-REF      PIC X(20).
             10 WS-GRP-LIBELLE  PIC X(30).
             10 WS-GRP-APPARIE  PIC X(1).
       01 WS-NB-GRP          PIC 9(3) VALUE 0.
       01 WS-GRP-IDX         PIC 9(3).
       01 WS-GRP-SCAN        PIC 9(3).
       01 WS-GRP-TROUVE      PIC X(1).
       01 WS-GRP-DEBORD      PIC 9(5) VALUE 0.

*> Mouvement non apparie a ecrire
       01 WS-ECR-COTE        PIC X(1).
       01 WS-ECR-DATE        PIC X(10).
       01 WS-ECR-REF         PIC X(20).
       01 WS-ECR-LIBELLE     PIC X(30).
       01 WS-ECR-MONTANT     PIC S9(9)V99.

*> Fenetre de dates de l'appariement par montant via PDATECALC
       77 WS-TOLERANCE       PIC 9(4) VALUE 5.
       01 WS-DATE-MIN        PIC X(10).
       01 WS-DATE-MAX        PIC X(10).
       01 PDATECALC          PIC X(9) VALUE 'PDATECALC'.
       01 WS-DC-DATE-BASE    PIC X(10).
       01 WS-DC-SENS         PIC X(1).
       01 WS-DC-JOURS        PIC 9(4).
       01 WS-DC-AJUST        PIC X(1).
       01 WS-DC-DATE-RESULT  PIC X(10).
       01 WS-DC-STATUT       PIC X(1).

*> Etat de rapprochement
       01 WS-LIVRE-AVANT     PIC S9(9)V99 VALUE 0.
       01 WS-LIVRE-SOLDE     PIC S9(9)V99 VALUE 0.
       01 WS-BQ-SEUL         PIC S9(9)V99 VALUE 0.
       01 WS-LV-SEUL         PIC S9(9)V99 VALUE 0.
       01 WS-RAPPROCHE       PIC S9(9)V99 VALUE 0.
       01 WS-REPRISE         PIC S9(9)V99 VALUE 0.
       01 WS-ECART           PIC S9(9)V99 VALUE 0.

*> Compteurs de fin de run
       77 WS-CT-APPARIES     PIC 9(7) VALUE 0.
       77 WS-CT-PAR-REF      PIC 9(7) VALUE 0.
       77 WS-CT-BQ-SEUL      PIC 9(7) VALUE 0.
       77 WS-CT-LV-SEUL      PIC 9(7) VALUE 0.
       77 WS-NUM-STR         PIC ZZZZZZ9.

*> Code retour remis au moniteur de job : 8 si le releve est
*> absent, mal forme ou desequilibre, 4 si des mouvements banque
*> restent a comptabiliser, si l'etat presente un ecart non
*> explique ou si le releve etait deja importe, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 1100-CHARGER-COMPTES-BANQUE
              PERFORM 1200-CHARGER-REMISES-REJETEES
              PERFORM 1300-LIRE-HISTORIQUE
              PERFORM 2000-IMPORTER-RELEVE
              PERFORM 3000-RAPPROCHER
              PERFORM 4000-ETAT-RAPPROCHEMENT
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Ouverture du rapport et controle du releve du jour
       1000-DEBUT.

           OPEN OUTPUT FRECRPT

           PERFORM 1010-CONTROLER-RELEVE

           IF WS-REL-VALIDE = 'N'
              MOVE 8 TO WS-RETURN-CODE
           END-IF
           .

*> Premiere lecture du releve : en-tete en tete de fichier, sens et
*> montants numeriques, nombre de mouvements et solde de cloture
*> conformes au solde d'ouverture augmente des mouvements
       1010-CONTROLER-RELEVE.

           OPEN INPUT FSTMT
           IF WS-STATUS-STM NOT = 0
              MOVE 'N' TO WS-REL-VALIDE
              DISPLAY 'PBANKREC : RELEVE DBANK-STMT ABSENT'
           ELSE
              MOVE 'N' TO WS-EOF
              MOVE 'Y' TO WS-REL-PREMIER
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FSTMT
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM 1020-CONTROLER-LIGNE
                       MOVE 'N' TO WS-REL-PREMIER
                 END-READ
              END-PERFORM
              CLOSE FSTMT

              IF WS-REL-FIN-VUE = 'N'
                 MOVE 'N' TO WS-REL-VALIDE
                 DISPLAY 'PBANKREC : RELEVE SANS FIN DE RELEVE'
              END-IF

              IF WS-REL-VALIDE = 'Y'
                 AND WS-REL-OUVERTURE + WS-REL-MVT
                     NOT = WS-REL-CLOTURE
                 MOVE 'N' TO WS-REL-VALIDE
                 DISPLAY 'PBANKREC : RELEVE DESEQUILIBRE (OUVERTURE'
                         ' + MOUVEMENTS <> CLOTURE)'
              END-IF
           END-IF
           .

       1020-CONTROLER-LIGNE.

           IF WS-REL-PREMIER = 'Y' AND BKH-TYPE NOT = 'H'
              MOVE 'N' TO WS-REL-VALIDE
              DISPLAY 'PBANKREC : RELEVE SANS EN-TETE'
           END-IF

           EVALUATE BKH-TYPE
              WHEN 'H'
                 IF WS-REL-PREMIER = 'N'
                    OR BKH-SOLDE NOT NUMERIC
                    OR (BKH-SENS NOT = 'C' AND BKH-SENS NOT = 'D')
                    OR BKH-DATE(5:1) NOT = '-'
                    MOVE 'N' TO WS-REL-VALIDE
                    DISPLAY 'PBANKREC : EN-TETE DE RELEVE INVALIDE'
                 ELSE
                    MOVE BKH-COMPTE TO WS-REL-COMPTE
                    MOVE BKH-DATE   TO WS-REL-DATE
                    IF BKH-SENS = 'C'
                       MOVE BKH-SOLDE TO WS-REL-OUVERTURE
                    ELSE
                       COMPUTE WS-REL-OUVERTURE = 0 - BKH-SOLDE
                    END-IF
                 END-IF
              WHEN 'D'
                 IF BKD-MONTANT NOT NUMERIC
                    OR (BKD-SENS NOT = 'C' AND BKD-SENS NOT = 'D')
                    MOVE 'N' TO WS-REL-VALIDE
                    DISPLAY 'PBANKREC : MOUVEMENT INVALIDE DU '
                            BKD-DATE
                 ELSE
                    ADD 1 TO WS-REL-NB
                    IF BKD-SENS = 'C'
                       ADD BKD-MONTANT TO WS-REL-MVT
                    ELSE
                       SUBTRACT BKD-MONTANT FROM WS-REL-MVT
                    END-IF
                 END-IF
              WHEN 'T'
                 MOVE 'Y' TO WS-REL-FIN-VUE
                 IF BKT-NB NOT NUMERIC
                    OR BKT-SOLDE NOT NUMERIC
                    OR (BKT-SENS NOT = 'C' AND BKT-SENS NOT = 'D')
                    MOVE 'N' TO WS-REL-VALIDE
                    DISPLAY 'PBANKREC : FIN DE RELEVE INVALIDE'
                 ELSE
                    IF BKT-NB NOT = WS-REL-NB
                       MOVE 'N' TO WS-REL-VALIDE
                       DISPLAY 'PBANKREC : NOMBRE DE MOUVEMENTS'
                               ' DIFFERENT DE LA FIN DE RELEVE'
                    END-IF
                    IF BKT-SENS = 'C'
                       MOVE BKT-SOLDE TO WS-REL-CLOTURE
                    ELSE
                       COMPUTE WS-REL-CLOTURE = 0 - BKT-SOLDE
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO WS-REL-VALIDE
                 DISPLAY 'PBANKREC : TYPE D ENREGISTREMENT INCONNU'
           END-EVALUATE
           .

*> Comptes banque du plan : toute ligne de nature BANQUE, active ou
*> non (un compte desactive peut encore porter des ecritures)
       1100-CHARGER-COMPTES-BANQUE.

           OPEN INPUT FGLACCT
           IF WS-STATUS-GLA NOT = 0
              DISPLAY 'PBANKREC : DGL-ACCOUNT ABSENT - AUCUN COMPTE'
                      ' BANQUE'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FGLACCT NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF GLA-TYPE = 'BANQUE'
                          PERFORM 1110-AJOUTER-COMPTE-BANQUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FGLACCT
           END-IF

           IF WS-CBQ-DEBORD > 0
              MOVE WS-CBQ-DEBORD TO WS-NUM-STR
              DISPLAY 'PBANKREC : ' WS-NUM-STR
                      ' COMPTE(S) BANQUE HORS TABLE (50)'
           END-IF
           .

       1110-AJOUTER-COMPTE-BANQUE.

           MOVE GLA-COMPTE TO WS-CBQ-CHERCHE
           PERFORM 1120-CHERCHER-COMPTE-BANQUE

           IF WS-CBQ-TROUVE = 'N'
              IF WS-NB-CBQ < 50
                 ADD 1 TO WS-NB-CBQ
                 MOVE GLA-COMPTE TO WS-CBQ-COMPTE(WS-NB-CBQ)
              ELSE
                 ADD 1 TO WS-CBQ-DEBORD
              END-IF
           END-IF
           .

*> WS-CBQ-CHERCHE est-il un compte banque ?
       1120-CHERCHER-COMPTE-BANQUE.

           MOVE 'N' TO WS-CBQ-TROUVE
           PERFORM VARYING WS-CBQ-IDX FROM 1 BY 1
                   UNTIL WS-CBQ-IDX > WS-NB-CBQ
                      OR WS-CBQ-TROUVE = 'Y'
              IF WS-CBQ-COMPTE(WS-CBQ-IDX) = WS-CBQ-CHERCHE
                 MOVE 'Y' TO WS-CBQ-TROUVE
              END-IF
           END-PERFORM
           .

*> Remises rejetees en bloc par PLOCKBOX : la banque les a creditees
*> mais elles ne sont jamais passees au journal
       1200-CHARGER-REMISES-REJETEES.

           OPEN INPUT FLBXRPT
           IF WS-STATUS-LBX = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FLBXRPT
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF LBR-TYPE-REC = 'D'
                          AND LBR-STATUT = 'REJETE'
                          AND WS-NB-LBR < 200
                          ADD 1 TO WS-NB-LBR
                          MOVE LBR-DEPOT-NO TO WS-LBR-DEPOT(WS-NB-LBR)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FLBXRPT
           END-IF
           .

*> Premier releve du compte dans l'historique (debut de
*> l'appariement, solde de reprise) et releve du jour deja importe
       1300-LIRE-HISTORIQUE.

           OPEN INPUT FBNKHIST
           IF WS-STATUS-HIS = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FBNKHIST
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF HSH-TYPE = 'H'
                          AND HSH-COMPTE = WS-REL-COMPTE
                          PERFORM 1310-RETENIR-EN-TETE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FBNKHIST
           END-IF

           IF WS-HIS-DEBUT = SPACES
              MOVE WS-REL-DATE      TO WS-HIS-DEBUT
              MOVE WS-REL-OUVERTURE TO WS-HIS-OUVERTURE
           END-IF
           .

       1310-RETENIR-EN-TETE.

           IF WS-HIS-DEBUT = SPACES OR HSH-DATE < WS-HIS-DEBUT
              MOVE HSH-DATE TO WS-HIS-DEBUT
              IF HSH-SENS = 'C'
                 MOVE HSH-SOLDE TO WS-HIS-OUVERTURE
              ELSE
                 COMPUTE WS-HIS-OUVERTURE = 0 - HSH-SOLDE
              END-IF
           END-IF

           IF HSH-DATE = WS-REL-DATE
              MOVE 'Y' TO WS-REL-DEJA
           END-IF
           .

*> Ajout du releve du jour a l'historique, sauf s'il y est deja
       2000-IMPORTER-RELEVE.

           IF WS-REL-DEJA = 'Y'
              DISPLAY 'PBANKREC : RELEVE DU ' WS-REL-DATE
                      ' DEJA IMPORTE - NON REPRIS'
           ELSE
              OPEN EXTEND FBNKHIST
              IF WS-STATUS-HIS NOT = 0
                 CLOSE FBNKHIST
                 OPEN OUTPUT FBNKHIST
              END-IF

              OPEN INPUT FSTMT
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FSTMT
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE ENRSTMT-H TO ENRHIST-H
                       WRITE ENRHIST-H
                 END-READ
              END-PERFORM
              CLOSE FSTMT
              CLOSE FBNKHIST

              MOVE WS-REL-NB TO WS-NUM-STR
              DISPLAY 'PBANKREC : RELEVE DU ' WS-REL-DATE
                      ' IMPORTE, ' WS-NUM-STR ' MOUVEMENT(S)'
           END-IF
           .

*> Appariement : banque et journal tries ensemble par sens, montant
*> et date, apparies groupe de meme montant par groupe
       3000-RAPPROCHER.

           SORT FTRAVAIL
                ON ASCENDING KEY SRT-SENS SRT-MONTANT SRT-DATE
                                 SRT-COTE
                INPUT PROCEDURE IS 3100-ALIMENTER-TRI
                OUTPUT PROCEDURE IS 3200-APPARIER

           MOVE '*' TO WS-DC-SENS
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT
           .

       3100-ALIMENTER-TRI.

           PERFORM 3110-TRI-BANQUE
           PERFORM 3120-TRI-LIVRE
           .

*> Mouvements de l'historique du compte, jusqu'a la date du releve
       3110-TRI-BANQUE.

           MOVE SPACES TO WS-HIS-COMPTE
           OPEN INPUT FBNKHIST
           IF WS-STATUS-HIS = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FBNKHIST
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       EVALUATE HSH-TYPE
                          WHEN 'H'
                             MOVE HSH-COMPTE TO WS-HIS-COMPTE
                          WHEN 'D'
                             IF WS-HIS-COMPTE = WS-REL-COMPTE
                                AND HSD-DATE NOT > WS-REL-DATE
                                PERFORM 3115-LIBERER-MOUVEMENT
                             END-IF
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE FBNKHIST
           END-IF
           .

       3115-LIBERER-MOUVEMENT.

           IF HSD-SENS = 'C'
              MOVE 'E' TO SRT-SENS
           ELSE
              MOVE 'S' TO SRT-SENS
           END-IF
           MOVE HSD-MONTANT   TO SRT-MONTANT
           MOVE HSD-DATE      TO SRT-DATE
           MOVE 'B'           TO SRT-COTE
           MOVE HSD-REFERENCE TO SRT-REFERENCE
           MOVE HSD-LIBELLE   TO SRT-LIBELLE
           RELEASE ENRTRAVAIL
           .

*> Ecritures des comptes banque jusqu'a la date du releve : avant
*> le premier releve elles font le solde de reprise, ensuite elles
*> sont a apparier
       3120-TRI-LIVRE.

           OPEN INPUT FGLJRNL
           IF WS-STATUS-GLJ NOT = 0
              DISPLAY 'PBANKREC : DGL-JRNL ABSENT - AUCUNE ECRITURE'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FGLJRNL
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF JRN-DATE NOT > WS-REL-DATE
                          MOVE JRN-COMPTE TO WS-CBQ-CHERCHE
                          PERFORM 1120-CHERCHER-COMPTE-BANQUE
                          IF WS-CBQ-TROUVE = 'Y'
                             PERFORM 3125-LIBERER-ECRITURE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FGLJRNL
           END-IF
           .

       3125-LIBERER-ECRITURE.

           COMPUTE WS-LIVRE-SOLDE = WS-LIVRE-SOLDE + JRN-DEBIT
                                  - JRN-CREDIT

           IF JRN-DATE < WS-HIS-DEBUT
              COMPUTE WS-LIVRE-AVANT = WS-LIVRE-AVANT + JRN-DEBIT
                                     - JRN-CREDIT
           ELSE
              IF JRN-DEBIT > 0
                 MOVE 'E' TO SRT-SENS
                 MOVE JRN-DEBIT TO SRT-MONTANT
              ELSE
                 MOVE 'S' TO SRT-SENS
                 MOVE JRN-CREDIT TO SRT-MONTANT
              END-IF
              MOVE JRN-DATE    TO SRT-DATE
              MOVE 'L'         TO SRT-COTE
              MOVE JRN-LIBELLE TO SRT-LIBELLE

*> Reference portee par le libelle de PPAYMENT : 'BANQUE LBX
*> <remise>' ou 'BANQUE <reference du reglement>'
              MOVE SPACES TO SRT-REFERENCE
              EVALUATE TRUE
                 WHEN JRN-LIBELLE(1:11) = 'BANQUE LBX '
                    MOVE JRN-LIBELLE(12:8) TO SRT-REFERENCE
                 WHEN JRN-LIBELLE(1:7) = 'BANQUE '
                      AND JRN-LIBELLE(8:1) NOT = '-'
                      AND JRN-LIBELLE(8:6) NOT = 'REMBT '
                    MOVE JRN-LIBELLE(8:20) TO SRT-REFERENCE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE

              IF SRT-MONTANT > 0
                 RELEASE ENRTRAVAIL
              END-IF
           END-IF
           .

*> Rupture sur sens + montant : chaque groupe est apparie puis ses
*> mouvements restants sont listes
       3200-APPARIER.

           MOVE 'N' TO WS-EOF-TRI
           MOVE 0 TO WS-NB-GRP

           PERFORM UNTIL WS-EOF-TRI = 'Y'
              RETURN FTRAVAIL
                 AT END
                    MOVE 'Y' TO WS-EOF-TRI
                 NOT AT END
                    IF WS-NB-GRP > 0
                       AND (SRT-SENS NOT = WS-GRP-SENS
                            OR SRT-MONTANT NOT = WS-GRP-MONTANT)
                       PERFORM 3210-TRAITER-GROUPE
                    END-IF
                    MOVE SRT-SENS    TO WS-GRP-SENS
                    MOVE SRT-MONTANT TO WS-GRP-MONTANT
                    PERFORM 3205-AJOUTER-AU-GROUPE
              END-RETURN
           END-PERFORM

           IF WS-NB-GRP > 0
              PERFORM 3210-TRAITER-GROUPE
           END-IF
           .

*> Au-dela de la table, le mouvement est liste non apparie
       3205-AJOUTER-AU-GROUPE.

           IF WS-NB-GRP < 500
              ADD 1 TO WS-NB-GRP
              MOVE SRT-COTE      TO WS-GRP-COTE(WS-NB-GRP)
              MOVE SRT-DATE      TO WS-GRP-DATE(WS-NB-GRP)
              MOVE SRT-REFERENCE TO WS-GRP-REF(WS-NB-GRP)
              MOVE SRT-LIBELLE   TO WS-GRP-LIBELLE(WS-NB-GRP)
              MOVE 'N'           TO WS-GRP-APPARIE(WS-NB-GRP)
           ELSE
              ADD 1 TO WS-GRP-DEBORD
              MOVE SRT-COTE      TO WS-ECR-COTE
              MOVE SRT-DATE      TO WS-ECR-DATE
              MOVE SRT-REFERENCE TO WS-ECR-REF
              MOVE SRT-LIBELLE   TO WS-ECR-LIBELLE
              PERFORM 3250-ECRIRE-NON-APPARIE
           END-IF
           .

*> Passe 1 par reference, passe 2 par date de valeur, puis liste
*> des mouvements restants
       3210-TRAITER-GROUPE.

           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-NB-GRP
              IF WS-GRP-COTE(WS-GRP-IDX) = 'B'
                 AND WS-GRP-REF(WS-GRP-IDX) NOT = SPACES
                 PERFORM 3220-APPARIER-PAR-REFERENCE
              END-IF
           END-PERFORM

           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-NB-GRP
              IF WS-GRP-COTE(WS-GRP-IDX) = 'B'
                 AND WS-GRP-APPARIE(WS-GRP-IDX) = 'N'
                 PERFORM 3230-APPARIER-PAR-DATE
              END-IF
           END-PERFORM

           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-NB-GRP
              IF WS-GRP-APPARIE(WS-GRP-IDX) = 'N'
                 MOVE WS-GRP-COTE(WS-GRP-IDX)    TO WS-ECR-COTE
                 MOVE WS-GRP-DATE(WS-GRP-IDX)    TO WS-ECR-DATE
                 MOVE WS-GRP-REF(WS-GRP-IDX)     TO WS-ECR-REF
                 MOVE WS-GRP-LIBELLE(WS-GRP-IDX) TO WS-ECR-LIBELLE
                 PERFORM 3250-ECRIRE-NON-APPARIE
              END-IF
           END-PERFORM

           MOVE 0 TO WS-NB-GRP
           .

*> Ecriture non appariee portant la reference du mouvement banque
       3220-APPARIER-PAR-REFERENCE.

           MOVE 'N' TO WS-GRP-TROUVE
           PERFORM VARYING WS-GRP-SCAN FROM 1 BY 1
                   UNTIL WS-GRP-SCAN > WS-NB-GRP
                      OR WS-GRP-TROUVE = 'Y'
              IF WS-GRP-COTE(WS-GRP-SCAN) = 'L'
                 AND WS-GRP-APPARIE(WS-GRP-SCAN) = 'N'
                 AND WS-GRP-REF(WS-GRP-SCAN) = WS-GRP-REF(WS-GRP-IDX)
                 MOVE 'Y' TO WS-GRP-TROUVE
                 MOVE 'Y' TO WS-GRP-APPARIE(WS-GRP-SCAN)
                 MOVE 'Y' TO WS-GRP-APPARIE(WS-GRP-IDX)
                 ADD 1 TO WS-CT-APPARIES
                 ADD 1 TO WS-CT-PAR-REF
              END-IF
           END-PERFORM
           .

*> Plus ancienne ecriture non appariee dans la fenetre de
*> WS-TOLERANCE jours autour de la date de valeur (le groupe est
*> trie par date)
       3230-APPARIER-PAR-DATE.

           MOVE WS-GRP-DATE(WS-GRP-IDX) TO WS-DC-DATE-BASE
           MOVE WS-TOLERANCE TO WS-DC-JOURS
           MOVE 'N' TO WS-DC-AJUST

           MOVE '-' TO WS-DC-SENS
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT
           MOVE WS-DC-DATE-RESULT TO WS-DATE-MIN

           MOVE '+' TO WS-DC-SENS
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT
           MOVE WS-DC-DATE-RESULT TO WS-DATE-MAX

           MOVE 'N' TO WS-GRP-TROUVE
           PERFORM VARYING WS-GRP-SCAN FROM 1 BY 1
                   UNTIL WS-GRP-SCAN > WS-NB-GRP
                      OR WS-GRP-TROUVE = 'Y'
              IF WS-GRP-COTE(WS-GRP-SCAN) = 'L'
                 AND WS-GRP-APPARIE(WS-GRP-SCAN) = 'N'
                 AND WS-GRP-DATE(WS-GRP-SCAN) NOT < WS-DATE-MIN
                 AND WS-GRP-DATE(WS-GRP-SCAN) NOT > WS-DATE-MAX
                 MOVE 'Y' TO WS-GRP-TROUVE
                 MOVE 'Y' TO WS-GRP-APPARIE(WS-GRP-SCAN)
                 MOVE 'Y' TO WS-GRP-APPARIE(WS-GRP-IDX)
                 ADD 1 TO WS-CT-APPARIES
              END-IF
           END-PERFORM
           .

*> Ligne 'B' (banque seule) ou 'L' (livre seul), montant signe :
*> positif pour une entree en banque, negatif pour une sortie
       3250-ECRIRE-NON-APPARIE.

           IF WS-GRP-SENS = 'E'
              MOVE WS-GRP-MONTANT TO WS-ECR-MONTANT
           ELSE
              COMPUTE WS-ECR-MONTANT = 0 - WS-GRP-MONTANT
           END-IF

           MOVE SPACES TO ENRRECRPT
           MOVE WS-ECR-COTE    TO RCN-TYPE
           MOVE WS-ECR-DATE    TO RCN-DATE
           MOVE WS-GRP-SENS    TO RCN-SENS
           MOVE WS-ECR-MONTANT TO RCN-MONTANT
           MOVE WS-ECR-REF     TO RCN-REFERENCE
           MOVE WS-ECR-LIBELLE TO RCN-LIBELLE

           IF WS-ECR-COTE = 'B'
              ADD 1 TO WS-CT-BQ-SEUL
              ADD WS-ECR-MONTANT TO WS-BQ-SEUL
              IF WS-GRP-SENS = 'E'
                 MOVE 'NON IDENTIF' TO RCN-MOTIF
                 PERFORM 3260-CHERCHER-REMISE-REJETEE
                 IF WS-LBR-TROUVE = 'Y'
                    MOVE 'LBX REJETEE' TO RCN-MOTIF
                 END-IF
              ELSE
                 MOVE 'A PASSER' TO RCN-MOTIF
              END-IF
           ELSE
              ADD 1 TO WS-CT-LV-SEUL
              ADD WS-ECR-MONTANT TO WS-LV-SEUL
              IF WS-GRP-SENS = 'E'
                 MOVE 'EN TRANSIT' TO RCN-MOTIF
              ELSE
                 MOVE 'NON DEBITE' TO RCN-MOTIF
              END-IF
           END-IF

           WRITE ENRRECRPT
           .

       3260-CHERCHER-REMISE-REJETEE.

           MOVE 'N' TO WS-LBR-TROUVE
           PERFORM VARYING WS-LBR-IDX FROM 1 BY 1
                   UNTIL WS-LBR-IDX > WS-NB-LBR
                      OR WS-LBR-TROUVE = 'Y'
              IF WS-LBR-DEPOT(WS-LBR-IDX) = WS-ECR-REF(1:8)
                 AND WS-ECR-REF(9:12) = SPACES
                 MOVE 'Y' TO WS-LBR-TROUVE
              END-IF
           END-PERFORM
           .

*> Etat de rapprochement : solde bancaire, mouvements non apparies
*> des deux cotes, solde comptable, reprise et ecart non explique
       4000-ETAT-RAPPROCHEMENT.

*> Enregistrement vide avant la premiere ligne 'E' : la derniere
*> ligne de detail ecrite y laisse son sens, sa reference et son
*> motif ; 4100 le revide ensuite apres chaque ligne
           MOVE SPACES TO ENRRECRPT

           COMPUTE WS-RAPPROCHE = WS-REL-CLOTURE - WS-BQ-SEUL
                                + WS-LV-SEUL
           COMPUTE WS-REPRISE = WS-HIS-OUVERTURE - WS-LIVRE-AVANT
           COMPUTE WS-ECART = WS-RAPPROCHE - WS-LIVRE-SOLDE
                            - WS-REPRISE

           MOVE 'SOLDE BANCAIRE AU RELEVE' TO RCN-LIBELLE
           MOVE WS-REL-CLOTURE TO WS-ECR-MONTANT
           PERFORM 4100-LIGNE-ETAT

           MOVE 'MOINS MOUVEMENTS BANQUE SEULS' TO RCN-LIBELLE
           MOVE WS-BQ-SEUL TO WS-ECR-MONTANT
           PERFORM 4100-LIGNE-ETAT

           MOVE 'PLUS ECRITURES NON EN BANQUE' TO RCN-LIBELLE
           MOVE WS-LV-SEUL TO WS-ECR-MONTANT
           PERFORM 4100-LIGNE-ETAT

           MOVE 'SOLDE BANCAIRE RAPPROCHE' TO RCN-LIBELLE
           MOVE WS-RAPPROCHE TO WS-ECR-MONTANT
           PERFORM 4100-LIGNE-ETAT

           MOVE 'SOLDE COMPTABLE BANQUE' TO RCN-LIBELLE
           MOVE WS-LIVRE-SOLDE TO WS-ECR-MONTANT
           PERFORM 4100-LIGNE-ETAT

           MOVE 'ECART DE REPRISE' TO RCN-LIBELLE
           MOVE WS-REPRISE TO WS-ECR-MONTANT
           MOVE WS-HIS-DEBUT TO RCN-REFERENCE
           PERFORM 4100-LIGNE-ETAT

           MOVE 'ECART NON EXPLIQUE' TO RCN-LIBELLE
           MOVE WS-ECART TO WS-ECR-MONTANT
           IF WS-ECART = 0
              MOVE 'EQUILIBRE' TO RCN-MOTIF
           ELSE
              MOVE 'ECART' TO RCN-MOTIF
           END-IF
           PERFORM 4100-LIGNE-ETAT

           MOVE WS-CT-APPARIES TO WS-NUM-STR
           DISPLAY 'PBANKREC : ' WS-NUM-STR ' PAIRE(S) APPARIEE(S)'
           MOVE WS-CT-BQ-SEUL TO WS-NUM-STR
           DISPLAY 'PBANKREC : ' WS-NUM-STR
                   ' MOUVEMENT(S) BANQUE NON COMPTABILISE(S)'
           MOVE WS-CT-LV-SEUL TO WS-NUM-STR
           DISPLAY 'PBANKREC : ' WS-NUM-STR
                   ' ECRITURE(S) NON PASSEE(S) EN BANQUE'
           IF WS-GRP-DEBORD > 0
              MOVE WS-GRP-DEBORD TO WS-NUM-STR
              DISPLAY 'PBANKREC : ' WS-NUM-STR
                      ' MOUVEMENT(S) HORS TABLE LISTE(S) SANS'
                      ' APPARIEMENT'
           END-IF
           IF WS-ECART NOT = 0
              DISPLAY 'PBANKREC : ECART NON EXPLIQUE - RELEVE'
                      ' MANQUANT DANS L''HISTORIQUE ?'
           END-IF
           .

*> Ligne 'E' de l'etat ; RCN-LIBELLE, RCN-REFERENCE et RCN-MOTIF
*> sont poses par l'appelant
       4100-LIGNE-ETAT.

           MOVE 'E'            TO RCN-TYPE
           MOVE WS-REL-DATE    TO RCN-DATE
           MOVE WS-ECR-MONTANT TO RCN-MONTANT
           WRITE ENRRECRPT
           MOVE SPACES TO ENRRECRPT
           .

*> Code retour et fermeture
       9000-FIN.

           IF WS-RETURN-CODE NOT = 8
              IF WS-CT-BQ-SEUL > 0
                 OR WS-ECART NOT = 0
                 OR WS-REL-DEJA = 'Y'
                 OR WS-GRP-DEBORD > 0
                 OR WS-CBQ-DEBORD > 0
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF

           DISPLAY 'PBANKREC : CODE RETOUR ' WS-RETURN-CODE

           CLOSE FRECRPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
