*> ==========================================================
*> PPROMISE.cbl - Promesses de paiement et liste de travail du
*>               recouvrement
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Enregistrer les promesses de paiement obtenues au telephone
*>   par les recouvreurs ("4 000 le 20") contre un client ou une
*>   facture precise, avec montant et date promise, au lieu de les
*>   laisser sur des post-it
*> - Controler chaque jour les promesses contre les encaissements
*>   reels de DPAYMENT-HIST (apres le passage de PPAYMENT) : tenue,
*>   partiellement tenue ou rompue
*> - Tenir la date et le resultat du dernier contact de chaque
*>   client
*> - Imprimer la liste de travail quotidienne des recouvreurs :
*>   promesses rompues en tete, puis clients classes par montant
*>   echu et par anciennete, dernier contact sur chaque ligne
*>
*> Entrées :
*> - FTXN / DPROMISE-TXN : un mouvement par ligne, champs séparés
*>   par ';' :
*>     P;C_NO;FACTURE;COLLECTEUR;MONTANT;DATE
*>        promesse de paiement ; FACTURE blanche ou 0 = sur tout le
*>        compte ; MONTANT a la virgule decimale ; DATE promise
*>        AAAA-MM-JJ, au plus tot le jour du run
*>     A;C_NO;FACTURE;COLLECTEUR
*>        annulation d'une promesse en cours saisie par erreur
*>     C;C_NO;RESULTAT;COLLECTEUR;NOTE
*>        contact sans promesse ; RESULTAT = MSG (message laisse),
*>        INJ (injoignable), REF (refus de payer), LIT (litige
*>        signale, cf PDISPUTE), AUT (autre) ; le resultat IMP
*>        (prelevement revenu impaye) est pose par PDDRETURN
*> - FARXREF / DAR-XREF : grand livre indexe, pour valider la
*>   facture d'une promesse
*> - FPAYHIST / DPAYMENT-HIST : encaissements appliques par PPAYMENT
*> - FAGING / DAGING-RPT : balance agee du dernier run PARAGING
*> - Table DB2 : CUSTOMERS (existence et raison sociale du client)
*>
*> Sorties :
*> - DPROMISE         : registre indexe des promesses (cle client +
*>   facture, 000000 = tout le compte), etat 'A' en cours, 'K'
*>   tenue, 'P' partiellement tenue, 'B' rompue, 'X' annulee
*> - DCOLLECT-CONTACT : dernier contact par client (indexe par
*>   client)
*> - DPROMISE-REJECT  : mouvements mal formes ou inapplicables
*> - DPROMISE-AUDIT   : une ligne par mouvement applique et par
*>   promesse cloturee, plus une ligne total
*> - DCOLLECT-WORK    : liste de travail du jour, une ligne 'W' par
*>   client a appeler et une ligne 'T' de total
*>
*> Sous-programmes appelés :
*> - PDATECALC : controle de la date promise
*>
*> Remarques :
*> - Les encaissements comptes pour une promesse sont ceux de son
*>   client dates entre la saisie et la date promise ; ils sont
*>   repartis sur les promesses en cours du client dans l'ordre de
*>   leur cle (compte entier d'abord, puis facture par facture) et
*>   recalcules entierement a chaque run - un passage double ne
*>   compte rien deux fois
*> - Une promesse couverte est tenue des que le montant est recu ;
*>   une promesse dont la date est depassee est cloturee partielle
*>   ou rompue selon ce qui a ete recu
*> - PDUNNING ne relance pas un client qui a une promesse en cours
*> - Une promesse rompue ou partielle met le client en tete de liste
*>   jusqu'au contact suivant ; de meme un prelevement revenu impaye
*>   (dernier contact IMP, cf PDDRETURN) tant qu'aucun recouvreur n'a
*>   rappele le client
*> - Sans fichier de mouvements, le programme ne fait que le
*>   controle et la liste (cf PSUSPENSE)
*> - A lancer chaque jour apres PPAYMENT, en dehors du cycle FACTBAT
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PPROMISE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FTXN ASSIGN TO DPROMISE-TXN
                       ORGANIZATION IS SEQUENTIAL
                       FILE STATUS IS WS-STATUS-TXN.

*> Registre des promesses, lu par cle et parcouru client par client
           SELECT FPROMISE ASSIGN TO DPROMISE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PTP-CLE
                           FILE STATUS IS WS-STATUS-PTP.

*> Dernier contact par client
           SELECT FCONTACT ASSIGN TO DCOLLECT-CONTACT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS CNT-C-NO
                           FILE STATUS IS WS-STATUS-CNT.

*> Grand livre en comptes ouverts indexe par client et facture (cf
*> le FD FARXREF), lecture seule
           SELECT FARXREF ASSIGN TO DAR-XREF
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS ARX-CLE
                          FILE STATUS IS WS-STATUS-ARX.

           SELECT FPAYHIST ASSIGN TO DPAYMENT-HIST
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-HIS.

           SELECT FAGING ASSIGN TO DAGING-RPT
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-AGE.

           SELECT FREJECT ASSIGN TO DPROMISE-REJECT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-REJ.

           SELECT FAUDIT ASSIGN TO DPROMISE-AUDIT
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-AUD.

           SELECT FWORK ASSIGN TO DCOLLECT-WORK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-WRK.

           SELECT FTRAVAIL ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.

       FD FTXN
           RECORDING MODE IS F.

       01 ENRTXN         PIC X(80).

*> Registre des promesses : une promesse par client + facture
*> (000000 = tout le compte) ; une nouvelle promesse sur la meme
*> cle remplace une promesse cloturee
       FD FPROMISE
           DATA RECORD IS ENRPROMISE.

       01 ENRPROMISE.
          05 PTP-CLE.
             10 PTP-C-NO        PIC 9(4).
             10 PTP-INVOICE-NO  PIC 9(6).
          05 PTP-ETAT        PIC X(1).
          05 PTP-MONTANT     PIC 9(7)V99.
          05 PTP-DATE-PROM   PIC X(10).
          05 PTP-DATE-SAISIE PIC X(10).
          05 PTP-COLLECTEUR  PIC X(8).
          05 PTP-RECU        PIC 9(7)V99.
          05 PTP-DATE-CLOT   PIC X(10).
          05 FILLER          PIC X(10).

*> Dernier contact du client : date, resultat (PRO = promesse,
*> cf codes du mouvement 'C'), recouvreur, note libre
       FD FCONTACT
           DATA RECORD IS ENRCONTACT.

       01 ENRCONTACT.
          05 CNT-C-NO        PIC 9(4).
          05 CNT-DATE        PIC X(10).
          05 CNT-RESULTAT    PIC X(3).
          05 CNT-COLLECTEUR  PIC X(8).
          05 CNT-NOTE        PIC X(30).
          05 FILLER          PIC X(10).

*> Grand livre en comptes ouverts INDEXE, cle client + facture :
*> le pendant adressable du journal sequentiel DAR-OPEN, tenu par
*> ses ecrivains (PFACTURE, PPAYMENT, PRETURN, PVOID, PWRITEOFF)
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

*> Meme decoupage que l'ENRAGING ecrit par PARAGING, relu en champs
*> X pour reconversion NUMVAL-C des montants edites (cf PDUNNING)
       FD FAGING
           RECORDING MODE IS F.

       01 ENRAGING.
          05 AGE-TYPE-REC       PIC X(1).
          05 FILLER             PIC X(1).
          05 AGE-C-NO           PIC X(4).
          05 FILLER             PIC X(1).
          05 AGE-COURANT        PIC X(10).
          05 FILLER             PIC X(1).
          05 AGE-30J            PIC X(10).
          05 FILLER             PIC X(1).
          05 AGE-60J            PIC X(10).
          05 FILLER             PIC X(1).
          05 AGE-90J            PIC X(10).
          05 FILLER             PIC X(1).
          05 AGE-TOTAL          PIC X(10).
          05 FILLER             PIC X(1).
          05 AGE-LITIGE         PIC X(10).

       FD FREJECT
           RECORDING MODE IS F.

       01 ENRREJECT.
          05 REJ-RAW-LINE     PIC X(80).
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 REJ-REASON-CODE  PIC X(4).
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 REJ-REASON-TEXT  PIC X(30).

*> Journal d'audit : 'D' = mouvement applique, 'K'/'P'/'B' =
*> promesse cloturee par le controle, 'T' = total de fin de run
       FD FAUDIT
           RECORDING MODE IS F.

       01 ENRPTPAUDIT.
          05 AUD-REC-TYPE     PIC X(1).
          05 AUD-CODE         PIC X(1).
          05 AUD-C-NO         PIC 9(4).
          05 AUD-INVOICE-NO   PIC 9(6).
          05 AUD-MONTANT      PIC 9(7)V99.
          05 AUD-RECU         PIC 9(7)V99.
          05 AUD-DATE-PROM    PIC X(10).
          05 AUD-COLLECTEUR   PIC X(8).
          05 AUD-TIMESTAMP    PIC X(21).
          05 AUD-LUES         PIC 9(5).
          05 AUD-APPLIQUEES   PIC 9(5).
          05 AUD-REJETEES     PIC 9(5).

*> Liste de travail : 'W' = client a appeler, 'T' = total ;
*> WRK-PROMESSE = ROMPUE, PARTIELLE, EN COURS ou blanc
       FD FWORK
           RECORDING MODE IS F.

       01 ENRWORK.
          05 WRK-TYPE-REC    PIC X(1).
          05 FILLER          PIC X(1).
          05 WRK-RANG        PIC ZZZ9.
          05 FILLER          PIC X(1).
          05 WRK-C-NO        PIC X(4).
          05 FILLER          PIC X(1).
          05 WRK-COMPANY     PIC X(20).
          05 FILLER          PIC X(1).
          05 WRK-ECHU        PIC Z(6)9,99.
          05 FILLER          PIC X(1).
          05 WRK-ANCIENNETE  PIC X(4).
          05 FILLER          PIC X(1).
          05 WRK-PROMESSE    PIC X(9).
          05 FILLER          PIC X(1).
          05 WRK-DATE-CNT    PIC X(10).
          05 FILLER          PIC X(1).
          05 WRK-RESULTAT    PIC X(3).

*> Fichier de travail du tri de la liste : priorite (1 = promesse
*> rompue ou partielle, 2 = a relancer, 3 = promesse en cours),
*> puis montant echu et anciennete decroissants
       SD FTRAVAIL.

       01 ENRTRAVAIL.
          05 SRT-PRIORITE    PIC 9(1).
          05 SRT-ECHU        PIC 9(7)V99.
          05 SRT-NIVEAU      PIC 9(1).
          05 SRT-C-NO        PIC 9(4).
          05 SRT-PROMESSE    PIC X(9).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE CUSTOMER END-EXEC.

       77 WS-STATUS-TXN  PIC 99 VALUE 0.
       77 WS-STATUS-PTP  PIC 99 VALUE 0.
       77 WS-STATUS-CNT  PIC 99 VALUE 0.
       77 WS-STATUS-ARX  PIC 99 VALUE 0.
       77 WS-STATUS-HIS  PIC 99 VALUE 0.
       77 WS-STATUS-AGE  PIC 99 VALUE 0.
       77 WS-STATUS-REJ  PIC 99 VALUE 0.
       77 WS-STATUS-AUD  PIC 99 VALUE 0.
       77 WS-STATUS-WRK  PIC 99 VALUE 0.

       01 EOF            PIC X VALUE 'N'.
       01 WS-ENRTXN      PIC X(80).

*> Champs du mouvement en cours ; les champs 3, 5 et 6 changent de
*> sens selon le code (cf en-tete)
       01 TXN-CODE        PIC X(1).
       01 TXN-C-NO        PIC X(4).
       01 TXN-CHAMP-3     PIC X(6).
       01 TXN-COLLECTEUR  PIC X(8).
       01 TXN-CHAMP-5     PIC X(30).
       01 TXN-CHAMP-6     PIC X(10).

       01 WS-VALID-REC     PIC X VALUE 'Y'.
       01 WS-REJECT-CODE   PIC X(4).
       01 WS-REJECT-TEXT   PIC X(30).

*> Promesse du mouvement en cours
       01 WS-PTP-INVOICE   PIC 9(6).
       01 WS-PTP-MONTANT   PIC 9(7)V99.
       01 WS-PTP-EXISTE    PIC X(1).

*> Date du run (AAAA-MM-JJ)
       01 WS-DATE-RUN        PIC X(10).
       01 WS-DATE-CURRENT    PIC X(21).

*> Controle de la date promise via PDATECALC (+0 jour)
       01 PDATECALC          PIC X(9) VALUE 'PDATECALC'.
       01 WS-DC-DATE-BASE    PIC X(10).
       01 WS-DC-SENS         PIC X(1).
       01 WS-DC-JOURS        PIC 9(4).
       01 WS-DC-AJUST        PIC X(1).
       01 WS-DC-DATE-RESULT  PIC X(10).
       01 WS-DC-STATUT       PIC X(1).

*> Controle des promesses : parcours du registre et repartition des
*> encaissements
       01 WS-EOF-PTP         PIC X(1).
       01 WS-PASSE           PIC X(1).
       01 WS-EOF-HIS         PIC X(1).
       01 WS-HIS-RESTE       PIC 9(7)V99.
       01 WS-PTP-MANQUE      PIC 9(7)V99.
       01 WS-PTP-PART        PIC 9(7)V99.

*> Liste de travail : promesses du client, montants de la ligne
*> de balance agee, rang
       01 WS-EOF-AGE         PIC X(1).
       01 WS-EOF-TRI         PIC X(1).
       01 WS-CLI-C-NO        PIC 9(4).
       01 WS-CLI-ROMPUE      PIC X(1).
       01 WS-CLI-PARTIELLE   PIC X(1).
       01 WS-CLI-EN-COURS    PIC X(1).
       01 WS-CLI-IMPAYE      PIC X(1).
       01 WS-CLI-DATE-CLOT   PIC X(10).
       01 WS-MNT-30J         PIC 9(7)V99.
       01 WS-MNT-60J         PIC 9(7)V99.
       01 WS-MNT-90J         PIC 9(7)V99.
       01 WS-WRK-RANG        PIC 9(4) VALUE 0.
       01 WS-WRK-ECHU        PIC 9(9)V99 VALUE 0.

       01 WS-CT-LUES       PIC 9(5) VALUE 0.
       01 WS-CT-APPLIQUEES PIC 9(5) VALUE 0.
       01 WS-CT-REJETEES   PIC 9(5) VALUE 0.
       77 WS-CT-TENUES     PIC 9(5) VALUE 0.
       77 WS-CT-PARTIELLES PIC 9(5) VALUE 0.
       77 WS-CT-ROMPUES    PIC 9(5) VALUE 0.

*> Code retour remis au moniteur de job : 8 si le registre, les
*> contacts ou le grand livre indexe ne peuvent etre ouverts, 4 si
*> des mouvements ont ete rejetes, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 2000-TRAITEMENT UNTIL EOF = 'Y'
              PERFORM 3000-CONTROLER-PROMESSES
              PERFORM 4000-LISTE-TRAVAIL
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
           OPEN OUTPUT FWORK

*> Journal d'audit en mode ajout (cf PDEVMAINT)
           OPEN EXTEND FAUDIT
           IF WS-STATUS-AUD NOT = 0
              CLOSE FAUDIT
              OPEN OUTPUT FAUDIT
           END-IF

*> Registre et contacts en mise a jour ; premier run : crees vides
*> puis rouverts (cf FARXREF dans PVOID)
           OPEN I-O FPROMISE
           IF WS-STATUS-PTP NOT = 0
              CLOSE FPROMISE
              OPEN OUTPUT FPROMISE
              CLOSE FPROMISE
              OPEN I-O FPROMISE
           END-IF

           OPEN I-O FCONTACT
           IF WS-STATUS-CNT NOT = 0
              CLOSE FCONTACT
              OPEN OUTPUT FCONTACT
              CLOSE FCONTACT
              OPEN I-O FCONTACT
           END-IF

           IF WS-STATUS-PTP NOT = 0 OR WS-STATUS-CNT NOT = 0
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PPROMISE : REGISTRE DPROMISE OU DCOLLECT-'
                      'CONTACT INACCESSIBLE'
           END-IF

*> Grand livre indexe en lecture : sans lui aucune promesse sur
*> facture ne peut etre validee, le run s'arrete comme pour le
*> registre
           OPEN INPUT FARXREF
           IF WS-STATUS-ARX NOT = 0
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PPROMISE : GRAND LIVRE DAR-XREF INACCESSIBLE'
           END-IF

*> Sans fichier de mouvements : controle et liste seuls
           OPEN INPUT FTXN
           IF WS-STATUS-TXN NOT = 0
              MOVE 'Y' TO EOF
              DISPLAY 'PPROMISE : PAS DE MOUVEMENTS'
           ELSE
              READ FTXN INTO WS-ENRTXN
                   AT END
                       MOVE 'Y' TO EOF
              END-READ
           END-IF
           .

       2000-TRAITEMENT.

           ADD 1 TO WS-CT-LUES

           INITIALIZE TXN-CODE TXN-C-NO TXN-CHAMP-3 TXN-COLLECTEUR
                      TXN-CHAMP-5 TXN-CHAMP-6

           UNSTRING WS-ENRTXN DELIMITED BY ';'
                 INTO TXN-CODE TXN-C-NO TXN-CHAMP-3 TXN-COLLECTEUR
                      TXN-CHAMP-5 TXN-CHAMP-6
           END-UNSTRING

           PERFORM 2010-VALIDER

           IF WS-VALID-REC = 'Y'
              EVALUATE TXN-CODE
                 WHEN 'P'
                    PERFORM 2020-ENREGISTRER-PROMESSE
                 WHEN 'A'
                    PERFORM 2030-ANNULER-PROMESSE
                 WHEN 'C'
                    PERFORM 2040-NOTER-CONTACT
              END-EVALUATE
           ELSE
              PERFORM 2090-REJETER
           END-IF

           READ FTXN INTO WS-ENRTXN
                AT END
                    MOVE 'Y' TO EOF
           END-READ
           .

*> Controle de forme, puis du client dans CUSTOMERS, puis selon le
*> code du mouvement
       2010-VALIDER.

           MOVE 'Y' TO WS-VALID-REC
           MOVE SPACES TO WS-REJECT-CODE
           MOVE SPACES TO WS-REJECT-TEXT

           IF WS-ENRTXN = SPACES
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E001' TO WS-REJECT-CODE
              MOVE 'LIGNE VIDE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y'
              AND TXN-CODE NOT = 'P' AND TXN-CODE NOT = 'A'
              AND TXN-CODE NOT = 'C'
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E002' TO WS-REJECT-CODE
              MOVE 'CODE TRANSACTION INVALIDE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-C-NO NOT NUMERIC
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E003' TO WS-REJECT-CODE
              MOVE 'NO CLIENT NON NUMERIQUE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-COLLECTEUR = SPACES
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E004' TO WS-REJECT-CODE
              MOVE 'COLLECTEUR MANQUANT' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y'
              MOVE TXN-C-NO TO C-C-NO
              EXEC SQL
                 SELECT BALANCE INTO :C-BALANCE
                 FROM API12.CUSTOMERS
                 WHERE C_NO = :C-C-NO
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E010' TO WS-REJECT-CODE
                 MOVE 'CLIENT INCONNU' TO WS-REJECT-TEXT
              END-IF
           END-IF

           IF WS-VALID-REC = 'Y'
              IF TXN-CODE = 'C'
                 PERFORM 2013-VALIDER-CONTACT
              ELSE
                 PERFORM 2011-VALIDER-PROMESSE
              END-IF
           END-IF
           .

*> Promesse ('P') ou annulation ('A') : facture ouverte si elle est
*> donnee, etat de la promesse au registre, montant et date
       2011-VALIDER-PROMESSE.

           IF TXN-CHAMP-3 = SPACES
              MOVE 0 TO WS-PTP-INVOICE
           ELSE
              IF TXN-CHAMP-3 NOT NUMERIC
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E011' TO WS-REJECT-CODE
                 MOVE 'NO FACTURE NON NUMERIQUE' TO WS-REJECT-TEXT
              ELSE
                 MOVE TXN-CHAMP-3 TO WS-PTP-INVOICE
              END-IF
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-CODE = 'P'
              AND WS-PTP-INVOICE NOT = 0
              MOVE TXN-C-NO      TO ARX-C-NO
              MOVE WS-PTP-INVOICE TO ARX-INVOICE-NO
              READ FARXREF
                  INVALID KEY
                      MOVE 'N' TO WS-VALID-REC
                      MOVE 'E012' TO WS-REJECT-CODE
                      MOVE 'FACTURE INCONNUE DU GRAND LIVRE'
                           TO WS-REJECT-TEXT
                  NOT INVALID KEY
                      IF ARX-TYPE NOT = 'F'
                         OR ARX-MONTANT NOT > ARX-REGLE
                         MOVE 'N' TO WS-VALID-REC
                         MOVE 'E013' TO WS-REJECT-CODE
                         MOVE 'FACTURE NON OUVERTE'
                              TO WS-REJECT-TEXT
                      END-IF
              END-READ
           END-IF

           IF WS-VALID-REC = 'Y'
              MOVE TXN-C-NO       TO PTP-C-NO
              MOVE WS-PTP-INVOICE TO PTP-INVOICE-NO
              MOVE 'Y' TO WS-PTP-EXISTE
              READ FPROMISE
                  INVALID KEY
                      MOVE 'N' TO WS-PTP-EXISTE
              END-READ
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-CODE = 'P'
              AND WS-PTP-EXISTE = 'Y' AND PTP-ETAT = 'A'
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E014' TO WS-REJECT-CODE
              MOVE 'PROMESSE DEJA EN COURS' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-CODE = 'A'
              AND (WS-PTP-EXISTE = 'N' OR PTP-ETAT NOT = 'A')
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E015' TO WS-REJECT-CODE
              MOVE 'AUCUNE PROMESSE EN COURS' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-CODE = 'P'
              IF TXN-CHAMP-5 = SPACES
                 OR FUNCTION TEST-NUMVAL-C(TXN-CHAMP-5) NOT = 0
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E016' TO WS-REJECT-CODE
                 MOVE 'MONTANT NON NUMERIQUE' TO WS-REJECT-TEXT
              ELSE
                 COMPUTE WS-PTP-MONTANT ROUNDED =
                     FUNCTION NUMVAL-C(TXN-CHAMP-5)
                 IF WS-PTP-MONTANT = 0
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E017' TO WS-REJECT-CODE
                    MOVE 'MONTANT NUL' TO WS-REJECT-TEXT
                 END-IF
              END-IF
           END-IF

*> Date promise : date calendaire valide, pas dans le passe
           IF WS-VALID-REC = 'Y' AND TXN-CODE = 'P'
              MOVE TXN-CHAMP-6 TO WS-DC-DATE-BASE
              MOVE '+' TO WS-DC-SENS
              MOVE 0 TO WS-DC-JOURS
              MOVE 'N' TO WS-DC-AJUST
              CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                   WS-DC-JOURS WS-DC-AJUST
                                   WS-DC-DATE-RESULT WS-DC-STATUT
              IF WS-DC-STATUT NOT = 'Y'
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E018' TO WS-REJECT-CODE
                 MOVE 'DATE PROMISE INVALIDE' TO WS-REJECT-TEXT
              ELSE
                 IF TXN-CHAMP-6 < WS-DATE-RUN
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E019' TO WS-REJECT-CODE
                    MOVE 'DATE PROMISE DEJA PASSEE'
                         TO WS-REJECT-TEXT
                 END-IF
              END-IF
           END-IF
           .

*> Contact sans promesse : code resultat connu
       2013-VALIDER-CONTACT.

           IF TXN-CHAMP-3 NOT = 'MSG' AND TXN-CHAMP-3 NOT = 'INJ'
              AND TXN-CHAMP-3 NOT = 'REF' AND TXN-CHAMP-3 NOT = 'LIT'
              AND TXN-CHAMP-3 NOT = 'AUT'
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E020' TO WS-REJECT-CODE
              MOVE 'RESULTAT DE CONTACT INVALIDE' TO WS-REJECT-TEXT
           END-IF
           .

*> Promesse enregistree (ou remplacant une promesse cloturee sur la
*> meme cle) ; le contact du jour devient le dernier contact
       2020-ENREGISTRER-PROMESSE.

           MOVE SPACES TO ENRPROMISE
           MOVE TXN-C-NO       TO PTP-C-NO
           MOVE WS-PTP-INVOICE TO PTP-INVOICE-NO
           MOVE 'A'            TO PTP-ETAT
           MOVE WS-PTP-MONTANT TO PTP-MONTANT
           MOVE TXN-CHAMP-6    TO PTP-DATE-PROM
           MOVE WS-DATE-RUN    TO PTP-DATE-SAISIE
           MOVE TXN-COLLECTEUR TO PTP-COLLECTEUR
           MOVE 0              TO PTP-RECU

           IF WS-PTP-EXISTE = 'Y'
              REWRITE ENRPROMISE
           ELSE
              WRITE ENRPROMISE
           END-IF

           IF WS-STATUS-PTP NOT = 0
              MOVE 'E050' TO WS-REJECT-CODE
              MOVE 'ECHEC ECRITURE REGISTRE' TO WS-REJECT-TEXT
              PERFORM 2090-REJETER
           ELSE
              MOVE 'PRO' TO TXN-CHAMP-3
              MOVE SPACES TO TXN-CHAMP-5
              PERFORM 2050-ECRIRE-CONTACT
              PERFORM 2085-ECRIRE-AUDIT
           END-IF
           .

*> Annulation d'une promesse saisie par erreur : etat 'X'
       2030-ANNULER-PROMESSE.

           MOVE 'X'         TO PTP-ETAT
           MOVE WS-DATE-RUN TO PTP-DATE-CLOT
           REWRITE ENRPROMISE

           IF WS-STATUS-PTP NOT = 0
              MOVE 'E050' TO WS-REJECT-CODE
              MOVE 'ECHEC ECRITURE REGISTRE' TO WS-REJECT-TEXT
              PERFORM 2090-REJETER
           ELSE
              PERFORM 2085-ECRIRE-AUDIT
           END-IF
           .

*> Contact sans promesse
       2040-NOTER-CONTACT.

           MOVE TXN-C-NO TO PTP-C-NO
           MOVE 0 TO PTP-INVOICE-NO
           MOVE 0 TO PTP-MONTANT
           MOVE SPACES TO PTP-DATE-PROM
           PERFORM 2050-ECRIRE-CONTACT
           PERFORM 2085-ECRIRE-AUDIT
           .

*> Dernier contact du client : cree ou remplace
       2050-ECRIRE-CONTACT.

           MOVE TXN-C-NO TO CNT-C-NO
           READ FCONTACT
               INVALID KEY
                   MOVE SPACES TO ENRCONTACT
                   MOVE TXN-C-NO       TO CNT-C-NO
                   MOVE WS-DATE-RUN    TO CNT-DATE
                   MOVE TXN-CHAMP-3    TO CNT-RESULTAT
                   MOVE TXN-COLLECTEUR TO CNT-COLLECTEUR
                   MOVE TXN-CHAMP-5    TO CNT-NOTE
                   WRITE ENRCONTACT
               NOT INVALID KEY
                   MOVE WS-DATE-RUN    TO CNT-DATE
                   MOVE TXN-CHAMP-3    TO CNT-RESULTAT
                   MOVE TXN-COLLECTEUR TO CNT-COLLECTEUR
                   MOVE TXN-CHAMP-5    TO CNT-NOTE
                   REWRITE ENRCONTACT
           END-READ
           .

*> Ligne detail du journal d'audit pour le mouvement applique
       2085-ECRIRE-AUDIT.

           MOVE SPACES TO ENRPTPAUDIT
           MOVE 'D'             TO AUD-REC-TYPE
           MOVE TXN-CODE        TO AUD-CODE
           MOVE PTP-C-NO        TO AUD-C-NO
           MOVE PTP-INVOICE-NO  TO AUD-INVOICE-NO
           MOVE PTP-MONTANT     TO AUD-MONTANT
           MOVE 0               TO AUD-RECU
           MOVE PTP-DATE-PROM   TO AUD-DATE-PROM
           MOVE TXN-COLLECTEUR  TO AUD-COLLECTEUR
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP

           WRITE ENRPTPAUDIT

           ADD 1 TO WS-CT-APPLIQUEES
           .

*> Écriture du mouvement rejeté dans DPROMISE-REJECT
       2090-REJETER.

           MOVE WS-ENRTXN       TO REJ-RAW-LINE
           MOVE WS-REJECT-CODE  TO REJ-REASON-CODE
           MOVE WS-REJECT-TEXT  TO REJ-REASON-TEXT

           WRITE ENRREJECT

           ADD 1 TO WS-CT-REJETEES

           DISPLAY 'REJET DPROMISE-TXN ' WS-REJECT-CODE ' : '
                   WS-REJECT-TEXT
           .

*> Controle des promesses en cours contre DPAYMENT-HIST : remise a
*> zero du recu, repartition des encaissements, puis cloture des
*> promesses couvertes ou echues
       3000-CONTROLER-PROMESSES.

           MOVE 'R' TO WS-PASSE
           PERFORM 3010-PARCOURIR-REGISTRE

           OPEN INPUT FPAYHIST
           IF WS-STATUS-HIS = 0
              MOVE 'N' TO WS-EOF-HIS
              PERFORM UNTIL WS-EOF-HIS = 'Y'
                 READ FPAYHIST
                    AT END
                       MOVE 'Y' TO WS-EOF-HIS
                    NOT AT END
                       PERFORM 3100-REPARTIR-ENCAISSEMENT
                 END-READ
              END-PERFORM
              CLOSE FPAYHIST
           ELSE
              DISPLAY 'PPROMISE : DPAYMENT-HIST ABSENT, AUCUN '
                      'ENCAISSEMENT'
           END-IF

           MOVE 'C' TO WS-PASSE
           PERFORM 3010-PARCOURIR-REGISTRE
           .

*> Parcours complet du registre : WS-PASSE = 'R' remet a zero le
*> recu des promesses en cours, 'C' cloture celles qui doivent
*> l'etre
       3010-PARCOURIR-REGISTRE.

           MOVE LOW-VALUES TO PTP-CLE
           MOVE 'N' TO WS-EOF-PTP
           START FPROMISE KEY IS NOT LESS THAN PTP-CLE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-PTP
           END-START

           PERFORM UNTIL WS-EOF-PTP = 'Y'
              READ FPROMISE NEXT RECORD
                  AT END
                      MOVE 'Y' TO WS-EOF-PTP
                  NOT AT END
                      IF PTP-ETAT = 'A'
                         IF WS-PASSE = 'R'
                            MOVE 0 TO PTP-RECU
                            REWRITE ENRPROMISE
                         ELSE
                            PERFORM 3200-CLOTURER-PROMESSE
                         END-IF
                      END-IF
              END-READ
           END-PERFORM
           .

*> Un encaissement est reparti sur les promesses en cours de son
*> client dont la periode (saisie -> date promise) le couvre
       3100-REPARTIR-ENCAISSEMENT.

           MOVE HIS-MONTANT TO WS-HIS-RESTE
           MOVE HIS-C-NO TO PTP-C-NO
           MOVE 0 TO PTP-INVOICE-NO
           MOVE 'N' TO WS-EOF-PTP
           START FPROMISE KEY IS NOT LESS THAN PTP-CLE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-PTP
           END-START

           PERFORM UNTIL WS-EOF-PTP = 'Y' OR WS-HIS-RESTE = 0
              READ FPROMISE NEXT RECORD
                  AT END
                      MOVE 'Y' TO WS-EOF-PTP
                  NOT AT END
                      IF PTP-C-NO NOT = HIS-C-NO
                         MOVE 'Y' TO WS-EOF-PTP
                      ELSE
                         IF PTP-ETAT = 'A'
                            AND HIS-DATE >= PTP-DATE-SAISIE
                            AND HIS-DATE <= PTP-DATE-PROM
                            AND PTP-RECU < PTP-MONTANT
                            COMPUTE WS-PTP-MANQUE =
                                PTP-MONTANT - PTP-RECU
                            IF WS-HIS-RESTE < WS-PTP-MANQUE
                               MOVE WS-HIS-RESTE TO WS-PTP-PART
                            ELSE
                               MOVE WS-PTP-MANQUE TO WS-PTP-PART
                            END-IF
                            ADD WS-PTP-PART TO PTP-RECU
                            SUBTRACT WS-PTP-PART FROM WS-HIS-RESTE
                            REWRITE ENRPROMISE
                         END-IF
                      END-IF
              END-READ
           END-PERFORM
           .

*> Promesse couverte : tenue ; date promise depassee : partielle si
*> quelque chose a ete recu, rompue sinon ; sinon reste en cours
       3200-CLOTURER-PROMESSE.

           EVALUATE TRUE
              WHEN PTP-RECU >= PTP-MONTANT
                 MOVE 'K' TO PTP-ETAT
                 ADD 1 TO WS-CT-TENUES
              WHEN PTP-DATE-PROM >= WS-DATE-RUN
                 CONTINUE
              WHEN PTP-RECU > 0
                 MOVE 'P' TO PTP-ETAT
                 ADD 1 TO WS-CT-PARTIELLES
              WHEN OTHER
                 MOVE 'B' TO PTP-ETAT
                 ADD 1 TO WS-CT-ROMPUES
           END-EVALUATE

           IF PTP-ETAT NOT = 'A'
              MOVE WS-DATE-RUN TO PTP-DATE-CLOT
              REWRITE ENRPROMISE

              MOVE SPACES TO ENRPTPAUDIT
              MOVE PTP-ETAT        TO AUD-REC-TYPE
              MOVE PTP-C-NO        TO AUD-C-NO
              MOVE PTP-INVOICE-NO  TO AUD-INVOICE-NO
              MOVE PTP-MONTANT     TO AUD-MONTANT
              MOVE PTP-RECU        TO AUD-RECU
              MOVE PTP-DATE-PROM   TO AUD-DATE-PROM
              MOVE PTP-COLLECTEUR  TO AUD-COLLECTEUR
              MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
              WRITE ENRPTPAUDIT

              DISPLAY 'CLIENT ' PTP-C-NO ' FACTURE ' PTP-INVOICE-NO
                      ' : PROMESSE CLOTUREE ' PTP-ETAT
           END-IF
           .

*> Liste de travail : chaque client de la balance agee avec un
*> montant echu ou une promesse rompue, trie par priorite
       4000-LISTE-TRAVAIL.

           SORT FTRAVAIL
                ON ASCENDING KEY SRT-PRIORITE
                ON DESCENDING KEY SRT-ECHU SRT-NIVEAU
                ON ASCENDING KEY SRT-C-NO
                INPUT PROCEDURE IS 4100-ALIMENTER-TRI
                OUTPUT PROCEDURE IS 4200-IMPRIMER
           .

       4100-ALIMENTER-TRI.

           OPEN INPUT FAGING
           IF WS-STATUS-AGE NOT = 0
              DISPLAY 'PPROMISE : BALANCE AGEE DAGING-RPT ABSENTE'
           ELSE
              MOVE 'N' TO WS-EOF-AGE
              PERFORM UNTIL WS-EOF-AGE = 'Y'
                 READ FAGING
                    AT END
                       MOVE 'Y' TO WS-EOF-AGE
                    NOT AT END
                       IF AGE-TYPE-REC = 'C'
                          PERFORM 4110-RETENIR-CLIENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FAGING
           END-IF
           .

*> Montant echu (30 jours et plus, hors litige deja sorti des
*> tranches par PARAGING), anciennete, etat des promesses du client
       4110-RETENIR-CLIENT.

           MOVE AGE-C-NO TO WS-CLI-C-NO
           COMPUTE WS-MNT-30J = FUNCTION NUMVAL-C(AGE-30J)
           COMPUTE WS-MNT-60J = FUNCTION NUMVAL-C(AGE-60J)
           COMPUTE WS-MNT-90J = FUNCTION NUMVAL-C(AGE-90J)

           MOVE 'N' TO WS-CLI-ROMPUE
           MOVE 'N' TO WS-CLI-PARTIELLE
           MOVE 'N' TO WS-CLI-EN-COURS
           MOVE SPACES TO WS-CLI-DATE-CLOT

           MOVE WS-CLI-C-NO TO PTP-C-NO
           MOVE 0 TO PTP-INVOICE-NO
           MOVE 'N' TO WS-EOF-PTP
           START FPROMISE KEY IS NOT LESS THAN PTP-CLE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-PTP
           END-START

           PERFORM UNTIL WS-EOF-PTP = 'Y'
              READ FPROMISE NEXT RECORD
                  AT END
                      MOVE 'Y' TO WS-EOF-PTP
                  NOT AT END
                      IF PTP-C-NO NOT = WS-CLI-C-NO
                         MOVE 'Y' TO WS-EOF-PTP
                      ELSE
                         EVALUATE PTP-ETAT
                            WHEN 'A'
                               MOVE 'Y' TO WS-CLI-EN-COURS
                            WHEN 'B'
                               MOVE 'Y' TO WS-CLI-ROMPUE
                            WHEN 'P'
                               MOVE 'Y' TO WS-CLI-PARTIELLE
                         END-EVALUATE
                         IF (PTP-ETAT = 'B' OR PTP-ETAT = 'P')
                            AND PTP-DATE-CLOT > WS-CLI-DATE-CLOT
                            MOVE PTP-DATE-CLOT TO WS-CLI-DATE-CLOT
                         END-IF
                      END-IF
              END-READ
           END-PERFORM

*> Une promesse rompue n'est plus prioritaire une fois le client
*> recontacte apres sa cloture ; un prelevement impaye le reste
*> jusqu'a l'appel d'un recouvreur
           MOVE WS-CLI-C-NO TO CNT-C-NO
           READ FCONTACT
               INVALID KEY
                   MOVE SPACES TO ENRCONTACT
           END-READ
           IF CNT-DATE NOT = SPACES
              AND CNT-DATE > WS-CLI-DATE-CLOT
              MOVE 'N' TO WS-CLI-ROMPUE
              MOVE 'N' TO WS-CLI-PARTIELLE
           END-IF
           IF CNT-RESULTAT = 'IMP'
              MOVE 'Y' TO WS-CLI-IMPAYE
           ELSE
              MOVE 'N' TO WS-CLI-IMPAYE
           END-IF

           MOVE SPACES TO ENRTRAVAIL
           MOVE WS-CLI-C-NO TO SRT-C-NO
           COMPUTE SRT-ECHU = WS-MNT-30J + WS-MNT-60J + WS-MNT-90J

           EVALUATE TRUE
              WHEN WS-MNT-90J > 0
                 MOVE 3 TO SRT-NIVEAU
              WHEN WS-MNT-60J > 0
                 MOVE 2 TO SRT-NIVEAU
              WHEN WS-MNT-30J > 0
                 MOVE 1 TO SRT-NIVEAU
              WHEN OTHER
                 MOVE 0 TO SRT-NIVEAU
           END-EVALUATE

           EVALUATE TRUE
              WHEN WS-CLI-ROMPUE = 'Y'
                 MOVE 1 TO SRT-PRIORITE
                 MOVE 'ROMPUE' TO SRT-PROMESSE
              WHEN WS-CLI-PARTIELLE = 'Y'
                 MOVE 1 TO SRT-PRIORITE
                 MOVE 'PARTIELLE' TO SRT-PROMESSE
              WHEN WS-CLI-IMPAYE = 'Y'
                 MOVE 1 TO SRT-PRIORITE
                 MOVE 'IMPAYE' TO SRT-PROMESSE
              WHEN WS-CLI-EN-COURS = 'Y'
                 MOVE 3 TO SRT-PRIORITE
                 MOVE 'EN COURS' TO SRT-PROMESSE
              WHEN OTHER
                 MOVE 2 TO SRT-PRIORITE
           END-EVALUATE

           IF SRT-ECHU > 0 OR SRT-PRIORITE = 1
              RELEASE ENRTRAVAIL
           END-IF
           .

*> Une ligne 'W' par client, dans l'ordre du tri, avec sa raison
*> sociale et son dernier contact
       4200-IMPRIMER.

           MOVE 'N' TO WS-EOF-TRI
           PERFORM UNTIL WS-EOF-TRI = 'Y'
              RETURN FTRAVAIL
                 AT END
                    MOVE 'Y' TO WS-EOF-TRI
                 NOT AT END
                    PERFORM 4210-LIGNE-CLIENT
              END-RETURN
           END-PERFORM

           MOVE SPACES TO ENRWORK
           MOVE 'T'          TO WRK-TYPE-REC
           MOVE WS-WRK-RANG  TO WRK-RANG
           MOVE WS-WRK-ECHU  TO WRK-ECHU
           WRITE ENRWORK
           .

       4210-LIGNE-CLIENT.

           ADD 1 TO WS-WRK-RANG
           ADD SRT-ECHU TO WS-WRK-ECHU

           MOVE SPACES TO ENRWORK
           MOVE 'W'          TO WRK-TYPE-REC
           MOVE WS-WRK-RANG  TO WRK-RANG
           MOVE SRT-C-NO     TO WRK-C-NO
           MOVE SRT-ECHU     TO WRK-ECHU
           MOVE SRT-PROMESSE TO WRK-PROMESSE

           EVALUATE SRT-NIVEAU
              WHEN 3
                 MOVE '90J+' TO WRK-ANCIENNETE
              WHEN 2
                 MOVE '60J' TO WRK-ANCIENNETE
              WHEN 1
                 MOVE '30J' TO WRK-ANCIENNETE
              WHEN OTHER
                 MOVE 'COUR' TO WRK-ANCIENNETE
           END-EVALUATE

           MOVE SRT-C-NO TO C-C-NO
           EXEC SQL
              SELECT COMPANY INTO :C-COMPANY
              FROM API12.CUSTOMERS
              WHERE C_NO = :C-C-NO
           END-EXEC
           IF SQLCODE = 0
              IF C-COMPANY-LEN > 20
                 MOVE 20 TO C-COMPANY-LEN
              END-IF
              MOVE C-COMPANY-TEXT(1:C-COMPANY-LEN) TO WRK-COMPANY
           ELSE
              MOVE '** INTROUVABLE **' TO WRK-COMPANY
           END-IF

           MOVE SRT-C-NO TO CNT-C-NO
           READ FCONTACT
               INVALID KEY
                   MOVE 'AUCUN' TO WRK-DATE-CNT
               NOT INVALID KEY
                   MOVE CNT-DATE     TO WRK-DATE-CNT
                   MOVE CNT-RESULTAT TO WRK-RESULTAT
           END-READ

           WRITE ENRWORK
           .

*> Ligne total d'audit, synthese et code retour
       9000-FIN.

           MOVE SPACES TO ENRPTPAUDIT
           MOVE 'T'              TO AUD-REC-TYPE
           MOVE WS-CT-LUES       TO AUD-LUES
           MOVE WS-CT-APPLIQUEES TO AUD-APPLIQUEES
           MOVE WS-CT-REJETEES   TO AUD-REJETEES
           WRITE ENRPTPAUDIT

           DISPLAY 'PPROMISE : LUES=' WS-CT-LUES
                   ' APPLIQUEES=' WS-CT-APPLIQUEES
                   ' REJETEES=' WS-CT-REJETEES
           DISPLAY 'PPROMISE : TENUES=' WS-CT-TENUES
                   ' PARTIELLES=' WS-CT-PARTIELLES
                   ' ROMPUES=' WS-CT-ROMPUES
           DISPLAY 'PPROMISE : ' WS-WRK-RANG ' CLIENTS A APPELER'

           IF WS-RETURN-CODE NOT = 8
              IF WS-CT-REJETEES > 0
                 MOVE 4 TO WS-RETURN-CODE
              ELSE
                 MOVE 0 TO WS-RETURN-CODE
              END-IF
           END-IF

           CLOSE FTXN
           CLOSE FPROMISE
           CLOSE FCONTACT
           CLOSE FARXREF
           CLOSE FREJECT
           CLOSE FAUDIT
           CLOSE FWORK

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
