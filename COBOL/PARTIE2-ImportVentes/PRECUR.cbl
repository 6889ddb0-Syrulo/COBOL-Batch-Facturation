*> ==========================================================
*> PRECUR.cbl - Generation des commandes de facturation recurrente
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Parcourir le registre DRECUR des contrats de maintenance et de
*>   location (tenu par PRECMAINT) et emettre, pour chaque contrat
*>   actif arrive a sa prochaine date de facture, une commande au
*>   format de vente regional multi-lignes ('E' + 'D'), dans un
*>   fichier de region 'RC' enveloppe d'un en-tete de lot 'H' et
*>   d'une fin de lot 'T' - le fichier traverse ensuite PVEDIT et
*>   PORDER comme une CINQUIEME region, puis PEXTRACT et PFACTURE
*>   comme n'importe quelle vente, au lieu d'etre ressaisi a la main
*>   chaque mois (et oublie)
*> - Signaler les contrats qui arrivent a echeance, pour leur
*>   renouvellement, et ceux dont la commande n'a pu etre generee
*>
*> Entrées :
*> - FRECUR / DRECUR : registre indexe des contrats (cle N° de
*>   contrat), mis a jour : prochaine date, derniere commande,
*>   nombre de factures, etat 'E' quand la derniere periode est
*>   facturee
*> - FRUNPARM / DRUNPARM : membre central de parametres du run (cle
*>   DATE-RUN) ; absent -> date du run sur SYSIN (AAAA-MM-JJ), a
*>   defaut la date du jour
*> - Tables DB2 : CUSTOMERS et PRODUCTS (controle prealable du
*>   client et du produit de chaque contrat du)
*>
*> Sorties :
*> - DVENTERC : fichier de ventes region 'RC' au format regional
*>   (42 octets), en-tete 'H' et fin de lot 'T' compris, a donner au
*>   DD DVENTERC de PVEDIT puis PORDER
*> - DRECUR-FAIL : contrats dus dont la commande n'a pu etre generee
*>   (contrat, client, produit, date due, motif) ; leur prochaine date
*>   n'avance pas, ils sont repris au run suivant
*> - DRECUR-EXP : contrats arrivant a echeance dans l'horizon de
*>   renouvellement ('R') et contrats echus par ce run ('X')
*> - DRECUR-RPT : une ligne 'C' par commande generee, 'T' de total
*>
*> Sous-programmes appelés :
*> - PDATECALC : controle de la date du run, horizon de
*>   renouvellement
*>
*> Remarques :
*> - Les N° de commande des contrats sont pris dans la tranche
*>   900000-999999, reservee a la facturation recurrente et qu'aucune
*>   region ne transmet : la commande suivante est la plus haute
*>   deja emise (relue sur le registre, cf PRMA) plus un, de sorte
*>   que le fichier sort trie par N° de commande comme PVEDIT l'exige
*> - La periode suivante avance de 1, 3 ou 12 mois selon la
*>   frequence, au quantieme du debut du contrat (ramene au dernier
*>   jour des mois plus courts : un contrat du 31 facture le 30 avril
*>   et le 28 ou 29 fevrier)
*> - Un contrat en retard (cycle non passe plusieurs jours, contrat
*>   saisi apres son debut) rattrape ses periodes dues : une commande
*>   par periode, au plus WS-MAX-RATTRAPAGE par contrat et par run
*> - Les commandes sont datees du jour du run, le prix blanc d'un
*>   contrat a prix 0 laisse PORDER appliquer le prix du contrat client
*>   ou du catalogue, comme pour toute vente
*> - L'identifiant de fichier de l'en-tete 'H' est 'RC' + AAMMJJ : le
*>   registre DLOAD-REG de PORDER refuse ainsi un lot recharge deux
*>   fois ; en reprise du cycle apres cette etape, repartir de PVEDIT
*>   avec le DVENTERC deja produit (les contrats ont deja avance)
*> - Prévu pour tourner avant PVEDIT (STEP013 de FACTBAT)
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PRECUR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

*> Registre des contrats, parcouru par N° croissant et mis a jour
           SELECT FRECUR ASSIGN TO DRECUR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS DYNAMIC
                         RECORD KEY IS AGR-NO
                         FILE STATUS IS WS-STATUS-AGR.

*> Membre central de parametres du run (DRUNPARM, valide en tete de
*> cycle par PPARMVAL) ; absent -> repli sur le SYSIN
           SELECT FRUNPARM ASSIGN TO DRUNPARM
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-PRM.

           SELECT FVENTERC ASSIGN TO DVENTERC
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-VRC.

           SELECT FFAIL ASSIGN TO DRECUR-FAIL
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-FAI.

           SELECT FEXPIR ASSIGN TO DRECUR-EXP
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-EXP.

           SELECT FRECRPT ASSIGN TO DRECUR-RPT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.

*> Même découpage que dans PRECMAINT
       FD FRECUR
           DATA RECORD IS ENRRECUR.

       01 ENRRECUR.
          05 AGR-NO          PIC 9(6).
          05 AGR-C-NO        PIC 9(4).
          05 AGR-S-NO        PIC 9(2).
          05 AGR-P-NO        PIC 9(3).
          05 AGR-QTE         PIC 9(4).
          05 AGR-PRIX        PIC 9(5)V99.
          05 AGR-FREQ        PIC X(1).
          05 AGR-DEBUT       PIC X(10).
          05 AGR-FIN         PIC X(10).
          05 AGR-PROCHAINE   PIC X(10).
          05 AGR-ETAT        PIC X(1).
          05 AGR-DERN-O-NO   PIC 9(6).
          05 AGR-DERN-FACT   PIC X(10).
          05 AGR-NB-FACT     PIC 9(4).
          05 AGR-DATE-MAJ    PIC X(10).
          05 AGR-OPERATEUR   PIC X(8).
          05 FILLER          PIC X(14).

*> Même découpage que celui valide par PPARMVAL (cf PPARMVAL.cbl)
       FD FRUNPARM
           RECORDING MODE IS F.

       01 ENRRUNPARM.
          05 PRM-CLE         PIC X(12).
          05 FILLER          PIC X(1).
          05 PRM-VALEUR      PIC X(20).

*> Même découpage que les fichiers regionaux lus par PVEDIT/PORDER
       FD FVENTERC
           RECORDING MODE IS F.

       01 ENRVENTERC         PIC X(42).

*> Contrat du dont la commande n'a pu etre generee
       FD FFAIL
           RECORDING MODE IS F.

       01 ENRFAIL.
          05 FAI-AGR-NO      PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FAI-C-NO        PIC 9(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FAI-P-NO        PIC 9(3).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FAI-DATE-DUE    PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FAI-CODE        PIC X(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FAI-MOTIF       PIC X(30).

*> Echeances : 'R' = a renouveler dans l'horizon, 'X' = echu par ce
*> run (derniere periode facturee)
       FD FEXPIR
           RECORDING MODE IS F.

       01 ENREXPIR.
          05 EXP-TYPE        PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 EXP-AGR-NO      PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 EXP-C-NO        PIC 9(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 EXP-P-NO        PIC 9(3).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 EXP-FREQ        PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 EXP-FIN         PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 EXP-PROCHAINE   PIC X(10).

*> Rapport : 'C' = commande generee, 'T' = totaux de fin de run
       FD FRECRPT
           RECORDING MODE IS F.

       01 ENRRECRPT.
          05 RPT-TYPE-REC    PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-O-NO        PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-AGR-NO      PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-C-NO        PIC 9(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-P-NO        PIC 9(3).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-QTE         PIC ZZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-PRIX        PIC Z(4)9,99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-PERIODE     PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-COMMANDES   PIC ZZZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-ECHECS      PIC ZZZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-ECHUS       PIC ZZZZ9.

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE CUSTOMER END-EXEC.

           EXEC SQL INCLUDE PRODUCTS END-EXEC.

       77 WS-STATUS-AGR      PIC 99 VALUE 0.
       77 WS-STATUS-PRM      PIC 99 VALUE 0.
       77 WS-STATUS-VRC      PIC 99 VALUE 0.
       77 WS-STATUS-FAI      PIC 99 VALUE 0.
       77 WS-STATUS-EXP      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1) VALUE 'N'.

*> Date du run (AAAA-MM-JJ) et son identifiant de lot
       01 WS-DATE-RUN        PIC X(10) VALUE SPACES.
       01 WS-DATE-CURRENT    PIC X(21).
       01 WS-PARM-FICHIER    PIC X(1) VALUE 'N'.
       01 WS-DATE-REG        PIC X(10).

*> Horizon de renouvellement : contrats dont la fin tombe dans les
*> WS-HORIZON-JOURS jours suivant le run
       01 WS-HORIZON-JOURS   PIC 9(4) VALUE 60.
       01 WS-DATE-HORIZON    PIC X(10).

*> Controle de date et horizon via PDATECALC
       01 PDATECALC          PIC X(9) VALUE 'PDATECALC'.
       01 WS-DC-DATE-BASE    PIC X(10).
       01 WS-DC-SENS         PIC X(1).
       01 WS-DC-JOURS        PIC 9(4).
       01 WS-DC-AJUST        PIC X(1).
       01 WS-DC-DATE-RESULT  PIC X(10).
       01 WS-DC-STATUT       PIC X(1).

*> N° de commande : tranche reservee, derniere valeur emise
       01 WS-NO-PLANCHER     PIC 9(6) VALUE 899999.
       01 WS-DERNIER-NO      PIC 9(6) VALUE 0.
       01 WS-TRANCHE-PLEINE  PIC X(1) VALUE 'N'.

*> Rattrapage des periodes en retard, borne par contrat et par run
       01 WS-MAX-RATTRAPAGE  PIC 9(2) VALUE 12.
       01 WS-NB-PERIODES     PIC 9(2).
       01 WS-CONTRAT-OK      PIC X(1).
       01 WS-FAIL-CODE       PIC X(4).
       01 WS-FAIL-MOTIF      PIC X(30).
       01 WS-MAJ-CONTRAT     PIC X(1).
       01 WS-EXP-TYPE        PIC X(1).

*> Avance d'une periode : AAAA-MM-JJ decoupee, quantieme du debut
*> du contrat ramene au dernier jour du mois d'arrivee
       01 WS-PER-DATE        PIC X(10).
       01 WS-PER-DATE-R REDEFINES WS-PER-DATE.
          05 WS-PER-AAAA     PIC 9(4).
          05 FILLER          PIC X(1).
          05 WS-PER-MM       PIC 9(2).
          05 FILLER          PIC X(1).
          05 WS-PER-JJ       PIC 9(2).
       01 WS-PER-MOIS        PIC 9(2).
       01 WS-PER-QUANTIEME   PIC 9(2).
       01 WS-PER-DERNIER-JJ  PIC 9(2).
       01 WS-PER-TOTAL-MOIS  PIC 9(3).
       01 WS-PER-RESTE       PIC 9(3).
       01 WS-PER-QUOTIENT    PIC 9(4).
       01 WS-JOURS-MOIS-VAL  PIC X(24)
                             VALUE '312831303130313130313031'.
       01 WS-JOURS-MOIS REDEFINES WS-JOURS-MOIS-VAL.
          05 WS-JOURS-DU-MOIS PIC 9(2) OCCURS 12 TIMES.

*> Vues d'ecriture du fichier regional (cf PEDI850)
       01 WS-ENR-SORTIE      PIC X(42).
       01 WS-ENR-LOT-H REDEFINES WS-ENR-SORTIE.
           05 SOR-H-TYPE    PIC X(1).
           05 SOR-H-REGION  PIC X(2).
           05 SOR-H-DATE    PIC X(10).
           05 SOR-H-FILE-ID PIC X(8).
           05 FILLER        PIC X(21).
       01 WS-ENR-LOT-T REDEFINES WS-ENR-SORTIE.
           05 SOR-T-TYPE    PIC X(1).
           05 SOR-T-NB      PIC 9(5).
           05 SOR-T-HASHQ   PIC 9(9).
           05 SOR-T-HASHM   PIC 9(11)V99.
           05 FILLER        PIC X(14).
       01 WS-ENR-CDE-E REDEFINES WS-ENR-SORTIE.
           05 SOR-E-TYPE    PIC X(1).
           05 SOR-E-NO      PIC 9(6).
           05 SOR-E-DATE    PIC X(10).
           05 SOR-E-SNO     PIC 9(2).
           05 SOR-E-CNO     PIC 9(4).
           05 SOR-E-DEVISE  PIC X(2).
           05 SOR-E-DEPOT   PIC X(2).
           05 FILLER        PIC X(15).
       01 WS-ENR-CDE-D REDEFINES WS-ENR-SORTIE.
           05 SOR-D-TYPE    PIC X(1).
           05 SOR-D-NO      PIC 9(6).
           05 SOR-D-PNO     PIC 9(3).
           05 SOR-D-PRICE-X PIC X(7).
           05 SOR-D-PRICE   REDEFINES SOR-D-PRICE-X PIC 9(5)V99.
           05 SOR-D-QTY     PIC 9(4).
           05 FILLER        PIC X(21).

*> Totaux de lot du fichier produit (memes regles de hachage que
*> PVEDIT : compte E+D+C, somme des quantites D, somme des prix D)
       01 WS-LOT-NB          PIC 9(5) VALUE 0.
       01 WS-LOT-HASHQ       PIC 9(9) VALUE 0.
       01 WS-LOT-HASHM       PIC 9(11)V99 VALUE 0.

*> Compteurs de fin de run
       77 WS-CT-CONTRATS     PIC 9(5) VALUE 0.
       77 WS-CT-COMMANDES    PIC 9(5) VALUE 0.
       77 WS-CT-ECHECS       PIC 9(5) VALUE 0.
       77 WS-CT-ECHUS        PIC 9(5) VALUE 0.
       77 WS-CT-A-RENOUVELER PIC 9(5) VALUE 0.

*> Code retour remis au moniteur de job : 8 si la date du run est
*> invalide ou le registre inaccessible, 4 si au moins un contrat du
*> n'a pu etre genere, 0 sinon (aucun contrat du n'est pas une
*> erreur)
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

*> Journal d'execution du cycle (cf PRUNLOG) : un horodatage au
*> debut et un a la fin du run, pour la tendance des durees par
*> etape de PRUNTREND
       01 PRUNLOG            PIC X(7) VALUE 'PRUNLOG'.
       01 WS-RL-NOM          PIC X(8).
       01 WS-RL-PHASE        PIC X(1).
       01 WS-RL-RC           PIC 9(1).
       01 WS-RL-COMPTEUR     PIC 9(7).

       PROCEDURE DIVISION.

       0000-MAINLINE.

           MOVE 'PRECUR' TO WS-RL-NOM
           MOVE 'D' TO WS-RL-PHASE
           MOVE 0 TO WS-RL-RC
           MOVE 0 TO WS-RL-COMPTEUR
           CALL PRUNLOG USING WS-RL-NOM WS-RL-PHASE WS-RL-RC
                              WS-RL-COMPTEUR

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 1500-DERNIER-NO
              PERFORM 1600-EN-TETE-LOT
              PERFORM 2000-TRAITEMENT UNTIL WS-EOF = 'Y'
              PERFORM 4000-FIN-DE-LOT
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Date du run, horizon de renouvellement, ouverture des fichiers
       1000-DEBUT.

           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

*> Date du run depuis le membre central DRUNPARM (cle DATE-RUN,
*> validee par PPARMVAL) ; membre absent -> SYSIN, puis date du jour
           OPEN INPUT FRUNPARM
           IF WS-STATUS-PRM = 0
              MOVE 'Y' TO WS-PARM-FICHIER
              PERFORM UNTIL WS-STATUS-PRM NOT = 0
                 READ FRUNPARM
                    AT END
                       MOVE 99 TO WS-STATUS-PRM
                    NOT AT END
                       IF PRM-CLE = 'DATE-RUN'
                          MOVE PRM-VALEUR(1:10) TO WS-DATE-RUN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FRUNPARM
           END-IF

           IF WS-PARM-FICHIER = 'N'
              ACCEPT WS-DATE-RUN FROM SYSIN
           END-IF

           IF WS-DATE-RUN = SPACES
              MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT
              STRING WS-DATE-CURRENT(1:4) DELIMITED BY SIZE
                     '-'                  DELIMITED BY SIZE
                     WS-DATE-CURRENT(5:2) DELIMITED BY SIZE
                     '-'                  DELIMITED BY SIZE
                     WS-DATE-CURRENT(7:2) DELIMITED BY SIZE
                     INTO WS-DATE-RUN
              END-STRING
           END-IF

           MOVE WS-DATE-RUN TO WS-DC-DATE-BASE
           MOVE '+' TO WS-DC-SENS
           MOVE WS-HORIZON-JOURS TO WS-DC-JOURS
           MOVE 'N' TO WS-DC-AJUST
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT
           IF WS-DC-STATUT NOT = 'Y'
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PRECUR : DATE DU RUN INVALIDE (AAAA-MM-JJ) : '
                      WS-DATE-RUN
           ELSE
              MOVE WS-DC-DATE-RESULT TO WS-DATE-HORIZON
           END-IF

           OPEN OUTPUT FVENTERC
           OPEN OUTPUT FFAIL
           OPEN OUTPUT FEXPIR
           OPEN OUTPUT FRECRPT

           IF WS-RETURN-CODE NOT = 8
              OPEN I-O FRECUR
              IF WS-STATUS-AGR NOT = 0
                 MOVE 8 TO WS-RETURN-CODE
                 DISPLAY 'PRECUR : REGISTRE DRECUR INACCESSIBLE'
              END-IF
           END-IF

           DISPLAY 'PRECUR - DATE DU RUN ' WS-DATE-RUN
                   ' HORIZON DE RENOUVELLEMENT ' WS-DATE-HORIZON
           .

*> Plus haut N° de commande deja emis par un contrat (premier
*> passage sur le registre), puis repositionnement en tete pour la
*> generation
       1500-DERNIER-NO.

           MOVE WS-NO-PLANCHER TO WS-DERNIER-NO

           MOVE 0 TO AGR-NO
           START FRECUR KEY IS NOT LESS THAN AGR-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
              READ FRECUR NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF AGR-DERN-O-NO > WS-DERNIER-NO
                       MOVE AGR-DERN-O-NO TO WS-DERNIER-NO
                    END-IF
              END-READ
           END-PERFORM

           MOVE 'N' TO WS-EOF
           MOVE 0 TO AGR-NO
           START FRECUR KEY IS NOT LESS THAN AGR-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START

           IF WS-EOF = 'N'
              READ FRECUR NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
              END-READ
           END-IF
           .

*> En-tete de lot 'H' : region 'RC', date du run, identifiant de
*> fichier 'RC' + AAMMJJ pour le registre DLOAD-REG de PORDER
       1600-EN-TETE-LOT.

           MOVE SPACES TO WS-ENR-SORTIE
           MOVE 'H'  TO SOR-H-TYPE
           MOVE 'RC' TO SOR-H-REGION
           MOVE WS-DATE-RUN TO SOR-H-DATE
           STRING 'RC'               DELIMITED BY SIZE
                  WS-DATE-RUN(3:2)   DELIMITED BY SIZE
                  WS-DATE-RUN(6:2)   DELIMITED BY SIZE
                  WS-DATE-RUN(9:2)   DELIMITED BY SIZE
                  INTO SOR-H-FILE-ID
           END-STRING
           MOVE WS-ENR-SORTIE TO ENRVENTERC
           WRITE ENRVENTERC

*> Date des commandes au format regional JJ/MM/AAAA (cf PFDATE)
           MOVE SPACES TO WS-DATE-REG
           STRING WS-DATE-RUN(9:2) DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  WS-DATE-RUN(6:2) DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  WS-DATE-RUN(1:4) DELIMITED BY SIZE
                  INTO WS-DATE-REG
           END-STRING
           .

*> Un contrat par tour : generation des periodes dues s'il est actif,
*> puis suivi de son echeance
       2000-TRAITEMENT.

           ADD 1 TO WS-CT-CONTRATS
           MOVE 'N' TO WS-MAJ-CONTRAT

           IF AGR-ETAT = 'A'
              AND AGR-PROCHAINE NOT > WS-DATE-RUN
              AND AGR-PROCHAINE NOT > AGR-FIN
              PERFORM 2100-CONTROLER-CONTRAT
              IF WS-CONTRAT-OK = 'Y'
                 MOVE 0 TO WS-NB-PERIODES
                 PERFORM 2200-GENERER-PERIODE
                    UNTIL AGR-PROCHAINE > WS-DATE-RUN
                       OR AGR-PROCHAINE > AGR-FIN
                       OR WS-NB-PERIODES >= WS-MAX-RATTRAPAGE
                       OR WS-TRANCHE-PLEINE = 'Y'
              ELSE
                 PERFORM 2900-SIGNALER-ECHEC
              END-IF
           END-IF

*> Derniere periode facturee : le contrat est echu
           IF AGR-ETAT = 'A' AND AGR-PROCHAINE > AGR-FIN
              MOVE 'E' TO AGR-ETAT
              MOVE 'Y' TO WS-MAJ-CONTRAT
              MOVE 'X' TO WS-EXP-TYPE
              PERFORM 2800-LIGNE-ECHEANCE
              ADD 1 TO WS-CT-ECHUS
           END-IF

           IF AGR-ETAT = 'A'
              AND AGR-FIN NOT < WS-DATE-RUN
              AND AGR-FIN NOT > WS-DATE-HORIZON
              MOVE 'R' TO WS-EXP-TYPE
              PERFORM 2800-LIGNE-ECHEANCE
              ADD 1 TO WS-CT-A-RENOUVELER
           END-IF

           IF WS-MAJ-CONTRAT = 'Y'
              MOVE WS-DATE-RUN TO AGR-DATE-MAJ
              MOVE 'PRECUR'    TO AGR-OPERATEUR
              REWRITE ENRRECUR
              IF WS-STATUS-AGR NOT = 0
                 DISPLAY 'PRECUR : ECHEC MISE A JOUR CONTRAT ' AGR-NO
                         ' STATUT ' WS-STATUS-AGR
                 MOVE 8 TO WS-RETURN-CODE
              END-IF
           END-IF

           READ FRECUR NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF
           END-READ
           .

*> Controle prealable du contrat du : client et produit toujours
*> connus de DB2 (un produit discontinu reste vendu, PORDER
*> appliquant son remplacant s'il en a un), tranche de N° non
*> epuisee
       2100-CONTROLER-CONTRAT.

           MOVE 'Y' TO WS-CONTRAT-OK

           MOVE AGR-C-NO TO C-C-NO
           EXEC SQL
              SELECT BALANCE INTO :C-BALANCE
              FROM API12.CUSTOMERS
              WHERE C_NO = :C-C-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-CONTRAT-OK
              MOVE 'F001' TO WS-FAIL-CODE
              MOVE 'CLIENT INCONNU' TO WS-FAIL-MOTIF
           END-IF

           IF WS-CONTRAT-OK = 'Y'
              MOVE AGR-P-NO TO P-P-NO
              EXEC SQL
                 SELECT P_NO INTO :P-P-NO
                 FROM API12.PRODUCTS
                 WHERE P_NO = :P-P-NO
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N' TO WS-CONTRAT-OK
                 MOVE 'F002' TO WS-FAIL-CODE
                 MOVE 'PRODUIT INCONNU' TO WS-FAIL-MOTIF
              END-IF
           END-IF

           IF WS-CONTRAT-OK = 'Y' AND WS-DERNIER-NO = 999999
              MOVE 'N' TO WS-CONTRAT-OK
              MOVE 'Y' TO WS-TRANCHE-PLEINE
              MOVE 'F003' TO WS-FAIL-CODE
              MOVE 'TRANCHE DE NO DE COMMANDE PLEINE' TO WS-FAIL-MOTIF
           END-IF
           .

*> Une periode due : commande 'E' + 'D' sur le fichier regional,
*> ligne de rapport, puis avance du contrat a la periode suivante
       2200-GENERER-PERIODE.

           ADD 1 TO WS-DERNIER-NO

           MOVE SPACES TO WS-ENR-SORTIE
           MOVE 'E'           TO SOR-E-TYPE
           MOVE WS-DERNIER-NO TO SOR-E-NO
           MOVE WS-DATE-REG   TO SOR-E-DATE
           MOVE AGR-S-NO      TO SOR-E-SNO
           MOVE AGR-C-NO      TO SOR-E-CNO
           MOVE WS-ENR-SORTIE TO ENRVENTERC
           WRITE ENRVENTERC
           ADD 1 TO WS-LOT-NB

*> Prix 0 : prix blanc, PORDER applique contrat client ou catalogue
           MOVE SPACES TO WS-ENR-SORTIE
           MOVE 'D'           TO SOR-D-TYPE
           MOVE WS-DERNIER-NO TO SOR-D-NO
           MOVE AGR-P-NO      TO SOR-D-PNO
           IF AGR-PRIX > 0
              MOVE AGR-PRIX TO SOR-D-PRICE
              ADD AGR-PRIX TO WS-LOT-HASHM
           END-IF
           MOVE AGR-QTE       TO SOR-D-QTY
           MOVE WS-ENR-SORTIE TO ENRVENTERC
           WRITE ENRVENTERC
           ADD 1 TO WS-LOT-NB
           ADD AGR-QTE TO WS-LOT-HASHQ

           MOVE SPACES TO ENRRECRPT
           MOVE 'C'           TO RPT-TYPE-REC
           MOVE WS-DERNIER-NO TO RPT-O-NO
           MOVE AGR-NO        TO RPT-AGR-NO
           MOVE AGR-C-NO      TO RPT-C-NO
           MOVE AGR-P-NO      TO RPT-P-NO
           MOVE AGR-QTE       TO RPT-QTE
           MOVE AGR-PRIX      TO RPT-PRIX
           MOVE AGR-PROCHAINE TO RPT-PERIODE
           WRITE ENRRECRPT

           ADD 1 TO WS-CT-COMMANDES
           ADD 1 TO WS-NB-PERIODES

           MOVE WS-DERNIER-NO TO AGR-DERN-O-NO
           MOVE AGR-PROCHAINE TO AGR-DERN-FACT
           ADD 1 TO AGR-NB-FACT
           PERFORM 2300-PERIODE-SUIVANTE
           MOVE 'Y' TO WS-MAJ-CONTRAT

           IF WS-DERNIER-NO = 999999
              MOVE 'Y' TO WS-TRANCHE-PLEINE
           END-IF
           .

*> Prochaine date = date due + 1, 3 ou 12 mois, au quantieme du
*> debut du contrat ramene au dernier jour du mois d'arrivee
       2300-PERIODE-SUIVANTE.

           MOVE AGR-PROCHAINE TO WS-PER-DATE
           MOVE AGR-DEBUT(9:2) TO WS-PER-QUANTIEME

           EVALUATE AGR-FREQ
              WHEN 'T'
                 MOVE 3 TO WS-PER-MOIS
              WHEN 'A'
                 MOVE 12 TO WS-PER-MOIS
              WHEN OTHER
                 MOVE 1 TO WS-PER-MOIS
           END-EVALUATE

           COMPUTE WS-PER-TOTAL-MOIS = WS-PER-MM - 1 + WS-PER-MOIS
           DIVIDE WS-PER-TOTAL-MOIS BY 12 GIVING WS-PER-QUOTIENT
                  REMAINDER WS-PER-RESTE
           ADD WS-PER-QUOTIENT TO WS-PER-AAAA
           COMPUTE WS-PER-MM = WS-PER-RESTE + 1

           MOVE WS-JOURS-DU-MOIS(WS-PER-MM) TO WS-PER-DERNIER-JJ
           IF WS-PER-MM = 2
              AND FUNCTION MOD(WS-PER-AAAA, 4) = 0
              AND (FUNCTION MOD(WS-PER-AAAA, 100) NOT = 0
                   OR FUNCTION MOD(WS-PER-AAAA, 400) = 0)
              MOVE 29 TO WS-PER-DERNIER-JJ
           END-IF

           IF WS-PER-QUANTIEME > WS-PER-DERNIER-JJ
              MOVE WS-PER-DERNIER-JJ TO WS-PER-JJ
           ELSE
              MOVE WS-PER-QUANTIEME TO WS-PER-JJ
           END-IF

           MOVE WS-PER-DATE TO AGR-PROCHAINE
           .

*> Ligne d'echeance (type WS-EXP-TYPE pose par l'appelant)
       2800-LIGNE-ECHEANCE.

           MOVE SPACES        TO ENREXPIR
           MOVE WS-EXP-TYPE   TO EXP-TYPE
           MOVE AGR-NO        TO EXP-AGR-NO
           MOVE AGR-C-NO      TO EXP-C-NO
           MOVE AGR-P-NO      TO EXP-P-NO
           MOVE AGR-FREQ      TO EXP-FREQ
           MOVE AGR-FIN       TO EXP-FIN
           MOVE AGR-PROCHAINE TO EXP-PROCHAINE
           WRITE ENREXPIR
           .

*> Contrat du non genere : sa prochaine date reste en place, il sera
*> repris au prochain run une fois la cause corrigee
       2900-SIGNALER-ECHEC.

           MOVE SPACES        TO ENRFAIL
           MOVE AGR-NO        TO FAI-AGR-NO
           MOVE AGR-C-NO      TO FAI-C-NO
           MOVE AGR-P-NO      TO FAI-P-NO
           MOVE AGR-PROCHAINE TO FAI-DATE-DUE
           MOVE WS-FAIL-CODE  TO FAI-CODE
           MOVE WS-FAIL-MOTIF TO FAI-MOTIF
           WRITE ENRFAIL

           ADD 1 TO WS-CT-ECHECS

           DISPLAY 'PRECUR : CONTRAT ' AGR-NO ' NON GENERE - '
                   WS-FAIL-MOTIF
           .

*> Fin de lot 'T' du fichier regional : compte et totaux de hachage
*> constates, ceux que PVEDIT et PORDER rapprocheront
       4000-FIN-DE-LOT.

           MOVE SPACES TO WS-ENR-SORTIE
           MOVE 'T' TO SOR-T-TYPE
           MOVE WS-LOT-NB    TO SOR-T-NB
           MOVE WS-LOT-HASHQ TO SOR-T-HASHQ
           MOVE WS-LOT-HASHM TO SOR-T-HASHM
           MOVE WS-ENR-SORTIE TO ENRVENTERC
           WRITE ENRVENTERC
           .

*> Ligne de total, synthese et code retour
       9000-FIN.

           MOVE SPACES TO ENRRECRPT
           MOVE 'T' TO RPT-TYPE-REC
           MOVE WS-CT-COMMANDES TO RPT-COMMANDES
           MOVE WS-CT-ECHECS    TO RPT-ECHECS
           MOVE WS-CT-ECHUS     TO RPT-ECHUS
           WRITE ENRRECRPT

           DISPLAY 'PRECUR : ' WS-CT-CONTRATS ' CONTRATS LUS, '
                   WS-CT-COMMANDES ' COMMANDES GENEREES, '
                   WS-CT-ECHECS ' ECHECS'
           DISPLAY 'PRECUR : ' WS-CT-ECHUS ' CONTRATS ECHUS, '
                   WS-CT-A-RENOUVELER ' A RENOUVELER AVANT LE '
                   WS-DATE-HORIZON

           IF WS-RETURN-CODE NOT = 8
              IF WS-CT-ECHECS > 0
                 MOVE 4 TO WS-RETURN-CODE
              ELSE
                 MOVE 0 TO WS-RETURN-CODE
              END-IF
           END-IF

*> Cloture de PDATECALC (calendrier des jours feries)
           MOVE '*' TO WS-DC-SENS
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT

           MOVE 'PRECUR' TO WS-RL-NOM
           MOVE 'F' TO WS-RL-PHASE
           MOVE WS-RETURN-CODE TO WS-RL-RC
           MOVE WS-CT-COMMANDES TO WS-RL-COMPTEUR
           CALL PRUNLOG USING WS-RL-NOM WS-RL-PHASE WS-RL-RC
                              WS-RL-COMPTEUR

           CLOSE FRECUR
                 FVENTERC
                 FFAIL
                 FEXPIR
                 FRECRPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
