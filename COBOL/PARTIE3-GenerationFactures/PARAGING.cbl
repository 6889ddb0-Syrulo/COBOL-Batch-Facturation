*>
*> Entrées :
*> - Tables DB2 : CUSTOMERS, ORDERS (lecture seule)
*> - FDISPUTE / DDISPUTE : registre des litiges (cf PDISPUTE), lu
*>   par cle
*> - SYSIN : date de coupure à 30, 60 et 90 jours, au format AAAA-MM-JJ,
*>   chacune calculée en amont (même principe que la date de coupure de
*>   PARCHIVE : ce programme ne fait aucun calcul de date, il compare
*>   des chaînes AAAA-MM-JJ déjà calculées), puis facultativement le
*>   mot GROUPE pour une balance agee par groupe de grands comptes
*>
*> Sorties :
*> - DAGING-RPT : une ligne par client débiteur, plus une ligne de
*>   total général ; en balance par groupe, une ligne 'G' par groupe
*>   débiteur au nom du parent
*>
*> Sous-programmes appelés :
*> - Aucun
*>   plus un client net 60 pour une facture qui n'est pas echue ;
*>   sans echeance ouverte connue, l'ancien classement par commande
*>   reste le repli
*> - Les factures sous litige ouvert au registre DDISPUTE (cf
*>   PDISPUTE) sortent des tranches : leur part contestee est
*>   portee dans la colonne LITIGE (apres le total, qui reste le
*>   solde complet du client) et leur echeance n'entre pas dans
*>   l'anciennete - PDUNNING et PFINCHG, qui ne travaillent que sur
*>   les tranches, ne relancent ni ne taxent un montant conteste ;
*>   registre absent : aucune facture en litige
*> - Balance par groupe : le solde d'un parent et de ses agences
*>   (CUSTOMERS.PARENT_C_NO, cf PCUSTMAINT 'P') est classe en une
*>   seule ligne 'G' au N° du parent, sur la plus ancienne echeance
*>   ouverte (a defaut commande) des membres debiteurs ; un client
*>   sans agence garde sa ligne 'C'. PDUNNING adresse alors la
*>   lettre du groupe au parent ; PFINCHG, PPROMISE et PCUSTINQ, qui
*>   travaillent au compte, ignorent les lignes 'G' et se lancent sur
*>   une balance agee par client
*> - Ce rapport ne modifie rien : CUSTOMERS et ORDERS ne sont que lus
*> - Ce programme tourne en dehors du cycle FACTBAT, à la demande
*> - Ce code est fourni à titre pédagogique
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-ARO.

*> Registre des litiges tenu par PDISPUTE, lu par cle client +
*> facture
           SELECT FDISPUTE ASSIGN TO DDISPUTE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS DSP-CLE
                           FILE STATUS IS WS-STATUS-DSP.

*> Membre central de parametres du run (DRUNPARM, valide en tete de
*> cycle par PPARMVAL) ; absent -> repli sur l'ancien SYSIN en ligne
           SELECT FRUNPARM ASSIGN TO DRUNPARM

       01 ENRAGING.
          05 AGE-TYPE-REC       PIC X(1).
*>            'C' = ligne par client, 'G' = ligne par groupe,
*>            'T' = total general
          05 FILLER             PIC X(1) VALUE SPACE.
          05 AGE-C-NO           PIC 9(4).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 AGE-90J            PIC Z(6)9,99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 AGE-TOTAL          PIC Z(6)9,99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 AGE-LITIGE         PIC Z(6)9,99.

*> Même découpage que celui écrit par PFACTURE (cf PFACTURE.cbl)
       FD FAROPEN
          05 FILLER          PIC X(1).
          05 ARO-INVOICE-NO  PIC 9(6).
          05 FILLER          PIC X(1).
          05 ARO-O-NO        PIC 9(6).
          05 FILLER          PIC X(1).
          05 ARO-DATE        PIC X(10).
          05 FILLER          PIC X(1).
          05 FILLER          PIC X(1).
          05 ARO-ECHEANCE    PIC X(10).

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

*> Même découpage que celui valide par PPARMVAL (cf PPARMVAL.cbl)
       FD FRUNPARM
           RECORDING MODE IS F.
                ORDER BY C.C_NO
           END-EXEC.

*> Meme lecture cumulee par groupe : chaque client est rapporte a
*> son parent (a lui-meme sans parent), le groupe est debiteur sur
*> la somme des soldes et son anciennete est celle du plus ancien de
*> ses membres debiteurs ; COUNT(*) > 1 signale un vrai groupe
           EXEC SQL DECLARE CAGINGG CURSOR FOR
                SELECT T.TETE, SUM(T.BALANCE),
                       VALUE(MIN(CASE WHEN T.BALANCE > 0
                                      THEN T.ODATE END),
                             '0001-01-01'),
                       COUNT(*)
                FROM (SELECT CASE WHEN VALUE(C.PARENT_C_NO, 0) = 0
                                  THEN C.C_NO
                                  ELSE C.PARENT_C_NO END AS TETE,
                             C.BALANCE AS BALANCE,
                             VALUE(MIN(SUBSTR(O.O_DATE,7,4) || '-' ||
                                       SUBSTR(O.O_DATE,1,2) || '-' ||
                                       SUBSTR(O.O_DATE,4,2)),
                                   '0001-01-01') AS ODATE
                      FROM API12.CUSTOMERS C
                      LEFT JOIN API12.ORDERS O ON O.C_NO = C.C_NO
                      GROUP BY C.C_NO, C.BALANCE, C.PARENT_C_NO) T
                GROUP BY T.TETE
                HAVING SUM(T.BALANCE) > 0
                ORDER BY T.TETE
           END-EXEC.

*> Agences rattachees a un parent, pour rapporter les factures du
*> grand livre a leur groupe
           EXEC SQL DECLARE CGROUPE CURSOR FOR
                SELECT C_NO, PARENT_C_NO
                FROM API12.CUSTOMERS
                WHERE VALUE(PARENT_C_NO, 0) <> 0
           END-EXEC.

       01 WS-CUTOFF-30          PIC X(10).
       01 WS-CUTOFF-60          PIC X(10).
       01 WS-CUTOFF-90          PIC X(10).
*> Balance demandee : GROUPE = par groupe, blanc = par client
       01 WS-MODE               PIC X(6).

       01 WS-AGE-C-NO           PIC 9(4).
       01 WS-AGE-BALANCE        PIC 9(7)V99.
       01 WS-AGE-ODATE          PIC X(10).
       01 WS-AGE-NB-MEMBRES     PIC 9(4).

*> Parent de chaque client, indice par C_NO (0 = pas de parent),
*> charge en balance par groupe seulement
       01 WS-GRP-TABLE.
          05 WS-GRP-PARENT OCCURS 9999 TIMES PIC 9(4).
       01 WS-GRP-C-NO           PIC 9(4).
       01 WS-GRP-P-NO           PIC 9(4).

       01 WS-MNT-COURANT        PIC 9(7)V99.
       01 WS-MNT-30J            PIC 9(7)V99.
       01 WS-MNT-60J            PIC 9(7)V99.
       01 WS-MNT-90J            PIC 9(7)V99.
       01 WS-MNT-LITIGE         PIC 9(7)V99.
       01 WS-MNT-A-CLASSER      PIC 9(7)V99.

       77 WS-STATUS-RPT         PIC 99 VALUE 0.
       77 WS-STATUS-ARO         PIC 99 VALUE 0.
       77 WS-STATUS-DSP         PIC 99 VALUE 0.

*> Registre des litiges disponible, facture du ledger en litige et
*> part contestee encore ouverte
       01 WS-DSP-OUVERT         PIC X(1) VALUE 'N'.
       01 WS-EN-LITIGE          PIC X(1).
       01 WS-PART-OUVERTE       PIC 9(7)V99.
       01 WS-PART-LITIGE        PIC 9(7)V99.

*> Factures 'F' du grand livre avec leur echeance, les lettrages
*> 'S'/'E', annulations 'V' et pertes 'W' reduisant leur part
*> ouverte, les prelevements impayes 'D' la rouvrant (memes regles
*> de chargement que PPAYMENT.1120)
       01 WS-LDG-TABLE.
          05 WS-LDG-ENTRY OCCURS 500 TIMES.
             10 WS-LDG-CNO      PIC 9(4).
             10 WS-LDG-TETE     PIC 9(4).
             10 WS-LDG-INVNO    PIC 9(6).
             10 WS-LDG-ECHEANCE PIC X(10).
             10 WS-LDG-MONTANT  PIC 9(7)V99.
       77 WS-TOT-60J            PIC 9(9)V99 VALUE 0.
       77 WS-TOT-90J            PIC 9(9)V99 VALUE 0.
       77 WS-TOT-GENERAL        PIC 9(9)V99 VALUE 0.
       77 WS-TOT-LITIGE         PIC 9(9)V99 VALUE 0.

*> Code retour remis au moniteur de job : 8 si l'une des trois dates de
*> coupure est absente sur SYSIN, 4 si aucun client débiteur n'a été
              ACCEPT WS-CUTOFF-60 FROM SYSIN
              ACCEPT WS-CUTOFF-90 FROM SYSIN
           END-IF
           MOVE SPACES TO WS-MODE
           ACCEPT WS-MODE FROM SYSIN

           DISPLAY 'PARAGING - PARAMETRES : COUPURES '
                   WS-CUTOFF-30 ' / ' WS-CUTOFF-60 ' / '
              DISPLAY 'PARAGING : DATES DE COUPURE ABSENTES SUR SYSIN'
           END-IF

           IF WS-MODE NOT = SPACES AND WS-MODE NOT = 'GROUPE'
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PARAGING : MODE SYSIN INCONNU (GROUPE OU BLANC)'
           END-IF

           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

           OPEN OUTPUT FAGING

           MOVE ZERO TO WS-GRP-TABLE
           IF WS-MODE = 'GROUPE'
              PERFORM 1050-CHARGER-GROUPES
           END-IF

           PERFORM 1100-CHARGER-ECHEANCES

*> Registre des litiges facultatif
           OPEN INPUT FDISPUTE
           IF WS-STATUS-DSP = 0
              MOVE 'Y' TO WS-DSP-OUVERT
           END-IF
           .

*> Parent de chaque agence rattachee, indice par le N° de l'agence
       1050-CHARGER-GROUPES.

           EXEC SQL OPEN CGROUPE END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL FETCH CGROUPE
                  INTO :WS-GRP-C-NO, :WS-GRP-P-NO
              END-EXEC
              IF SQLCODE = 0 AND WS-GRP-C-NO > 0
                 MOVE WS-GRP-P-NO TO WS-GRP-PARENT(WS-GRP-C-NO)
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CGROUPE END-EXEC
           .

*> Chargement des echeances ouvertes du grand livre ; fichier absent
                 IF WS-NB-LDG < 500
                    ADD 1 TO WS-NB-LDG
                    MOVE ARO-C-NO       TO WS-LDG-CNO(WS-NB-LDG)
                    MOVE ARO-C-NO       TO WS-LDG-TETE(WS-NB-LDG)
                    IF ARO-C-NO > 0
                       IF WS-GRP-PARENT(ARO-C-NO) > 0
                          MOVE WS-GRP-PARENT(ARO-C-NO)
                               TO WS-LDG-TETE(WS-NB-LDG)
                       END-IF
                    END-IF
                    MOVE ARO-INVOICE-NO TO WS-LDG-INVNO(WS-NB-LDG)
                    MOVE ARO-ECHEANCE   TO WS-LDG-ECHEANCE(WS-NB-LDG)
                    MOVE ARO-MONTANT    TO WS-LDG-MONTANT(WS-NB-LDG)
              WHEN 'S'
              WHEN 'E'
              WHEN 'W'
              WHEN 'K'
                 PERFORM VARYING WS-LDG-SCAN FROM 1 BY 1
                         UNTIL WS-LDG-SCAN > WS-NB-LDG
                    IF WS-LDG-CNO(WS-LDG-SCAN) = ARO-C-NO
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
           .

*> Une ligne par client débiteur, classé dans sa tranche d'ancienneté
*> (par groupe débiteur en balance par groupe)
       2000-CLASSER-CLIENTS.

           MOVE 1 TO WS-AGE-NB-MEMBRES

           IF WS-MODE = 'GROUPE'
              EXEC SQL OPEN CAGINGG END-EXEC
           ELSE
              EXEC SQL OPEN CAGING END-EXEC
           END-IF

           PERFORM UNTIL SQLCODE = 100

             IF WS-MODE = 'GROUPE'
                EXEC SQL FETCH CAGINGG
                    INTO :WS-AGE-C-NO, :WS-AGE-BALANCE, :WS-AGE-ODATE,
                         :WS-AGE-NB-MEMBRES
                END-EXEC
             ELSE
                EXEC SQL FETCH CAGING
                    INTO :WS-AGE-C-NO, :WS-AGE-BALANCE, :WS-AGE-ODATE
                END-EXEC
             END-IF

             IF SQLCODE = 0
                PERFORM 2010-ECRIRE-LIGNE-CLIENT

           END-PERFORM

           IF WS-MODE = 'GROUPE'
              EXEC SQL CLOSE CAGINGG END-EXEC
           ELSE
              EXEC SQL CLOSE CAGING END-EXEC
           END-IF
           .

*> Place la totalité du solde du client dans la tranche correspondant
           MOVE 0 TO WS-MNT-30J
           MOVE 0 TO WS-MNT-60J
           MOVE 0 TO WS-MNT-90J
           MOVE 0 TO WS-MNT-LITIGE

*> Plus ancienne echeance ouverte du client (de tout son groupe en
*> balance par groupe) au grand livre, hors factures en litige dont
*> la part contestee est cumulee a part
           MOVE SPACES TO WS-ECH-MIN
           PERFORM VARYING WS-LDG-SCAN FROM 1 BY 1
                   UNTIL WS-LDG-SCAN > WS-NB-LDG
              IF WS-LDG-TETE(WS-LDG-SCAN) = WS-AGE-C-NO
                 AND WS-LDG-MONTANT(WS-LDG-SCAN) >
                     WS-LDG-REGLE(WS-LDG-SCAN)
                 PERFORM 2020-TESTER-LITIGE
                 IF WS-EN-LITIGE = 'N'
                    AND WS-LDG-ECHEANCE(WS-LDG-SCAN) NOT = SPACES
                    IF WS-ECH-MIN = SPACES
                       OR WS-LDG-ECHEANCE(WS-LDG-SCAN) < WS-ECH-MIN
                       MOVE WS-LDG-ECHEANCE(WS-LDG-SCAN)
                            TO WS-ECH-MIN
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

*> Le montant conteste ne depasse jamais le solde du client ; seul
*> le reste est classe par anciennete
           IF WS-MNT-LITIGE > WS-AGE-BALANCE
              MOVE WS-AGE-BALANCE TO WS-MNT-LITIGE
           END-IF
           COMPUTE WS-MNT-A-CLASSER = WS-AGE-BALANCE - WS-MNT-LITIGE

           IF WS-ECH-MIN NOT = SPACES
              MOVE WS-ECH-MIN TO WS-AGE-ODATE
           END-IF

           EVALUATE TRUE
              WHEN WS-AGE-ODATE >= WS-CUTOFF-30
                 MOVE WS-MNT-A-CLASSER TO WS-MNT-COURANT
              WHEN WS-AGE-ODATE >= WS-CUTOFF-60
                 MOVE WS-MNT-A-CLASSER TO WS-MNT-30J
              WHEN WS-AGE-ODATE >= WS-CUTOFF-90
                 MOVE WS-MNT-A-CLASSER TO WS-MNT-60J
              WHEN OTHER
                 MOVE WS-MNT-A-CLASSER TO WS-MNT-90J
           END-EVALUATE

           MOVE SPACES TO ENRAGING
           IF WS-AGE-NB-MEMBRES > 1
              MOVE 'G'         TO AGE-TYPE-REC
           ELSE
              MOVE 'C'         TO AGE-TYPE-REC
           END-IF
           MOVE WS-AGE-C-NO    TO AGE-C-NO
           MOVE WS-MNT-COURANT TO AGE-COURANT
           MOVE WS-MNT-30J     TO AGE-30J
           MOVE WS-MNT-60J     TO AGE-60J
           MOVE WS-MNT-90J     TO AGE-90J
           MOVE WS-AGE-BALANCE TO AGE-TOTAL
           MOVE WS-MNT-LITIGE  TO AGE-LITIGE
           WRITE ENRAGING

           ADD 1 TO WS-CT-CLIENTS
           ADD WS-MNT-60J     TO WS-TOT-60J
           ADD WS-MNT-90J     TO WS-TOT-90J
           ADD WS-AGE-BALANCE TO WS-TOT-GENERAL
           ADD WS-MNT-LITIGE  TO WS-TOT-LITIGE
           .

*> La facture WS-LDG-SCAN est-elle sous litige ouvert ? Si oui, sa
*> part contestee encore ouverte rejoint WS-MNT-LITIGE
       2020-TESTER-LITIGE.

           MOVE 'N' TO WS-EN-LITIGE

           IF WS-DSP-OUVERT = 'Y'
              MOVE WS-LDG-CNO(WS-LDG-SCAN)   TO DSP-C-NO
              MOVE WS-LDG-INVNO(WS-LDG-SCAN) TO DSP-INVOICE-NO
              READ FDISPUTE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF DSP-ETAT = 'O'
                         MOVE 'Y' TO WS-EN-LITIGE
                      END-IF
              END-READ
           END-IF

           IF WS-EN-LITIGE = 'Y'
              COMPUTE WS-PART-OUVERTE = WS-LDG-MONTANT(WS-LDG-SCAN)
                                      - WS-LDG-REGLE(WS-LDG-SCAN)
              IF DSP-MONTANT < WS-PART-OUVERTE
                 MOVE DSP-MONTANT TO WS-PART-LITIGE
              ELSE
                 MOVE WS-PART-OUVERTE TO WS-PART-LITIGE
              END-IF
              ADD WS-PART-LITIGE TO WS-MNT-LITIGE
           END-IF
           .

*> Ligne de total général et code retour
              MOVE WS-TOT-60J       TO AGE-60J
              MOVE WS-TOT-90J       TO AGE-90J
              MOVE WS-TOT-GENERAL   TO AGE-TOTAL
              MOVE WS-TOT-LITIGE    TO AGE-LITIGE
              WRITE ENRAGING

              IF WS-CT-CLIENTS = 0
           DISPLAY 'PARAGING : ' WS-CT-CLIENTS ' CLIENTS DEBITEURS'

           CLOSE FAGING
           IF WS-DSP-OUVERT = 'Y'
              CLOSE FDISPUTE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
