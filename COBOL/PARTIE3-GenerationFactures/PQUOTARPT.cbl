*> ==========================================================
*> PQUOTARPT.cbl - Realisation des quotas de vente
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Comparer, pour un mois donne et en cumul depuis janvier, le
*>   chiffre d'affaires facture de chaque vendeur (S_NO) a son
*>   quota (registre DQUOTA tenu par PQUOTMAINT), puis par
*>   departement (DEPTS) et par region commerciale, avec le taux de
*>   realisation et le rang de chacun dans son niveau
*> - Le chiffre retenu est celui du grand livre en comptes ouverts :
*>   factures emises ('F', PFACTURE) moins avoirs ('A', PRETURN) et
*>   annulations ('V', PVOID), de sorte que la direction commerciale
*>   et la comptabilite voient les memes montants
*>
*> Entrées :
*> - SYSIN : mois du rapport (AAAA-MM) ; blanc = mois du run
*> - FQUOTA / DQUOTA : registre des quotas (cf PQUOTMAINT), lu en
*>   sequence (facultatif : absent, tous les quotas sont nuls)
*> - FAROPEN / DAR-OPEN : grand livre en comptes ouverts (cf
*>   PFACTURE), lignes 'F', 'A' et 'V' de l'annee du rapport
*> - Tables DB2 : ORDERS (vendeur de la commande), EMPLOYEES et
*>   DEPTS (nom et departement du vendeur), lecture seule
*>
*> Sorties :
*> - DQUOTA-RPT : une ligne 'V' par vendeur, 'D' par departement,
*>   'R' par region (quota, realise, taux et rang du mois puis du
*>   cumul annuel), une ligne 'T' de total et deux lignes 'X' de
*>   rapprochement au registre (mois et cumul)
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - Les montants sont ceux du registre, toutes taxes comprises,
*>   dates du registre : une annulation PVOID porte la date de la
*>   facture annulee et se retranche donc du mois de cette facture,
*>   un avoir PRETURN du mois ou il est emis
*> - Le vendeur d'une ecriture est celui de la commande (ORDERS.S_NO)
*>   portee par l'ecriture ; une commande disparue d'ORDERS (retour
*>   total) est retrouvee par la facture de la meme commande lue plus
*>   haut dans le registre, a defaut le montant reste hors vendeur et
*>   figure comme tel au rapprochement
*> - La region d'un vendeur est celle de son quota le plus recent de
*>   l'annee ; vendeur sans quota = region '--', sans rang
*> - Le quota d'un departement ou d'une region est la somme de ceux
*>   de ses vendeurs
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PQUOTARPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

*> Même structure que celle écrite par PQUOTMAINT (cf PQUOTMAINT.cbl)
           SELECT FQUOTA ASSIGN TO DQUOTA
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS SEQUENTIAL
                         RECORD KEY IS QTA-CLE
                         FILE STATUS IS WS-STATUS-QTA.

*> Même structure que celle écrite par PFACTURE (cf PFACTURE.cbl)
           SELECT FAROPEN ASSIGN TO DAR-OPEN
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-ARO.

           SELECT FQTARPT ASSIGN TO DQUOTA-RPT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.

       FD FQUOTA
           DATA RECORD IS ENRQUOTA.

       01 ENRQUOTA.
          05 QTA-CLE.
             10 QTA-S-NO     PIC 9(2).
             10 QTA-MOIS     PIC X(7).
          05 QTA-REGION      PIC X(2).
          05 QTA-MONTANT     PIC 9(7)V99.
          05 QTA-ETAT        PIC X(1).
          05 QTA-DATE-MAJ    PIC X(10).
          05 QTA-OPERATEUR   PIC X(8).
          05 FILLER          PIC X(11).

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

*> Ligne de realisation : 'V' = vendeur, 'D' = departement,
*> 'R' = region, 'T' = total ; mois puis cumul annuel
       FD FQTARPT
           RECORDING MODE IS F.

       01 ENRQTARPT.
          05 QRP-TYPE        PIC X(1).
          05 FILLER          PIC X(1).
          05 QRP-CLE         PIC X(3).
          05 FILLER          PIC X(1).
          05 QRP-NOM         PIC X(15).
          05 FILLER          PIC X(1).
          05 QRP-DEPT        PIC X(3).
          05 FILLER          PIC X(1).
          05 QRP-REGION      PIC X(2).
          05 FILLER          PIC X(1).
          05 QRP-QUOTA-M     PIC -Z(8)9,99.
          05 FILLER          PIC X(1).
          05 QRP-REAL-M      PIC -Z(8)9,99.
          05 FILLER          PIC X(1).
          05 QRP-PCT-M       PIC -ZZZ9,9.
          05 FILLER          PIC X(1).
          05 QRP-RANG-M      PIC ZZ9.
          05 FILLER          PIC X(1).
          05 QRP-QUOTA-A     PIC -Z(8)9,99.
          05 FILLER          PIC X(1).
          05 QRP-REAL-A      PIC -Z(8)9,99.
          05 FILLER          PIC X(1).
          05 QRP-PCT-A       PIC -ZZZ9,9.
          05 FILLER          PIC X(1).
          05 QRP-RANG-A      PIC ZZ9.
          05 FILLER          PIC X(2).

*> Rapprochement au registre : factures, avoirs, annulations, net du
*> registre, part hors vendeur et ecart (net du registre moins
*> realise des vendeurs moins hors vendeur, nul si tout est rattache)
       01 ENRQTARPT-X.
          05 QRX-TYPE        PIC X(1).
          05 FILLER          PIC X(1).
          05 QRX-PERIODE     PIC X(5).
          05 FILLER          PIC X(1).
          05 QRX-FACTURES    PIC -Z(8)9,99.
          05 FILLER          PIC X(1).
          05 QRX-AVOIRS      PIC -Z(8)9,99.
          05 FILLER          PIC X(1).
          05 QRX-ANNULATIONS PIC -Z(8)9,99.
          05 FILLER          PIC X(1).
          05 QRX-NET         PIC -Z(8)9,99.
          05 FILLER          PIC X(1).
          05 QRX-HORS-VND    PIC -Z(8)9,99.
          05 FILLER          PIC X(1).
          05 QRX-ECART       PIC -Z(8)9,99.
          05 FILLER          PIC X(18).

       01 ENRQTARPT-E        PIC X(110).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE ORDERS END-EXEC.

           EXEC SQL INCLUDE EMPLOYEE END-EXEC.

           EXEC SQL INCLUDE DEPTS END-EXEC.

       77 WS-STATUS-QTA      PIC 99 VALUE 0.
       77 WS-STATUS-ARO      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1).

*> Mois du rapport (AAAA-MM) et annee du cumul
       01 WS-MOIS-RPT.
          05 WS-MOIS-AAAA    PIC X(4).
          05 WS-MOIS-TIRET   PIC X(1).
          05 WS-MOIS-MM      PIC X(2).
       01 WS-DATE-CURRENT    PIC X(21).

*> Cumuls par vendeur, indexes par S_NO + 1 ; meme decoupage que les
*> tables departement et region pour passer par le meme classement
       01 WS-VND-TABLE.
          05 WS-VND-ENTREE OCCURS 100 TIMES.
             10 WS-VND-CLE      PIC X(3).
             10 WS-VND-NOM      PIC X(15).
             10 WS-VND-DEPT     PIC X(3).
             10 WS-VND-REGION   PIC X(2).
             10 WS-VND-QUOTA-M  PIC S9(9)V99.
             10 WS-VND-QUOTA-A  PIC S9(9)V99.
             10 WS-VND-REAL-M   PIC S9(9)V99.
             10 WS-VND-REAL-A   PIC S9(9)V99.
       01 WS-VND-SUIVI.
          05 WS-VND-SUIVI-E OCCURS 100 TIMES.
             10 WS-VND-VU       PIC X(1).
             10 WS-VND-MOIS-REG PIC X(7).
       01 WS-VND-IDX         PIC 9(3).

*> Cumuls par departement et par region, constitues a partir des
*> vendeurs
       01 WS-DEP-TABLE.
          05 WS-DEP-ENTREE OCCURS 50 TIMES.
             10 WS-DEP-CLE      PIC X(3).
             10 WS-DEP-NOM      PIC X(15).
             10 WS-DEP-DEPT     PIC X(3).
             10 WS-DEP-REGION   PIC X(2).
             10 WS-DEP-QUOTA-M  PIC S9(9)V99.
             10 WS-DEP-QUOTA-A  PIC S9(9)V99.
             10 WS-DEP-REAL-M   PIC S9(9)V99.
             10 WS-DEP-REAL-A   PIC S9(9)V99.
       01 WS-NB-DEP          PIC 99 VALUE 0.
       01 WS-DEP-IDX         PIC 99.
       01 WS-DEP-TROUVE      PIC 99.

       01 WS-REG-TABLE.
          05 WS-REG-ENTREE OCCURS 20 TIMES.
             10 WS-REG-CLE      PIC X(3).
             10 WS-REG-NOM      PIC X(15).
             10 WS-REG-DEPT     PIC X(3).
             10 WS-REG-REGION   PIC X(2).
             10 WS-REG-QUOTA-M  PIC S9(9)V99.
             10 WS-REG-QUOTA-A  PIC S9(9)V99.
             10 WS-REG-REAL-M   PIC S9(9)V99.
             10 WS-REG-REAL-A   PIC S9(9)V99.
       01 WS-NB-REG          PIC 99 VALUE 0.
       01 WS-REG-IDX         PIC 99.
       01 WS-REG-TROUVE      PIC 99.

*> Niveau en cours de classement et d'edition : taux de realisation
*> et rang du mois et du cumul
       01 WS-CLS-TABLE.
          05 WS-CLS-ENTREE OCCURS 100 TIMES.
             10 WS-CLS-DONNEES.
                15 WS-CLS-CLE      PIC X(3).
                15 WS-CLS-NOM      PIC X(15).
                15 WS-CLS-DEPT     PIC X(3).
                15 WS-CLS-REGION   PIC X(2).
                15 WS-CLS-QUOTA-M  PIC S9(9)V99.
                15 WS-CLS-QUOTA-A  PIC S9(9)V99.
                15 WS-CLS-REAL-M   PIC S9(9)V99.
                15 WS-CLS-REAL-A   PIC S9(9)V99.
             10 WS-CLS-PCT-M    PIC S9(4)V9.
             10 WS-CLS-PCT-A    PIC S9(4)V9.
             10 WS-CLS-RANG-M   PIC 9(3).
             10 WS-CLS-RANG-A   PIC 9(3).
       01 WS-NB-CLS          PIC 9(3) VALUE 0.
       01 WS-CLS-IDX         PIC 9(3).
       01 WS-CLS-SCAN        PIC 9(3).
       01 WS-CLS-TYPE        PIC X(1).

*> Vendeur de chaque commande deja rencontree, indexe par N° de
*> commande : blanc = pas encore cherche, '**' = introuvable
       01 WS-ONO-TABLE.
          05 WS-ONO-SNO OCCURS 999999 TIMES PIC X(2).
       01 WS-SNO-TROUVE      PIC X(2).
       01 WS-SNO-NUM REDEFINES WS-SNO-TROUVE PIC 9(2).

*> Ecriture du registre en cours
       01 WS-MNT-SIGNE       PIC S9(9)V99.
       01 WS-DANS-MOIS       PIC X(1).

*> Rapprochement au registre, mois et cumul
       01 WS-RAP-FACT-M      PIC S9(9)V99 VALUE 0.
       01 WS-RAP-FACT-A      PIC S9(9)V99 VALUE 0.
       01 WS-RAP-AVOIR-M     PIC S9(9)V99 VALUE 0.
       01 WS-RAP-AVOIR-A     PIC S9(9)V99 VALUE 0.
       01 WS-RAP-ANNUL-M     PIC S9(9)V99 VALUE 0.
       01 WS-RAP-ANNUL-A     PIC S9(9)V99 VALUE 0.
       01 WS-RAP-HORS-M      PIC S9(9)V99 VALUE 0.
       01 WS-RAP-HORS-A      PIC S9(9)V99 VALUE 0.
       01 WS-RAP-NET         PIC S9(9)V99.

*> Total des vendeurs
       01 WS-TOT-QUOTA-M     PIC S9(9)V99 VALUE 0.
       01 WS-TOT-QUOTA-A     PIC S9(9)V99 VALUE 0.
       01 WS-TOT-REAL-M      PIC S9(9)V99 VALUE 0.
       01 WS-TOT-REAL-A      PIC S9(9)V99 VALUE 0.
       01 WS-TOT-PCT         PIC S9(4)V9.

*> Compteurs de fin de run
       77 WS-CT-QUOTAS       PIC 9(5) VALUE 0.
       77 WS-CT-ECRITURES    PIC 9(7) VALUE 0.
       77 WS-CT-HORS-VND     PIC 9(5) VALUE 0.
       77 WS-CT-VENDEURS     PIC 9(3) VALUE 0.
       77 WS-CT-DEBORDEMENT  PIC 9(5) VALUE 0.

*> Code retour remis au moniteur de job : 8 si SYSIN invalide ou
*> erreur SQL, 4 si des ecritures sont restees hors vendeur, si une
*> table a deborde ou si le registre des quotas est absent, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 2000-CHARGER-QUOTAS
              PERFORM 3000-CUMULER-REGISTRE
              PERFORM 4000-CONSOLIDER
           END-IF

           IF WS-RETURN-CODE NOT = 8
              PERFORM 5000-EDITER-RAPPORT
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Mois du rapport et initialisation des tables
       1000-DEBUT.

           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

           MOVE SPACES TO WS-MOIS-RPT
           ACCEPT WS-MOIS-RPT FROM SYSIN
           IF WS-MOIS-RPT = SPACES
              MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT
              MOVE WS-DATE-CURRENT(1:4) TO WS-MOIS-AAAA
              MOVE '-'                  TO WS-MOIS-TIRET
              MOVE WS-DATE-CURRENT(5:2) TO WS-MOIS-MM
           END-IF

           IF WS-MOIS-AAAA NOT NUMERIC
              OR WS-MOIS-TIRET NOT = '-'
              OR WS-MOIS-MM NOT NUMERIC
              OR WS-MOIS-MM < '01' OR WS-MOIS-MM > '12'
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PQUOTARPT : MOIS INVALIDE SUR SYSIN : '
                      WS-MOIS-RPT
           END-IF

           DISPLAY 'PQUOTARPT - PARAMETRES : MOIS ' WS-MOIS-RPT

           OPEN OUTPUT FQTARPT

           MOVE SPACES TO WS-ONO-TABLE
           PERFORM VARYING WS-VND-IDX FROM 1 BY 1
                   UNTIL WS-VND-IDX > 100
              MOVE SPACES TO WS-VND-ENTREE(WS-VND-IDX)
              MOVE 0 TO WS-VND-QUOTA-M(WS-VND-IDX)
              MOVE 0 TO WS-VND-QUOTA-A(WS-VND-IDX)
              MOVE 0 TO WS-VND-REAL-M(WS-VND-IDX)
              MOVE 0 TO WS-VND-REAL-A(WS-VND-IDX)
              MOVE 'N' TO WS-VND-VU(WS-VND-IDX)
              MOVE SPACES TO WS-VND-MOIS-REG(WS-VND-IDX)
           END-PERFORM
           .

*> Quotas actifs de l'annee jusqu'au mois du rapport : cumul annuel,
*> quota du mois, et region du quota le plus recent (le registre se
*> lit dans l'ordre vendeur puis mois)
       2000-CHARGER-QUOTAS.

           OPEN INPUT FQUOTA
           IF WS-STATUS-QTA NOT = 0
              DISPLAY 'PQUOTARPT : REGISTRE DQUOTA ABSENT,'
                      ' QUOTAS NULS'
              MOVE 4 TO WS-RETURN-CODE
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FQUOTA NEXT
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF QTA-ETAT = 'A'
                          AND QTA-MOIS(1:4) = WS-MOIS-AAAA
                          AND QTA-MOIS NOT > WS-MOIS-RPT
                          PERFORM 2100-RETENIR-QUOTA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FQUOTA
           END-IF
           .

       2100-RETENIR-QUOTA.

           ADD 1 TO WS-CT-QUOTAS
           COMPUTE WS-VND-IDX = QTA-S-NO + 1
           MOVE 'Y' TO WS-VND-VU(WS-VND-IDX)
           ADD QTA-MONTANT TO WS-VND-QUOTA-A(WS-VND-IDX)
           IF QTA-MOIS = WS-MOIS-RPT
              ADD QTA-MONTANT TO WS-VND-QUOTA-M(WS-VND-IDX)
           END-IF
           IF QTA-MOIS NOT < WS-VND-MOIS-REG(WS-VND-IDX)
              MOVE QTA-MOIS   TO WS-VND-MOIS-REG(WS-VND-IDX)
              MOVE QTA-REGION TO WS-VND-REGION(WS-VND-IDX)
           END-IF
           .

*> Factures, avoirs et annulations de l'annee jusqu'a la fin du mois
*> du rapport, rattaches au vendeur de la commande
       3000-CUMULER-REGISTRE.

           OPEN INPUT FAROPEN
           IF WS-STATUS-ARO NOT = 0
              DISPLAY 'PQUOTARPT : REGISTRE DAR-OPEN ABSENT,'
                      ' REALISE NUL'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y' OR WS-RETURN-CODE = 8
                 READ FAROPEN
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF (ARO-TYPE = 'F' OR ARO-TYPE = 'A'
                           OR ARO-TYPE = 'V')
                          AND ARO-DATE(1:4) = WS-MOIS-AAAA
                          AND ARO-DATE(1:7) NOT > WS-MOIS-RPT
                          PERFORM 3100-CUMULER-ECRITURE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FAROPEN
           END-IF
           .

*> Montant signe de l'ecriture (facture +, avoir et annulation -),
*> cumule au rapprochement puis au vendeur ou hors vendeur
       3100-CUMULER-ECRITURE.

           ADD 1 TO WS-CT-ECRITURES
           IF ARO-DATE(1:7) = WS-MOIS-RPT
              MOVE 'Y' TO WS-DANS-MOIS
           ELSE
              MOVE 'N' TO WS-DANS-MOIS
           END-IF

           EVALUATE ARO-TYPE
              WHEN 'F'
                 MOVE ARO-MONTANT TO WS-MNT-SIGNE
                 ADD ARO-MONTANT TO WS-RAP-FACT-A
                 IF WS-DANS-MOIS = 'Y'
                    ADD ARO-MONTANT TO WS-RAP-FACT-M
                 END-IF
              WHEN 'A'
                 COMPUTE WS-MNT-SIGNE = 0 - ARO-MONTANT
                 ADD ARO-MONTANT TO WS-RAP-AVOIR-A
                 IF WS-DANS-MOIS = 'Y'
                    ADD ARO-MONTANT TO WS-RAP-AVOIR-M
                 END-IF
              WHEN 'V'
                 COMPUTE WS-MNT-SIGNE = 0 - ARO-MONTANT
                 ADD ARO-MONTANT TO WS-RAP-ANNUL-A
                 IF WS-DANS-MOIS = 'Y'
                    ADD ARO-MONTANT TO WS-RAP-ANNUL-M
                 END-IF
           END-EVALUATE

           PERFORM 3200-VENDEUR-COMMANDE

           IF WS-SNO-TROUVE = '**'
              ADD 1 TO WS-CT-HORS-VND
              ADD WS-MNT-SIGNE TO WS-RAP-HORS-A
              IF WS-DANS-MOIS = 'Y'
                 ADD WS-MNT-SIGNE TO WS-RAP-HORS-M
              END-IF
           ELSE
              COMPUTE WS-VND-IDX = WS-SNO-NUM + 1
              MOVE 'Y' TO WS-VND-VU(WS-VND-IDX)
              ADD WS-MNT-SIGNE TO WS-VND-REAL-A(WS-VND-IDX)
              IF WS-DANS-MOIS = 'Y'
                 ADD WS-MNT-SIGNE TO WS-VND-REAL-M(WS-VND-IDX)
              END-IF
           END-IF
           .

*> Vendeur de la commande de l'ecriture : table des commandes deja
*> vues, sinon ORDERS ; '**' = commande introuvable. Retour dans
*> WS-SNO-TROUVE
       3200-VENDEUR-COMMANDE.

           MOVE '**' TO WS-SNO-TROUVE
           IF ARO-O-NO > 0
              MOVE WS-ONO-SNO(ARO-O-NO) TO WS-SNO-TROUVE
              IF WS-SNO-TROUVE = SPACES
                 MOVE ARO-O-NO TO O-O-NO
                 EXEC SQL
                    SELECT S_NO INTO :O-S-NO
                    FROM API12.ORDERS
                    WHERE O_NO = :O-O-NO
                 END-EXEC
                 EVALUATE TRUE
                    WHEN SQLCODE = 0
                       MOVE O-S-NO TO WS-SNO-NUM
                    WHEN SQLCODE = 100
                       MOVE '**' TO WS-SNO-TROUVE
                    WHEN OTHER
                       MOVE '**' TO WS-SNO-TROUVE
                       MOVE 8 TO WS-RETURN-CODE
                       DISPLAY 'PQUOTARPT : ERREUR SQL ORDERS '
                               SQLCODE
                 END-EVALUATE
                 MOVE WS-SNO-TROUVE TO WS-ONO-SNO(ARO-O-NO)
              END-IF
           END-IF
           .

*> Nom et departement des vendeurs retenus, puis cumul par
*> departement et par region
       4000-CONSOLIDER.

           PERFORM VARYING WS-VND-IDX FROM 1 BY 1
                   UNTIL WS-VND-IDX > 100 OR WS-RETURN-CODE = 8
              IF WS-VND-VU(WS-VND-IDX) = 'Y'
                 ADD 1 TO WS-CT-VENDEURS
                 PERFORM 4100-IDENTIFIER-VENDEUR
                 PERFORM 4200-CUMULER-DEPARTEMENT
                 PERFORM 4300-CUMULER-REGION
                 ADD WS-VND-QUOTA-M(WS-VND-IDX) TO WS-TOT-QUOTA-M
                 ADD WS-VND-QUOTA-A(WS-VND-IDX) TO WS-TOT-QUOTA-A
                 ADD WS-VND-REAL-M(WS-VND-IDX)  TO WS-TOT-REAL-M
                 ADD WS-VND-REAL-A(WS-VND-IDX)  TO WS-TOT-REAL-A
              END-IF
           END-PERFORM
           .

*> Nom et departement depuis EMPLOYEES / DEPTS ; vendeur absent =
*> ligne 'INCONNU', departement '???'
       4100-IDENTIFIER-VENDEUR.

           COMPUTE WS-SNO-NUM = WS-VND-IDX - 1
           MOVE WS-SNO-TROUVE TO WS-VND-CLE(WS-VND-IDX)
           MOVE WS-SNO-NUM TO E-E-NO
           IF WS-VND-REGION(WS-VND-IDX) = SPACES
              MOVE '--' TO WS-VND-REGION(WS-VND-IDX)
           END-IF

           EXEC SQL
              SELECT E.LNAME, E.DEPT
              INTO :E-LNAME, :E-DEPT
              FROM API12.EMPLOYEES E
              WHERE E.E_NO = :E-E-NO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE E-LNAME-TEXT TO WS-VND-NOM(WS-VND-IDX)
                 MOVE E-DEPT       TO WS-VND-DEPT(WS-VND-IDX)
              WHEN SQLCODE = 100
                 MOVE 'INCONNU'    TO WS-VND-NOM(WS-VND-IDX)
                 MOVE '???'        TO WS-VND-DEPT(WS-VND-IDX)
              WHEN OTHER
                 MOVE 8 TO WS-RETURN-CODE
                 DISPLAY 'PQUOTARPT : ERREUR SQL EMPLOYEES '
                         SQLCODE
           END-EVALUATE
           .

*> Departement du vendeur en table, cree a la premiere rencontre
*> avec son nom DEPTS
       4200-CUMULER-DEPARTEMENT.

           MOVE 0 TO WS-DEP-TROUVE
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-NB-DEP OR WS-DEP-TROUVE > 0
              IF WS-DEP-CLE(WS-DEP-IDX) = WS-VND-DEPT(WS-VND-IDX)
                 MOVE WS-DEP-IDX TO WS-DEP-TROUVE
              END-IF
           END-PERFORM

           IF WS-DEP-TROUVE = 0
              IF WS-NB-DEP < 50
                 ADD 1 TO WS-NB-DEP
                 MOVE WS-NB-DEP TO WS-DEP-TROUVE
                 MOVE SPACES TO WS-DEP-ENTREE(WS-DEP-TROUVE)
                 MOVE WS-VND-DEPT(WS-VND-IDX)
                    TO WS-DEP-CLE(WS-DEP-TROUVE)
                 MOVE WS-VND-DEPT(WS-VND-IDX)
                    TO WS-DEP-DEPT(WS-DEP-TROUVE)
                 MOVE 0 TO WS-DEP-QUOTA-M(WS-DEP-TROUVE)
                 MOVE 0 TO WS-DEP-QUOTA-A(WS-DEP-TROUVE)
                 MOVE 0 TO WS-DEP-REAL-M(WS-DEP-TROUVE)
                 MOVE 0 TO WS-DEP-REAL-A(WS-DEP-TROUVE)
                 PERFORM 4210-NOMMER-DEPARTEMENT
              ELSE
*> Table pleine : le vendeur reste au rapport, son departement n'a
*> pas de ligne
                 ADD 1 TO WS-CT-DEBORDEMENT
              END-IF
           END-IF

           IF WS-DEP-TROUVE > 0
              ADD WS-VND-QUOTA-M(WS-VND-IDX)
                 TO WS-DEP-QUOTA-M(WS-DEP-TROUVE)
              ADD WS-VND-QUOTA-A(WS-VND-IDX)
                 TO WS-DEP-QUOTA-A(WS-DEP-TROUVE)
              ADD WS-VND-REAL-M(WS-VND-IDX)
                 TO WS-DEP-REAL-M(WS-DEP-TROUVE)
              ADD WS-VND-REAL-A(WS-VND-IDX)
                 TO WS-DEP-REAL-A(WS-DEP-TROUVE)
           END-IF
           .

       4210-NOMMER-DEPARTEMENT.

           MOVE WS-VND-DEPT(WS-VND-IDX) TO D-DEPT
           EXEC SQL
              SELECT DNAME INTO :D-DNAME
              FROM API12.DEPTS
              WHERE DEPT = :D-DEPT
           END-EXEC

           IF SQLCODE = 0
              MOVE D-DNAME-TEXT(1:D-DNAME-LEN)
                 TO WS-DEP-NOM(WS-DEP-TROUVE)
           ELSE
              MOVE 'INCONNU' TO WS-DEP-NOM(WS-DEP-TROUVE)
           END-IF
           .

*> Region du vendeur en table, creee a la premiere rencontre
       4300-CUMULER-REGION.

           MOVE 0 TO WS-REG-TROUVE
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-NB-REG OR WS-REG-TROUVE > 0
              IF WS-REG-REGION(WS-REG-IDX) =
                       WS-VND-REGION(WS-VND-IDX)
                 MOVE WS-REG-IDX TO WS-REG-TROUVE
              END-IF
           END-PERFORM

           IF WS-REG-TROUVE = 0
              IF WS-NB-REG < 20
                 ADD 1 TO WS-NB-REG
                 MOVE WS-NB-REG TO WS-REG-TROUVE
                 MOVE SPACES TO WS-REG-ENTREE(WS-REG-TROUVE)
                 MOVE WS-VND-REGION(WS-VND-IDX)
                    TO WS-REG-CLE(WS-REG-TROUVE)
                 MOVE WS-VND-REGION(WS-VND-IDX)
                    TO WS-REG-REGION(WS-REG-TROUVE)
                 MOVE 0 TO WS-REG-QUOTA-M(WS-REG-TROUVE)
                 MOVE 0 TO WS-REG-QUOTA-A(WS-REG-TROUVE)
                 MOVE 0 TO WS-REG-REAL-M(WS-REG-TROUVE)
                 MOVE 0 TO WS-REG-REAL-A(WS-REG-TROUVE)
                 IF WS-VND-REGION(WS-VND-IDX) = '--'
                    MOVE 'SANS QUOTA' TO WS-REG-NOM(WS-REG-TROUVE)
                 END-IF
              ELSE
                 ADD 1 TO WS-CT-DEBORDEMENT
              END-IF
           END-IF

           IF WS-REG-TROUVE > 0
              ADD WS-VND-QUOTA-M(WS-VND-IDX)
                 TO WS-REG-QUOTA-M(WS-REG-TROUVE)
              ADD WS-VND-QUOTA-A(WS-VND-IDX)
                 TO WS-REG-QUOTA-A(WS-REG-TROUVE)
              ADD WS-VND-REAL-M(WS-VND-IDX)
                 TO WS-REG-REAL-M(WS-REG-TROUVE)
              ADD WS-VND-REAL-A(WS-VND-IDX)
                 TO WS-REG-REAL-A(WS-REG-TROUVE)
           END-IF
           .

*> En-tete, puis chaque niveau (vendeurs, departements, regions)
*> recopie dans la table de classement, classe et edite ; total et
*> rapprochement au registre
       5000-EDITER-RAPPORT.

           MOVE SPACES TO ENRQTARPT-E
           MOVE 'REALISATION DES QUOTAS - MOIS ' TO ENRQTARPT-E(5:30)
           MOVE WS-MOIS-RPT TO ENRQTARPT-E(35:7)
           MOVE ' ET CUMUL ANNUEL' TO ENRQTARPT-E(42:16)
           WRITE ENRQTARPT-E

           MOVE SPACES TO ENRQTARPT-E
           MOVE 'T CLE NOM             DEP RG' TO ENRQTARPT-E(1:28)
           MOVE '   QUOTA MOIS   REALISE MOIS    TAUX RNG'
              TO ENRQTARPT-E(30:40)
           MOVE '  QUOTA CUMUL  REALISE CUMUL    TAUX RNG'
              TO ENRQTARPT-E(70:40)
           WRITE ENRQTARPT-E

           MOVE 'V' TO WS-CLS-TYPE
           MOVE 0 TO WS-NB-CLS
           PERFORM VARYING WS-VND-IDX FROM 1 BY 1
                   UNTIL WS-VND-IDX > 100
              IF WS-VND-VU(WS-VND-IDX) = 'Y'
                 ADD 1 TO WS-NB-CLS
                 MOVE WS-VND-ENTREE(WS-VND-IDX)
                    TO WS-CLS-DONNEES(WS-NB-CLS)
              END-IF
           END-PERFORM
           PERFORM 5100-CLASSER-EDITER

           MOVE 'D' TO WS-CLS-TYPE
           MOVE 0 TO WS-NB-CLS
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-NB-DEP
              ADD 1 TO WS-NB-CLS
              MOVE WS-DEP-ENTREE(WS-DEP-IDX)
                 TO WS-CLS-DONNEES(WS-NB-CLS)
           END-PERFORM
           PERFORM 5100-CLASSER-EDITER

           MOVE 'R' TO WS-CLS-TYPE
           MOVE 0 TO WS-NB-CLS
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-NB-REG
              ADD 1 TO WS-NB-CLS
              MOVE WS-REG-ENTREE(WS-REG-IDX)
                 TO WS-CLS-DONNEES(WS-NB-CLS)
           END-PERFORM
           PERFORM 5100-CLASSER-EDITER

           PERFORM 5400-LIGNE-TOTAL
           PERFORM 5500-RAPPROCHEMENT
           .

*> Taux de realisation de chaque entree du niveau, rang (1 = meilleur
*> taux ; entree sans quota non classee), puis une ligne par entree
       5100-CLASSER-EDITER.

           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > WS-NB-CLS
              MOVE 0 TO WS-CLS-PCT-M(WS-CLS-IDX)
              MOVE 0 TO WS-CLS-PCT-A(WS-CLS-IDX)
              IF WS-CLS-QUOTA-M(WS-CLS-IDX) > 0
                 COMPUTE WS-CLS-PCT-M(WS-CLS-IDX) ROUNDED =
                     WS-CLS-REAL-M(WS-CLS-IDX) * 100
                     / WS-CLS-QUOTA-M(WS-CLS-IDX)
                     ON SIZE ERROR
                        MOVE 9999,9 TO WS-CLS-PCT-M(WS-CLS-IDX)
                 END-COMPUTE
              END-IF
              IF WS-CLS-QUOTA-A(WS-CLS-IDX) > 0
                 COMPUTE WS-CLS-PCT-A(WS-CLS-IDX) ROUNDED =
                     WS-CLS-REAL-A(WS-CLS-IDX) * 100
                     / WS-CLS-QUOTA-A(WS-CLS-IDX)
                     ON SIZE ERROR
                        MOVE 9999,9 TO WS-CLS-PCT-A(WS-CLS-IDX)
                 END-COMPUTE
              END-IF
           END-PERFORM

           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > WS-NB-CLS
              PERFORM 5200-CLASSER-ENTREE
           END-PERFORM

           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > WS-NB-CLS
              PERFORM 5300-LIGNE-ENTREE
           END-PERFORM
           .

*> Rang = 1 + nombre d'entrees avec quota dont le taux est
*> strictement superieur (ex aequo au meme rang)
       5200-CLASSER-ENTREE.

           MOVE 0 TO WS-CLS-RANG-M(WS-CLS-IDX)
           MOVE 0 TO WS-CLS-RANG-A(WS-CLS-IDX)

           IF WS-CLS-QUOTA-M(WS-CLS-IDX) > 0
              MOVE 1 TO WS-CLS-RANG-M(WS-CLS-IDX)
              PERFORM VARYING WS-CLS-SCAN FROM 1 BY 1
                      UNTIL WS-CLS-SCAN > WS-NB-CLS
                 IF WS-CLS-QUOTA-M(WS-CLS-SCAN) > 0
                    AND WS-CLS-PCT-M(WS-CLS-SCAN) >
                        WS-CLS-PCT-M(WS-CLS-IDX)
                    ADD 1 TO WS-CLS-RANG-M(WS-CLS-IDX)
                 END-IF
              END-PERFORM
           END-IF

           IF WS-CLS-QUOTA-A(WS-CLS-IDX) > 0
              MOVE 1 TO WS-CLS-RANG-A(WS-CLS-IDX)
              PERFORM VARYING WS-CLS-SCAN FROM 1 BY 1
                      UNTIL WS-CLS-SCAN > WS-NB-CLS
                 IF WS-CLS-QUOTA-A(WS-CLS-SCAN) > 0
                    AND WS-CLS-PCT-A(WS-CLS-SCAN) >
                        WS-CLS-PCT-A(WS-CLS-IDX)
                    ADD 1 TO WS-CLS-RANG-A(WS-CLS-IDX)
                 END-IF
              END-PERFORM
           END-IF
           .

*> Taux et rang laisses en blanc sans quota
       5300-LIGNE-ENTREE.

           MOVE SPACES TO ENRQTARPT
           MOVE WS-CLS-TYPE              TO QRP-TYPE
           MOVE WS-CLS-CLE(WS-CLS-IDX)    TO QRP-CLE
           MOVE WS-CLS-NOM(WS-CLS-IDX)    TO QRP-NOM
           MOVE WS-CLS-DEPT(WS-CLS-IDX)   TO QRP-DEPT
           MOVE WS-CLS-REGION(WS-CLS-IDX) TO QRP-REGION
           MOVE WS-CLS-QUOTA-M(WS-CLS-IDX) TO QRP-QUOTA-M
           MOVE WS-CLS-REAL-M(WS-CLS-IDX)  TO QRP-REAL-M
           IF WS-CLS-QUOTA-M(WS-CLS-IDX) > 0
              MOVE WS-CLS-PCT-M(WS-CLS-IDX)  TO QRP-PCT-M
              MOVE WS-CLS-RANG-M(WS-CLS-IDX) TO QRP-RANG-M
           END-IF
           MOVE WS-CLS-QUOTA-A(WS-CLS-IDX) TO QRP-QUOTA-A
           MOVE WS-CLS-REAL-A(WS-CLS-IDX)  TO QRP-REAL-A
           IF WS-CLS-QUOTA-A(WS-CLS-IDX) > 0
              MOVE WS-CLS-PCT-A(WS-CLS-IDX)  TO QRP-PCT-A
              MOVE WS-CLS-RANG-A(WS-CLS-IDX) TO QRP-RANG-A
           END-IF
           WRITE ENRQTARPT
           .

       5400-LIGNE-TOTAL.

           MOVE SPACES TO ENRQTARPT
           MOVE 'T'   TO QRP-TYPE
           MOVE 'TOT' TO QRP-CLE
           MOVE WS-TOT-QUOTA-M TO QRP-QUOTA-M
           MOVE WS-TOT-REAL-M  TO QRP-REAL-M
           IF WS-TOT-QUOTA-M > 0
              COMPUTE WS-TOT-PCT ROUNDED =
                  WS-TOT-REAL-M * 100 / WS-TOT-QUOTA-M
                  ON SIZE ERROR
                     MOVE 9999,9 TO WS-TOT-PCT
              END-COMPUTE
              MOVE WS-TOT-PCT TO QRP-PCT-M
           END-IF
           MOVE WS-TOT-QUOTA-A TO QRP-QUOTA-A
           MOVE WS-TOT-REAL-A  TO QRP-REAL-A
           IF WS-TOT-QUOTA-A > 0
              COMPUTE WS-TOT-PCT ROUNDED =
                  WS-TOT-REAL-A * 100 / WS-TOT-QUOTA-A
                  ON SIZE ERROR
                     MOVE 9999,9 TO WS-TOT-PCT
              END-COMPUTE
              MOVE WS-TOT-PCT TO QRP-PCT-A
           END-IF
           WRITE ENRQTARPT
           .

*> Lignes 'X' : le net du registre (factures - avoirs - annulations)
*> doit egaler le realise des vendeurs plus la part hors vendeur
       5500-RAPPROCHEMENT.

           MOVE SPACES TO ENRQTARPT-X
           MOVE 'X'    TO QRX-TYPE
           MOVE 'MOIS' TO QRX-PERIODE
           MOVE WS-RAP-FACT-M  TO QRX-FACTURES
           MOVE WS-RAP-AVOIR-M TO QRX-AVOIRS
           MOVE WS-RAP-ANNUL-M TO QRX-ANNULATIONS
           COMPUTE WS-RAP-NET =
               WS-RAP-FACT-M - WS-RAP-AVOIR-M - WS-RAP-ANNUL-M
           MOVE WS-RAP-NET     TO QRX-NET
           MOVE WS-RAP-HORS-M  TO QRX-HORS-VND
           COMPUTE WS-RAP-NET =
               WS-RAP-NET - WS-TOT-REAL-M - WS-RAP-HORS-M
           MOVE WS-RAP-NET     TO QRX-ECART
           WRITE ENRQTARPT-X

           MOVE SPACES TO ENRQTARPT-X
           MOVE 'X'     TO QRX-TYPE
           MOVE 'CUMUL' TO QRX-PERIODE
           MOVE WS-RAP-FACT-A  TO QRX-FACTURES
           MOVE WS-RAP-AVOIR-A TO QRX-AVOIRS
           MOVE WS-RAP-ANNUL-A TO QRX-ANNULATIONS
           COMPUTE WS-RAP-NET =
               WS-RAP-FACT-A - WS-RAP-AVOIR-A - WS-RAP-ANNUL-A
           MOVE WS-RAP-NET     TO QRX-NET
           MOVE WS-RAP-HORS-A  TO QRX-HORS-VND
           COMPUTE WS-RAP-NET =
               WS-RAP-NET - WS-TOT-REAL-A - WS-RAP-HORS-A
           MOVE WS-RAP-NET     TO QRX-ECART
           WRITE ENRQTARPT-X
           .

*> Synthese de fin de run et code retour
       9000-FIN.

           DISPLAY 'PQUOTARPT : ' WS-CT-QUOTAS ' QUOTAS, '
                   WS-CT-ECRITURES ' ECRITURES DU REGISTRE, '
                   WS-CT-VENDEURS ' VENDEURS'

           IF WS-CT-HORS-VND > 0
              DISPLAY 'PQUOTARPT : ' WS-CT-HORS-VND
                      ' ECRITURES HORS VENDEUR (COMMANDE INTROUVABLE)'
           END-IF
           IF WS-CT-DEBORDEMENT > 0
              DISPLAY 'PQUOTARPT : TABLE DEPARTEMENTS OU REGIONS'
                      ' PLEINE, ' WS-CT-DEBORDEMENT ' VENDEURS'
                      ' HORS CUMUL'
           END-IF

           IF WS-RETURN-CODE NOT = 8
              IF WS-CT-HORS-VND > 0
                 OR WS-CT-DEBORDEMENT > 0
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF

           CLOSE FQTARPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
