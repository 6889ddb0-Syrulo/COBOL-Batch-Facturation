*> ==========================================================
*> PCREDREV.cbl - Revue trimestrielle des limites de credit
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Revoir chaque trimestre la limite de credit de chaque client
*>   actif (CUSTOMERS.CREDIT_LIMIT, posee une fois par PCUSTMAINT et
*>   jamais revue depuis) : les bons clients tombent dans l'attente
*>   credit de PORDER.4100 sans raison, les mauvais payeurs gardent
*>   des limites qu'ils ne devraient plus avoir
*> - Noter chaque client sur ses douze derniers mois et proposer une
*>   nouvelle limite ; les limites approuvees par le responsable
*>   credit sont transmises a PCUSTMAINT sous forme de transactions
*>   'L', pour passer par la maintenance auditee habituelle
*>
*> Entrées :
*> - SYSIN : date de la revue (AAAA-MM-JJ) ; blanc = date du run
*> - Tables DB2 : CUSTOMERS (raison sociale, balance, limite)
*> - DAR-OPEN        : grand livre en comptes ouverts (cf PFACTURE) :
*>   chiffre d'affaires facture ('F') sur douze mois, pointe du solde
*>   client reconstitue ecriture par ecriture (memes sens que
*>   PGLTRIAL), delai de paiement moyen (date de facture contre date
*>   du reglement de DPAYMENT-HIST portee par le lettrage 'S' de
*>   PPAYMENT), anciennete du plus vieux reste du ouvert
*> - DCREDREL-AUDIT  : decisions du service credit journalisees par
*>   PCREDREL (liberations 'L' et refus 'X' appliques) sur douze mois
*> - DCREDREV-TXN    : approbations du responsable credit, champs
*>   séparés par ';' (facultatif) :
*>     A;C_NO;LIMITE;OPERATEUR
*>        approuver la nouvelle limite du client C_NO ; LIMITE a la
*>        virgule decimale, blanc = limite proposee par la revue
*> - DOPERAUTH       : autorisations operateurs, fonction CREDREV,
*>   la limite de l'operateur bornant la limite approuvee (cf
*>   PCREDREL)
*>
*> Sorties :
*> - DCREDREV-RPT    : une ligne 'R' par client revu (ventes, pointe,
*>   delai de paiement, attentes liberees et refusees, tranche
*>   d'anciennete, note, classe, limite actuelle, limite proposee,
*>   sens, limite approuvee), une ligne 'T' de synthese
*> - DCUSTMAINT-TXN  : une transaction 'L' par limite approuvee, au
*>   format lu par PCUSTMAINT (ajout)
*> - DCREDREV-REJECT : approbations mal formees ou inapplicables
*>
*> Sous-programmes appelés :
*> - PDATECALC : controle de la date de revue, debut des douze mois
*>
*> Remarques :
*> - Client revu : chiffre d'affaires sur douze mois, balance ou
*>   attente credit sur la periode ; les autres n'apparaissent pas
*> - Note sur 100 : -1 par jour de delai moyen au-dela de 30 jours
*>   (40 au plus), -5 / -15 / -30 / -45 selon la tranche 30 / 60 /
*>   90 / au-dela du plus vieux reste du, -15 par attente refusee
*>   (45 au plus), +5 par attente liberee (15 au plus) ; classe A a
*>   partir de 80, B de 60, C de 40, D en dessous
*> - Limite de reference = le plus grand de la pointe du solde sur
*>   douze mois et de deux mois de chiffre d'affaires moyen ; limite
*>   proposee = reference x 1,25 (A), x 1 (B), x 0,75 (C), x 0,50
*>   (D), arrondie a la centaine superieure ; en classe C ou D elle
*>   ne depasse jamais la limite actuelle
*> - Sens : 'H' hausse, 'B' baisse, '=' ecart de moins de 10 %, 'N'
*>   client aujourd'hui sans limite (limite 0, cf PORDER.4100)
*> - Sans fichier d'approbations, le programme ne fait que la liste
*>   de revue (cf PCREDREL) ; les approbations ne portent que sur les
*>   clients revus dans le meme run
*> - CUSTOMERS n'est que lu : la limite change au run PCUSTMAINT
*>   suivant, avec son journal DCUSTMAINT-AUDIT
*> - Ce programme tourne en dehors du cycle FACTBAT, chaque trimestre
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PCREDREV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FAROPEN ASSIGN TO DAR-OPEN
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-ARO.

           SELECT FCREDAUD ASSIGN TO DCREDREL-AUDIT
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-CRA.

           SELECT FTXN ASSIGN TO DCREDREV-TXN
                       ORGANIZATION IS SEQUENTIAL
                       FILE STATUS IS WS-STATUS-TXN.

*> Transactions de maintenance pour PCUSTMAINT, toujours en ajout
           SELECT FCUSTTXN ASSIGN TO DCUSTMAINT-TXN
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-CTX.

           SELECT FREVRPT ASSIGN TO DCREDREV-RPT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-RPT.

           SELECT FREJECT ASSIGN TO DCREDREV-REJECT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-REJ.

*> Autorisations operateurs (cf PCREDREL) ; absent = controle
*> inactif
           SELECT FOPERAUTH ASSIGN TO DOPERAUTH
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-AUT.

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

*> Même structure que celle écrite par PCREDREL (cf PCREDREL.cbl)
       FD FCREDAUD
           RECORDING MODE IS F.

       01 ENRCREDAUDIT.
          05 CRA-REC-TYPE     PIC X(1).
          05 CRA-TXN-CODE     PIC X(1).
          05 CRA-O-NO         PIC 9(6).
          05 CRA-C-NO         PIC 9(4).
          05 CRA-MONTANT      PIC 9(7)V99.
          05 CRA-OPERATEUR    PIC X(8).
          05 CRA-RESULTAT     PIC X(1).
          05 CRA-SQLCODE      PIC S9(4).
          05 CRA-TIMESTAMP    PIC X(21).
          05 CRA-LUES         PIC 9(5).
          05 CRA-APPLIQUEES   PIC 9(5).
          05 CRA-REJETEES     PIC 9(5).

       FD FTXN
           RECORDING MODE IS F.

       01 ENRTXN         PIC X(60).

*> Même longueur que celle lue par PCUSTMAINT (cf PCUSTMAINT.cbl)
       FD FCUSTTXN
           RECORDING MODE IS F.

       01 ENRCUSTTXN     PIC X(200).

*> Liste de revue : 'R' = un client revu, 'T' = synthese (nombre de
*> clients revus porte par REV-C-NO)
       FD FREVRPT
           RECORDING MODE IS F.

       01 ENRREVRPT.
          05 REV-TYPE-REC     PIC X(1).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 REV-C-NO         PIC 9(4).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 REV-COMPANY      PIC X(30).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 REV-VENTES       PIC Z(8)9,99.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 REV-POINTE       PIC Z(8)9,99.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 REV-DELAI        PIC -(3)9.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 REV-LIBEREES     PIC ZZ9.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 REV-REFUSEES     PIC ZZ9.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 REV-TRANCHE      PIC X(4).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 REV-NOTE         PIC ZZ9.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 REV-CLASSE       PIC X(1).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 REV-LIMITE       PIC Z(6)9,99.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 REV-PROPOSEE     PIC Z(6)9,99.
          05 FILLER           PIC X(1) VALUE SPACE.
          05 REV-SENS         PIC X(1).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 REV-APPROUVEE    PIC Z(6)9,99.

*> Approbations mal formees ou inapplicables : ligne brute + motif
       FD FREJECT
           RECORDING MODE IS F.

       01 ENRREJECT.
          05 REJ-RAW-LINE     PIC X(60).
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 REJ-REASON-CODE  PIC X(4).
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 REJ-REASON-TEXT  PIC X(30).

*> Une autorisation par ligne : operateur, fonction, limite
       FD FOPERAUTH
           RECORDING MODE IS F.

       01 ENROPERAUTH.
          05 AUT-OPERATEUR    PIC X(8).
          05 FILLER           PIC X(1).
          05 AUT-FONCTION     PIC X(8).
          05 FILLER           PIC X(1).
          05 AUT-LIMITE       PIC 9(7)V99.

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE CUSTOMER END-EXEC.

*> CUSTOMERS.CREDIT_LIMIT : pas de DCLGEN dans ce dépôt (cf
*> PCREDREL)
       01 C-CREDIT-LIMIT  PIC 9(7)V99.

*> Tous les clients, pour retrouver ceux qui ont eu une activite
           EXEC SQL DECLARE CREVUE CURSOR FOR
                SELECT C_NO, COMPANY, BALANCE,
                       VALUE(CREDIT_LIMIT, 0)
                FROM API12.CUSTOMERS
                ORDER BY C_NO
           END-EXEC.

       77 WS-STATUS-ARO  PIC 99 VALUE 0.
       77 WS-STATUS-CRA  PIC 99 VALUE 0.
       77 WS-STATUS-TXN  PIC 99 VALUE 0.
       77 WS-STATUS-CTX  PIC 99 VALUE 0.
       77 WS-STATUS-RPT  PIC 99 VALUE 0.
       77 WS-STATUS-REJ  PIC 99 VALUE 0.
       77 WS-STATUS-AUT  PIC 99 VALUE 0.

       01 EOF            PIC X VALUE 'N'.
       01 WS-EOF         PIC X(1).
       01 WS-ENRTXN      PIC X(60).

*> Date de la revue et debut des douze mois
       01 WS-DATE-REVUE      PIC X(10).
       01 WS-DATE-DEBUT      PIC X(10).
       01 WS-DEBUT-AAAAMMJJ  PIC X(8).
       01 WS-DATE-CURRENT    PIC X(21).
       01 WS-JOUR-REVUE      PIC 9(7).

*> Controle de la date et recul de douze mois via PDATECALC
       01 PDATECALC          PIC X(9) VALUE 'PDATECALC'.
       01 WS-DC-DATE-BASE    PIC X(10).
       01 WS-DC-SENS         PIC X(1).
       01 WS-DC-JOURS        PIC 9(4).
       01 WS-DC-AJUST        PIC X(1).
       01 WS-DC-DATE-RESULT  PIC X(10).
       01 WS-DC-STATUT       PIC X(1).

*> Conversion date AAAA-MM-JJ -> rang du jour (cf PCASHFCST)
       01 WS-CNV-DATE        PIC X(10).
       01 WS-CNV-AAAAMMJJ    PIC X(8).
       01 WS-CNV-NUM REDEFINES WS-CNV-AAAAMMJJ PIC 9(8).
       01 WS-CNV-JOUR        PIC 9(7).

*> Factures du grand livre : date de facture et d'echeance en rang
*> de jour, soldes ouverts reconstitues comme PPAYMENT.1120
       01 WS-LDG-TABLE.
          05 WS-LDG-ENTRY OCCURS 5000 TIMES.
             10 WS-LDG-CNO       PIC 9(4).
             10 WS-LDG-INVNO     PIC 9(6).
             10 WS-LDG-JOUR-FAC  PIC 9(7).
             10 WS-LDG-JOUR-ECH  PIC 9(7).
             10 WS-LDG-MONTANT   PIC 9(7)V99.
             10 WS-LDG-REGLE     PIC 9(7)V99.
       01 WS-NB-LDG          PIC 9(4) VALUE 0.
       01 WS-LDG-SCAN        PIC 9(4).
       01 WS-LDG-IDX         PIC 9(4).
       01 WS-LDG-PLEINE      PIC X(1) VALUE 'N'.

*> Un poste par client (indice = N° de client, cf PGLTRIAL) :
*> elements de la note puis resultat de la revue
       01 WS-CLI-TABLE.
          05 WS-CLI-ENTRY OCCURS 9999 TIMES.
             10 WS-CLI-VENTES    PIC 9(9)V99.
             10 WS-CLI-SOLDE     PIC S9(9)V99.
             10 WS-CLI-POINTE    PIC 9(9)V99.
             10 WS-CLI-DTP-MNT   PIC 9(9)V99.
             10 WS-CLI-DTP-JXM   PIC S9(13)V99.
             10 WS-CLI-LIBEREES  PIC 9(3).
             10 WS-CLI-REFUSEES  PIC 9(3).
             10 WS-CLI-RETARD    PIC 9(5).
             10 WS-CLI-REVU      PIC X(1).
             10 WS-CLI-COMPANY   PIC X(30).
             10 WS-CLI-LIMITE    PIC 9(7)V99.
             10 WS-CLI-DELAI     PIC S9(3).
             10 WS-CLI-TRANCHE   PIC 9(1).
             10 WS-CLI-NOTE      PIC 9(3).
             10 WS-CLI-CLASSE    PIC X(1).
             10 WS-CLI-PROPOSEE  PIC 9(7)V99.
             10 WS-CLI-SENS      PIC X(1).
             10 WS-CLI-APPROUVE  PIC X(1).
             10 WS-CLI-APPROUVEE PIC 9(7)V99.
       01 WS-CLI-IDX         PIC 9(5).

*> Calcul de la note et de la limite proposee
       01 WS-JOURS           PIC S9(5).
       01 WS-NOTE            PIC S9(4).
       01 WS-MALUS           PIC 9(3).
       01 WS-REFERENCE       PIC 9(9)V99.
       01 WS-PROPOSEE        PIC 9(9)V99.
       01 WS-CENTAINES       PIC 9(7).
       01 WS-ECART           PIC S9(9)V99.
       01 WS-SEUIL           PIC 9(9)V99.

*> Champs de l'approbation en cours, issus de l'UNSTRING
       01 TXN-CODE        PIC X(1).
       01 TXN-C-NO        PIC X(4).
       01 TXN-LIMITE      PIC X(12).
       01 TXN-OPERATEUR   PIC X(8).

       01 WS-VALID-REC     PIC X VALUE 'Y'.
       01 WS-REJECT-CODE   PIC X(4).
       01 WS-REJECT-TEXT   PIC X(30).
       01 WS-NOUV-LIMITE   PIC 9(7)V99.

*> Limite au point decimal pour PCUSTMAINT ("1500.00")
       01 WS-LIM-DECOUPE.
          05 WS-LIM-ENTIER   PIC 9(7).
          05 WS-LIM-CENTS    PIC 9(2).
       01 WS-LIM-VALEUR REDEFINES WS-LIM-DECOUPE PIC 9(7)V99.

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

*> Compteurs pour la synthese de fin de run
       01 WS-CT-REVUS       PIC 9(5) VALUE 0.
       01 WS-CT-HAUSSES     PIC 9(5) VALUE 0.
       01 WS-CT-BAISSES     PIC 9(5) VALUE 0.
       01 WS-CT-LUES        PIC 9(5) VALUE 0.
       01 WS-CT-APPROUVEES  PIC 9(5) VALUE 0.
       01 WS-CT-REJETEES    PIC 9(5) VALUE 0.

*> Code retour : 8 si la date de revue est invalide, 4 si une
*> approbation est rejetee ou si la table du grand livre deborde
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 1100-CHARGER-LEDGER
              PERFORM 1200-CHARGER-DECISIONS
              PERFORM 1300-CALCULER-ANCIENNETE
              PERFORM 2000-REVOIR-CLIENTS
              PERFORM 3000-TRAITEMENT UNTIL EOF = 'Y'
              PERFORM 4000-EDITER-REVUE
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Date de revue, debut des douze mois, ouverture des fichiers
       1000-DEBUT.

           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

           ACCEPT WS-DATE-REVUE FROM SYSIN
           IF WS-DATE-REVUE = SPACES
              MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT
              STRING WS-DATE-CURRENT(1:4) DELIMITED BY SIZE
                     '-'                  DELIMITED BY SIZE
                     WS-DATE-CURRENT(5:2) DELIMITED BY SIZE
                     '-'                  DELIMITED BY SIZE
                     WS-DATE-CURRENT(7:2) DELIMITED BY SIZE
                     INTO WS-DATE-REVUE
              END-STRING
           END-IF

           MOVE WS-DATE-REVUE TO WS-DC-DATE-BASE
           MOVE '-' TO WS-DC-SENS
           MOVE 365 TO WS-DC-JOURS
           MOVE 'N' TO WS-DC-AJUST
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT

           OPEN OUTPUT FREVRPT

           IF WS-DC-STATUT NOT = 'Y'
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PCREDREV : DATE DE REVUE SYSIN INVALIDE'
                      ' (AAAA-MM-JJ)'
           ELSE
              MOVE WS-DC-DATE-RESULT TO WS-DATE-DEBUT
              MOVE SPACES TO WS-DEBUT-AAAAMMJJ
              STRING WS-DATE-DEBUT(1:4) DELIMITED BY SIZE
                     WS-DATE-DEBUT(6:2) DELIMITED BY SIZE
                     WS-DATE-DEBUT(9:2) DELIMITED BY SIZE
                     INTO WS-DEBUT-AAAAMMJJ
              END-STRING
              MOVE WS-DATE-REVUE TO WS-CNV-DATE
              PERFORM 8000-JOUR-DE-DATE
              MOVE WS-CNV-JOUR TO WS-JOUR-REVUE

              INITIALIZE WS-CLI-TABLE

              OPEN INPUT  FTXN
              OPEN OUTPUT FREJECT

*> Transactions pour PCUSTMAINT en mode ajout : elles s'ajoutent a
*> ce que le service a deja saisi pour son run (cf PDISPUTE)
              OPEN EXTEND FCUSTTXN
              IF WS-STATUS-CTX NOT = 0
                 CLOSE FCUSTTXN
                 OPEN OUTPUT FCUSTTXN
              END-IF

              PERFORM 1050-CHARGER-AUTORISATIONS

              IF WS-STATUS-TXN = 0
                 READ FTXN INTO WS-ENRTXN
                      AT END
                          MOVE 'Y' TO EOF
                 END-READ
              ELSE
*> Pas de fichier d'approbations : liste de revue seulement
                 MOVE 'Y' TO EOF
              END-IF

              DISPLAY 'PCREDREV - REVUE DU ' WS-DATE-REVUE
                      ' SUR LA PERIODE DEPUIS LE ' WS-DATE-DEBUT
           END-IF
           .

*> Chargement des autorisations operateurs ; fichier absent :
*> controle inactif
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

*> Lecture du grand livre : solde courant de chaque client ecriture
*> par ecriture (pointe retenue sur la periode), ventes facturees
*> de la periode, factures et leurs reglements
       1100-CHARGER-LEDGER.

           OPEN INPUT FAROPEN
           IF WS-STATUS-ARO NOT = 0
              DISPLAY 'PCREDREV : DAR-OPEN ABSENT - AUCUNE ECRITURE'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FAROPEN
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF ARO-C-NO > 0
                          PERFORM 1110-RETENIR-ECRITURE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FAROPEN
           .

       1110-RETENIR-ECRITURE.

           MOVE ARO-C-NO TO WS-CLI-IDX

*> Solde avant l'ecriture : la pointe couvre aussi le solde d'ouverture
*> de la periode
           IF ARO-DATE >= WS-DATE-DEBUT
              AND WS-CLI-SOLDE(WS-CLI-IDX) > WS-CLI-POINTE(WS-CLI-IDX)
              MOVE WS-CLI-SOLDE(WS-CLI-IDX) TO WS-CLI-POINTE(WS-CLI-IDX)
           END-IF

*> Memes sens que l'auxiliaire clients de PGLTRIAL
           EVALUATE ARO-TYPE
              WHEN 'F'
              WHEN 'I'
              WHEN 'R'
              WHEN 'D'
                 ADD ARO-MONTANT TO WS-CLI-SOLDE(WS-CLI-IDX)
              WHEN 'P'
              WHEN 'A'
              WHEN 'E'
              WHEN 'W'
              WHEN 'V'
              WHEN 'K'
                 SUBTRACT ARO-MONTANT FROM WS-CLI-SOLDE(WS-CLI-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF ARO-DATE >= WS-DATE-DEBUT
              AND WS-CLI-SOLDE(WS-CLI-IDX) > WS-CLI-POINTE(WS-CLI-IDX)
              MOVE WS-CLI-SOLDE(WS-CLI-IDX) TO WS-CLI-POINTE(WS-CLI-IDX)
           END-IF

           IF ARO-TYPE = 'F' AND ARO-DATE >= WS-DATE-DEBUT
              ADD ARO-MONTANT TO WS-CLI-VENTES(WS-CLI-IDX)
           END-IF

           PERFORM 1120-RETENIR-FACTURE
           .

*> Factures et soldes ouverts (cf PPAYMENT.1120) ; chaque lettrage
*> 'S' de la periode compte dans le delai de paiement du client
       1120-RETENIR-FACTURE.

           EVALUATE ARO-TYPE
              WHEN 'F'
                 IF WS-NB-LDG = 5000
                    PERFORM 1125-COMPACTER-LEDGER
                 END-IF
                 IF WS-NB-LDG < 5000
                    ADD 1 TO WS-NB-LDG
                    MOVE ARO-C-NO       TO WS-LDG-CNO(WS-NB-LDG)
                    MOVE ARO-INVOICE-NO TO WS-LDG-INVNO(WS-NB-LDG)
                    MOVE ARO-DATE       TO WS-CNV-DATE
                    PERFORM 8000-JOUR-DE-DATE
                    MOVE WS-CNV-JOUR    TO WS-LDG-JOUR-FAC(WS-NB-LDG)
                    MOVE ARO-ECHEANCE   TO WS-CNV-DATE
                    PERFORM 8000-JOUR-DE-DATE
                    IF WS-CNV-JOUR = 0
                       MOVE WS-LDG-JOUR-FAC(WS-NB-LDG) TO WS-CNV-JOUR
                    END-IF
                    MOVE WS-CNV-JOUR    TO WS-LDG-JOUR-ECH(WS-NB-LDG)
                    MOVE ARO-MONTANT    TO WS-LDG-MONTANT(WS-NB-LDG)
                    MOVE 0              TO WS-LDG-REGLE(WS-NB-LDG)
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
                       IF ARO-TYPE = 'S' AND ARO-DATE >= WS-DATE-DEBUT
                          PERFORM 1130-CUMULER-DELAI
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
       1125-COMPACTER-LEDGER.

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

*> Jours entre la date de facture et la date du reglement lettre,
*> ponderes par le montant lettre
       1130-CUMULER-DELAI.

           MOVE ARO-DATE TO WS-CNV-DATE
           PERFORM 8000-JOUR-DE-DATE
           IF WS-CNV-JOUR > 0 AND WS-LDG-JOUR-FAC(WS-LDG-SCAN) > 0
              COMPUTE WS-JOURS =
                  WS-CNV-JOUR - WS-LDG-JOUR-FAC(WS-LDG-SCAN)
              ADD ARO-MONTANT TO WS-CLI-DTP-MNT(WS-CLI-IDX)
              COMPUTE WS-CLI-DTP-JXM(WS-CLI-IDX) =
                  WS-CLI-DTP-JXM(WS-CLI-IDX) + WS-JOURS * ARO-MONTANT
           END-IF
           .

*> Decisions du service credit sur la periode : seules les
*> decisions appliquees comptent
       1200-CHARGER-DECISIONS.

           OPEN INPUT FCREDAUD
           IF WS-STATUS-CRA = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FCREDAUD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF CRA-REC-TYPE = 'D' AND CRA-RESULTAT = 'Y'
                          AND CRA-C-NO > 0
                          AND CRA-TIMESTAMP(1:8) >= WS-DEBUT-AAAAMMJJ
                          MOVE CRA-C-NO TO WS-CLI-IDX
                          EVALUATE CRA-TXN-CODE
                             WHEN 'L'
                                IF WS-CLI-LIBEREES(WS-CLI-IDX) < 999
                                   ADD 1 TO WS-CLI-LIBEREES(WS-CLI-IDX)
                                END-IF
                             WHEN 'X'
                                IF WS-CLI-REFUSEES(WS-CLI-IDX) < 999
                                   ADD 1 TO WS-CLI-REFUSEES(WS-CLI-IDX)
                                END-IF
                          END-EVALUATE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FCREDAUD
           .

*> Anciennete du plus vieux reste du ouvert de chaque client, en
*> jours apres son echeance
       1300-CALCULER-ANCIENNETE.

           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-NB-LDG
              IF WS-LDG-MONTANT(WS-LDG-IDX) > WS-LDG-REGLE(WS-LDG-IDX)
                 AND WS-LDG-JOUR-ECH(WS-LDG-IDX) > 0
                 AND WS-LDG-JOUR-ECH(WS-LDG-IDX) < WS-JOUR-REVUE
                 MOVE WS-LDG-CNO(WS-LDG-IDX) TO WS-CLI-IDX
                 COMPUTE WS-JOURS =
                     WS-JOUR-REVUE - WS-LDG-JOUR-ECH(WS-LDG-IDX)
                 IF WS-JOURS > WS-CLI-RETARD(WS-CLI-IDX)
                    MOVE WS-JOURS TO WS-CLI-RETARD(WS-CLI-IDX)
                 END-IF
              END-IF
           END-PERFORM
           .

*> Revue de chaque client actif de CUSTOMERS
       2000-REVOIR-CLIENTS.

           EXEC SQL OPEN CREVUE END-EXEC

           PERFORM UNTIL SQLCODE = 100

             EXEC SQL FETCH CREVUE
                 INTO :C-C-NO, :C-COMPANY, :C-BALANCE,
                      :C-CREDIT-LIMIT
             END-EXEC

             IF SQLCODE = 0 AND C-C-NO > 0
                MOVE C-C-NO TO WS-CLI-IDX
                IF WS-CLI-VENTES(WS-CLI-IDX) > 0 OR C-BALANCE > 0
                   OR WS-CLI-LIBEREES(WS-CLI-IDX) > 0
                   OR WS-CLI-REFUSEES(WS-CLI-IDX) > 0
                   PERFORM 2100-NOTER-CLIENT
                   PERFORM 2200-PROPOSER-LIMITE
                END-IF
             END-IF

           END-PERFORM

           EXEC SQL CLOSE CREVUE END-EXEC
           .

*> Note sur 100 et classe du client
       2100-NOTER-CLIENT.

           MOVE 'Y' TO WS-CLI-REVU(WS-CLI-IDX)
           ADD 1 TO WS-CT-REVUS
           MOVE C-COMPANY-TEXT(1:C-COMPANY-LEN)
                TO WS-CLI-COMPANY(WS-CLI-IDX)
           MOVE C-CREDIT-LIMIT TO WS-CLI-LIMITE(WS-CLI-IDX)

*> La balance du jour entre dans la pointe
           IF C-BALANCE > WS-CLI-POINTE(WS-CLI-IDX)
              MOVE C-BALANCE TO WS-CLI-POINTE(WS-CLI-IDX)
           END-IF

           MOVE 0 TO WS-CLI-DELAI(WS-CLI-IDX)
           IF WS-CLI-DTP-MNT(WS-CLI-IDX) > 0
              COMPUTE WS-CLI-DELAI(WS-CLI-IDX) ROUNDED =
                  WS-CLI-DTP-JXM(WS-CLI-IDX) / WS-CLI-DTP-MNT(WS-CLI-IDX)
           END-IF

           EVALUATE TRUE
              WHEN WS-CLI-RETARD(WS-CLI-IDX) = 0
                 MOVE 0 TO WS-CLI-TRANCHE(WS-CLI-IDX)
              WHEN WS-CLI-RETARD(WS-CLI-IDX) <= 30
                 MOVE 1 TO WS-CLI-TRANCHE(WS-CLI-IDX)
              WHEN WS-CLI-RETARD(WS-CLI-IDX) <= 60
                 MOVE 2 TO WS-CLI-TRANCHE(WS-CLI-IDX)
              WHEN WS-CLI-RETARD(WS-CLI-IDX) <= 90
                 MOVE 3 TO WS-CLI-TRANCHE(WS-CLI-IDX)
              WHEN OTHER
                 MOVE 4 TO WS-CLI-TRANCHE(WS-CLI-IDX)
           END-EVALUATE

           MOVE 100 TO WS-NOTE

*> Delai de paiement au-dela de 30 jours
           IF WS-CLI-DELAI(WS-CLI-IDX) > 30
              COMPUTE WS-MALUS = WS-CLI-DELAI(WS-CLI-IDX) - 30
              IF WS-MALUS > 40
                 MOVE 40 TO WS-MALUS
              END-IF
              SUBTRACT WS-MALUS FROM WS-NOTE
           END-IF

*> Anciennete du plus vieux reste du
           EVALUATE WS-CLI-TRANCHE(WS-CLI-IDX)
              WHEN 1
                 SUBTRACT 5 FROM WS-NOTE
              WHEN 2
                 SUBTRACT 15 FROM WS-NOTE
              WHEN 3
                 SUBTRACT 30 FROM WS-NOTE
              WHEN 4
                 SUBTRACT 45 FROM WS-NOTE
           END-EVALUATE

*> Attentes credit refusees puis liberees
           COMPUTE WS-MALUS = WS-CLI-REFUSEES(WS-CLI-IDX) * 15
           IF WS-CLI-REFUSEES(WS-CLI-IDX) > 3
              MOVE 45 TO WS-MALUS
           END-IF
           SUBTRACT WS-MALUS FROM WS-NOTE

           COMPUTE WS-MALUS = WS-CLI-LIBEREES(WS-CLI-IDX) * 5
           IF WS-CLI-LIBEREES(WS-CLI-IDX) > 3
              MOVE 15 TO WS-MALUS
           END-IF
           ADD WS-MALUS TO WS-NOTE

           IF WS-NOTE < 0
              MOVE 0 TO WS-NOTE
           END-IF
           IF WS-NOTE > 100
              MOVE 100 TO WS-NOTE
           END-IF
           MOVE WS-NOTE TO WS-CLI-NOTE(WS-CLI-IDX)

           EVALUATE TRUE
              WHEN WS-NOTE >= 80
                 MOVE 'A' TO WS-CLI-CLASSE(WS-CLI-IDX)
              WHEN WS-NOTE >= 60
                 MOVE 'B' TO WS-CLI-CLASSE(WS-CLI-IDX)
              WHEN WS-NOTE >= 40
                 MOVE 'C' TO WS-CLI-CLASSE(WS-CLI-IDX)
              WHEN OTHER
                 MOVE 'D' TO WS-CLI-CLASSE(WS-CLI-IDX)
           END-EVALUATE
           .

*> Limite proposee : reference (pointe ou deux mois de ventes)
*> ponderee par la classe, arrondie a la centaine superieure
       2200-PROPOSER-LIMITE.

           COMPUTE WS-REFERENCE ROUNDED = WS-CLI-VENTES(WS-CLI-IDX) / 6
           IF WS-CLI-POINTE(WS-CLI-IDX) > WS-REFERENCE
              MOVE WS-CLI-POINTE(WS-CLI-IDX) TO WS-REFERENCE
           END-IF

           EVALUATE WS-CLI-CLASSE(WS-CLI-IDX)
              WHEN 'A'
                 COMPUTE WS-PROPOSEE ROUNDED = WS-REFERENCE * 1,25
              WHEN 'B'
                 MOVE WS-REFERENCE TO WS-PROPOSEE
              WHEN 'C'
                 COMPUTE WS-PROPOSEE ROUNDED = WS-REFERENCE * 0,75
              WHEN OTHER
                 COMPUTE WS-PROPOSEE ROUNDED = WS-REFERENCE * 0,50
           END-EVALUATE

           COMPUTE WS-CENTAINES = (WS-PROPOSEE + 99,99) / 100
           COMPUTE WS-PROPOSEE = WS-CENTAINES * 100
           IF WS-PROPOSEE > 9999900
              MOVE 9999900 TO WS-PROPOSEE
           END-IF

*> Un client en difficulte ne voit jamais sa limite augmenter
           IF (WS-CLI-CLASSE(WS-CLI-IDX) = 'C'
               OR WS-CLI-CLASSE(WS-CLI-IDX) = 'D')
              AND WS-CLI-LIMITE(WS-CLI-IDX) > 0
              AND WS-PROPOSEE > WS-CLI-LIMITE(WS-CLI-IDX)
              MOVE WS-CLI-LIMITE(WS-CLI-IDX) TO WS-PROPOSEE
           END-IF
           MOVE WS-PROPOSEE TO WS-CLI-PROPOSEE(WS-CLI-IDX)

           COMPUTE WS-ECART = WS-CLI-PROPOSEE(WS-CLI-IDX)
                            - WS-CLI-LIMITE(WS-CLI-IDX)
           COMPUTE WS-SEUIL = WS-CLI-LIMITE(WS-CLI-IDX) / 10
           EVALUATE TRUE
              WHEN WS-CLI-LIMITE(WS-CLI-IDX) = 0
                 MOVE 'N' TO WS-CLI-SENS(WS-CLI-IDX)
              WHEN WS-ECART >= WS-SEUIL
                 MOVE 'H' TO WS-CLI-SENS(WS-CLI-IDX)
                 ADD 1 TO WS-CT-HAUSSES
              WHEN (0 - WS-ECART) >= WS-SEUIL
                 MOVE 'B' TO WS-CLI-SENS(WS-CLI-IDX)
                 ADD 1 TO WS-CT-BAISSES
              WHEN OTHER
                 MOVE '=' TO WS-CLI-SENS(WS-CLI-IDX)
           END-EVALUATE
           .

*> Approbation du responsable credit : transaction 'L' pour
*> PCUSTMAINT
       3000-TRAITEMENT.

           ADD 1 TO WS-CT-LUES

           INITIALIZE TXN-CODE TXN-C-NO TXN-LIMITE TXN-OPERATEUR

           UNSTRING WS-ENRTXN DELIMITED BY ';'
                 INTO TXN-CODE TXN-C-NO TXN-LIMITE TXN-OPERATEUR
           END-UNSTRING

           PERFORM 3010-VALIDER

           IF WS-VALID-REC = 'Y'
              PERFORM 3020-APPROUVER
           ELSE
              PERFORM 3090-REJETER
           END-IF

           READ FTXN INTO WS-ENRTXN
                AT END
                    MOVE 'Y' TO EOF
           END-READ
           .

*> Controle de forme puis d'applicabilite : le client doit avoir ete
*> revu dans ce run, une seule fois approuve
       3010-VALIDER.

           MOVE 'Y' TO WS-VALID-REC
           MOVE SPACES TO WS-REJECT-CODE
           MOVE SPACES TO WS-REJECT-TEXT

           IF WS-ENRTXN = SPACES
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E001' TO WS-REJECT-CODE
              MOVE 'LIGNE VIDE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-CODE NOT = 'A'
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E002' TO WS-REJECT-CODE
              MOVE 'CODE TRANSACTION INVALIDE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y'
              AND (TXN-C-NO NOT NUMERIC OR TXN-C-NO = '0000')
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E003' TO WS-REJECT-CODE
              MOVE 'NO CLIENT NON NUMERIQUE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-OPERATEUR = SPACES
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E004' TO WS-REJECT-CODE
              MOVE 'OPERATEUR MANQUANT' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-LIMITE NOT = SPACES
              IF FUNCTION TEST-NUMVAL-C(TXN-LIMITE) NOT = 0
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E005' TO WS-REJECT-CODE
                 MOVE 'LIMITE NON NUMERIQUE' TO WS-REJECT-TEXT
              ELSE
                 IF FUNCTION NUMVAL-C(TXN-LIMITE) < 0
                    OR FUNCTION NUMVAL-C(TXN-LIMITE) > 9999999,99
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E005' TO WS-REJECT-CODE
                    MOVE 'LIMITE HORS BORNES' TO WS-REJECT-TEXT
                 END-IF
              END-IF
           END-IF

           IF WS-VALID-REC = 'Y'
              MOVE TXN-C-NO TO WS-CLI-IDX
              EVALUATE TRUE
                 WHEN WS-CLI-REVU(WS-CLI-IDX) NOT = 'Y'
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E010' TO WS-REJECT-CODE
                    MOVE 'CLIENT NON REVU' TO WS-REJECT-TEXT
                 WHEN WS-CLI-APPROUVE(WS-CLI-IDX) = 'Y'
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E011' TO WS-REJECT-CODE
                    MOVE 'LIMITE DEJA APPROUVEE' TO WS-REJECT-TEXT
              END-EVALUATE
           END-IF

           IF WS-VALID-REC = 'Y'
              IF TXN-LIMITE = SPACES
                 MOVE WS-CLI-PROPOSEE(WS-CLI-IDX) TO WS-NOUV-LIMITE
              ELSE
                 COMPUTE WS-NOUV-LIMITE = FUNCTION NUMVAL-C(TXN-LIMITE)
              END-IF
              IF WS-NOUV-LIMITE = WS-CLI-LIMITE(WS-CLI-IDX)
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E012' TO WS-REJECT-CODE
                 MOVE 'LIMITE INCHANGEE' TO WS-REJECT-TEXT
              END-IF
           END-IF

           IF WS-VALID-REC = 'Y'
              PERFORM 3012-CONTROLER-OPERATEUR
           END-IF
           .

*> L'operateur est-il autorise pour la fonction CREDREV, et la
*> nouvelle limite reste-t-elle sous sa limite de decision (0 = sans
*> limite) ? Controle inactif sans fichier (cf PCREDREL.2012)
       3012-CONTROLER-OPERATEUR.

           MOVE 'Y' TO WS-AUT-OK

           IF WS-AUT-ACTIF = 'Y'
              MOVE 'N' TO WS-AUT-OK
              MOVE 0 TO WS-AUT-LIMITE
              PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                      UNTIL WS-AUT-IDX > WS-NB-AUT
                 IF WS-AUT-OPER(WS-AUT-IDX) = TXN-OPERATEUR
                    AND WS-AUT-FONC(WS-AUT-IDX) = 'CREDREV'
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
                    AND WS-NOUV-LIMITE > WS-AUT-LIMITE
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E031' TO WS-REJECT-CODE
                    MOVE 'MONTANT AU-DELA DE LA LIMITE'
                         TO WS-REJECT-TEXT
                 END-IF
              END-IF
           END-IF
           .

*> Transaction 'L' au format de PCUSTMAINT :
*> L;C_NO;;;;;;LIMITE;;;;OPERATEUR, limite au point decimal
       3020-APPROUVER.

           MOVE WS-NOUV-LIMITE TO WS-LIM-VALEUR

           MOVE SPACES TO ENRCUSTTXN
           STRING 'L;'            DELIMITED BY SIZE
                  TXN-C-NO        DELIMITED BY SIZE
                  ';;;;;;'        DELIMITED BY SIZE
                  WS-LIM-ENTIER   DELIMITED BY SIZE
                  '.'             DELIMITED BY SIZE
                  WS-LIM-CENTS    DELIMITED BY SIZE
                  ';;;;'          DELIMITED BY SIZE
                  TXN-OPERATEUR   DELIMITED BY SPACE
                  INTO ENRCUSTTXN
           END-STRING
           WRITE ENRCUSTTXN

           MOVE 'Y' TO WS-CLI-APPROUVE(WS-CLI-IDX)
           MOVE WS-NOUV-LIMITE TO WS-CLI-APPROUVEE(WS-CLI-IDX)
           ADD 1 TO WS-CT-APPROUVEES
           .

*> Écriture de l'approbation rejetée dans DCREDREV-REJECT
       3090-REJETER.

           MOVE WS-ENRTXN       TO REJ-RAW-LINE
           MOVE WS-REJECT-CODE  TO REJ-REASON-CODE
           MOVE WS-REJECT-TEXT  TO REJ-REASON-TEXT

           WRITE ENRREJECT

           ADD 1 TO WS-CT-REJETEES

           DISPLAY 'REJET DCREDREV-TXN ' WS-REJECT-CODE ' : '
                   WS-REJECT-TEXT
           .

*> Liste de revue par N° de client, apres les approbations du jour
       4000-EDITER-REVUE.

           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > 9999
              IF WS-CLI-REVU(WS-CLI-IDX) = 'Y'
                 PERFORM 4010-LIGNE-CLIENT
              END-IF
           END-PERFORM

           MOVE SPACES TO ENRREVRPT
           MOVE 'T'         TO REV-TYPE-REC
           MOVE WS-CT-REVUS TO REV-C-NO
           WRITE ENRREVRPT
           .

       4010-LIGNE-CLIENT.

           MOVE SPACES TO ENRREVRPT
           MOVE 'R'                         TO REV-TYPE-REC
           MOVE WS-CLI-IDX                  TO REV-C-NO
           MOVE WS-CLI-COMPANY(WS-CLI-IDX)  TO REV-COMPANY
           MOVE WS-CLI-VENTES(WS-CLI-IDX)   TO REV-VENTES
           MOVE WS-CLI-POINTE(WS-CLI-IDX)   TO REV-POINTE
           MOVE WS-CLI-DELAI(WS-CLI-IDX)    TO REV-DELAI
           MOVE WS-CLI-LIBEREES(WS-CLI-IDX) TO REV-LIBEREES
           MOVE WS-CLI-REFUSEES(WS-CLI-IDX) TO REV-REFUSEES
           EVALUATE WS-CLI-TRANCHE(WS-CLI-IDX)
              WHEN 0
                 MOVE 'COUR' TO REV-TRANCHE
              WHEN 1
                 MOVE '30J'  TO REV-TRANCHE
              WHEN 2
                 MOVE '60J'  TO REV-TRANCHE
              WHEN 3
                 MOVE '90J'  TO REV-TRANCHE
              WHEN OTHER
                 MOVE '+90J' TO REV-TRANCHE
           END-EVALUATE
           MOVE WS-CLI-NOTE(WS-CLI-IDX)     TO REV-NOTE
           MOVE WS-CLI-CLASSE(WS-CLI-IDX)   TO REV-CLASSE
           MOVE WS-CLI-LIMITE(WS-CLI-IDX)   TO REV-LIMITE
           MOVE WS-CLI-PROPOSEE(WS-CLI-IDX) TO REV-PROPOSEE
           MOVE WS-CLI-SENS(WS-CLI-IDX)     TO REV-SENS
           IF WS-CLI-APPROUVE(WS-CLI-IDX) = 'Y'
              MOVE WS-CLI-APPROUVEE(WS-CLI-IDX) TO REV-APPROUVEE
           END-IF
           WRITE ENRREVRPT
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

*> Synthese et code retour
       9000-FIN.

           DISPLAY 'PCREDREV : ' WS-CT-REVUS ' CLIENT(S) REVU(S), '
                   WS-CT-HAUSSES ' HAUSSE(S), ' WS-CT-BAISSES
                   ' BAISSE(S)'
           IF WS-LDG-PLEINE = 'Y'
              DISPLAY 'PCREDREV : TABLE GRAND LIVRE PLEINE, DELAIS'
                      ' INCOMPLETS'
           END-IF

           IF WS-RETURN-CODE NOT = 8
              DISPLAY 'PCREDREV : APPROBATIONS LUES=' WS-CT-LUES
                      ' TRANSMISES=' WS-CT-APPROUVEES
                      ' REJETEES=' WS-CT-REJETEES
              IF WS-CT-REJETEES > 0 OR WS-LDG-PLEINE = 'Y'
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
              CLOSE FTXN
              CLOSE FCUSTTXN
              CLOSE FREJECT
           END-IF

*> Cloture de PDATECALC (calendrier des jours feries)
           MOVE '*' TO WS-DC-SENS
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT

           CLOSE FREVRPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
