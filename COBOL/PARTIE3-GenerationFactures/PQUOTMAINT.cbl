*> ==========================================================
*> PQUOTMAINT.cbl - Registre des quotas de vente mensuels
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Tenir le registre DQUOTA des objectifs de vente fixes par la
*>   direction commerciale : un quota par vendeur (S_NO) et par
*>   mois, avec la region commerciale dont le vendeur releve ce
*>   mois-la ; PQUOTARPT en tire le rapport de realisation
*> - Chaque mouvement applique est journalise (avant / apres)
*>
*> Entrées :
*> - FTXN / DQUOTA-TXN : un mouvement par ligne, champs séparés
*>   par ';' :
*>     Q;S_NO;MOIS;REGION;QUOTA;OPERATEUR
*>        poser le quota du vendeur S_NO pour le MOIS (AAAA-MM) :
*>        creation, ou remplacement du quota et de la region s'il
*>        existe deja ; QUOTA sur 9 chiffres dont 2 decimales
*>        implicites, REGION = code region sur 2 caracteres
*>     S;S_NO;MOIS;OPERATEUR
*>        supprimer le quota du mois (remis a zero, etat 'S')
*> - Tables DB2 : EMPLOYEES (existence du vendeur)
*>
*> Sorties :
*> - DQUOTA        : registre indexe des quotas (cle S_NO + mois),
*>   cree au premier run ; etat 'A' actif, 'S' supprime
*> - DQUOTA-REJECT : mouvements mal formes ou inapplicables
*> - DQUOTA-AUDIT  : une ligne par mouvement applique (quota et
*>   region avant et apres) plus une ligne total, sur le modele de
*>   DRECUR-AUDIT
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - Le quota d'un departement ou d'une region n'est pas saisi : il
*>   est la somme des quotas des vendeurs qui en relevent, ce qui
*>   garantit que les trois niveaux du rapport s'additionnent
*> - Rien n'est jamais retire du registre : un quota supprime y
*>   reste a zero avec son etat, a l'image du reste du systeme
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PQUOTMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FTXN ASSIGN TO DQUOTA-TXN
                       ORGANIZATION IS SEQUENTIAL
                       FILE STATUS IS WS-STATUS-TXN.

*> Registre des quotas, lu et mis a jour par vendeur et mois
           SELECT FQUOTA ASSIGN TO DQUOTA
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS QTA-CLE
                         FILE STATUS IS WS-STATUS-QTA.

           SELECT FREJECT ASSIGN TO DQUOTA-REJECT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-REJ.

           SELECT FAUDIT ASSIGN TO DQUOTA-AUDIT
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-AUD.

       DATA DIVISION.
       FILE SECTION.

       FD FTXN
           RECORDING MODE IS F.

       01 ENRTXN         PIC X(80).

*> Un quota par vendeur et par mois (AAAA-MM) ; region commerciale
*> du vendeur pour ce mois, date et operateur de la derniere mise
*> a jour
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

       01 ENRQTAAUDIT.
          05 AUD-REC-TYPE       PIC X(1).
          05 AUD-CODE           PIC X(1).
          05 AUD-S-NO           PIC 9(2).
          05 AUD-MOIS           PIC X(7).
          05 AUD-REGION-AVANT   PIC X(2).
          05 AUD-REGION-APRES   PIC X(2).
          05 AUD-QUOTA-AVANT    PIC 9(7)V99.
          05 AUD-QUOTA-APRES    PIC 9(7)V99.
          05 AUD-ETAT           PIC X(1).
          05 AUD-OPERATEUR      PIC X(8).
          05 AUD-TIMESTAMP      PIC X(21).
          05 AUD-LUES           PIC 9(5).
          05 AUD-APPLIQUEES     PIC 9(5).
          05 AUD-REJETEES       PIC 9(5).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE EMPLOYEE END-EXEC.

       77 WS-STATUS-TXN  PIC 99 VALUE 0.
       77 WS-STATUS-QTA  PIC 99 VALUE 0.
       77 WS-STATUS-REJ  PIC 99 VALUE 0.
       77 WS-STATUS-AUD  PIC 99 VALUE 0.

       01 EOF            PIC X VALUE 'N'.
       01 WS-ENRTXN      PIC X(80).

*> Champs du mouvement en cours
       01 TXN-CODE        PIC X(1).
       01 TXN-S-NO        PIC X(2).
       01 TXN-MOIS        PIC X(7).
       01 TXN-REGION      PIC X(2).
       01 TXN-QUOTA       PIC X(9).
       01 TXN-OPERATEUR   PIC X(8).

*> Le mouvement 'S' porte l'operateur en 4e position, la ou le 'Q'
*> porte la region
       01 TXN-S-OPERATEUR PIC X(8).

*> Decoupage du mois AAAA-MM pour controle
       01 WS-MOIS-CTL.
          05 WS-MOIS-AAAA    PIC X(4).
          05 WS-MOIS-TIRET   PIC X(1).
          05 WS-MOIS-MM      PIC X(2).

       01 WS-VALID-REC     PIC X VALUE 'Y'.
       01 WS-REJECT-CODE   PIC X(4).
       01 WS-REJECT-TEXT   PIC X(30).
       01 WS-QTA-EXISTE    PIC X(1).

*> Etat du quota avant le mouvement, pour l'audit
       01 WS-REGION-AVANT  PIC X(2).
       01 WS-QUOTA-AVANT   PIC 9(7)V99.

*> Date du run (AAAA-MM-JJ)
       01 WS-DATE-RUN        PIC X(10).
       01 WS-DATE-CURRENT    PIC X(21).

       01 WS-CT-LUES       PIC 9(5) VALUE 0.
       01 WS-CT-APPLIQUEES PIC 9(5) VALUE 0.
       01 WS-CT-REJETEES   PIC 9(5) VALUE 0.

*> Code retour remis au moniteur de job : 8 si le registre ne peut
*> etre ouvert ou s'il n'y a aucun mouvement, 4 si des mouvements
*> ont ete rejetes, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 2000-TRAITEMENT UNTIL EOF = 'Y'
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

*> Journal d'audit en mode ajout (cf PDEVMAINT)
           OPEN EXTEND FAUDIT
           IF WS-STATUS-AUD NOT = 0
              CLOSE FAUDIT
              OPEN OUTPUT FAUDIT
           END-IF

*> Registre en mise a jour ; premier run : cree vide puis rouvert
*> (cf FMANDAT dans PMANDATE)
           OPEN I-O FQUOTA
           IF WS-STATUS-QTA NOT = 0
              CLOSE FQUOTA
              OPEN OUTPUT FQUOTA
              CLOSE FQUOTA
              OPEN I-O FQUOTA
           END-IF

           IF WS-STATUS-QTA NOT = 0
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PQUOTMAINT : REGISTRE DQUOTA INACCESSIBLE'
           END-IF

           OPEN INPUT FTXN
           IF WS-STATUS-TXN NOT = 0
              MOVE 'Y' TO EOF
              DISPLAY 'PQUOTMAINT : PAS DE MOUVEMENTS'
           ELSE
              READ FTXN INTO WS-ENRTXN
                   AT END
                       MOVE 'Y' TO EOF
              END-READ
           END-IF
           .

       2000-TRAITEMENT.

           ADD 1 TO WS-CT-LUES

           INITIALIZE TXN-CODE TXN-S-NO TXN-MOIS TXN-REGION
                      TXN-QUOTA TXN-OPERATEUR

           UNSTRING WS-ENRTXN DELIMITED BY ';'
                 INTO TXN-CODE TXN-S-NO TXN-MOIS TXN-REGION
                      TXN-QUOTA TXN-OPERATEUR
           END-UNSTRING

*> Operateur du 'S', 4e champ du mouvement
           IF TXN-CODE = 'S'
              MOVE SPACES TO TXN-S-OPERATEUR
              UNSTRING WS-ENRTXN DELIMITED BY ';'
                    INTO TXN-CODE TXN-S-NO TXN-MOIS TXN-S-OPERATEUR
              END-UNSTRING
              MOVE TXN-S-OPERATEUR TO TXN-OPERATEUR
           END-IF

           PERFORM 2010-VALIDER

           IF WS-VALID-REC = 'Y'
              EVALUATE TXN-CODE
                 WHEN 'Q'
                    PERFORM 2020-POSER-QUOTA
                 WHEN 'S'
                    PERFORM 2040-SUPPRIMER-QUOTA
              END-EVALUATE
           ELSE
              PERFORM 2090-REJETER
           END-IF

           READ FTXN INTO WS-ENRTXN
                AT END
                    MOVE 'Y' TO EOF
           END-READ
           .

*> Controle de forme, du vendeur dans DB2, du quota au registre,
*> puis des champs propres au 'Q'
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
              AND TXN-CODE NOT = 'Q' AND TXN-CODE NOT = 'S'
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E002' TO WS-REJECT-CODE
              MOVE 'CODE TRANSACTION INVALIDE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-S-NO NOT NUMERIC
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E003' TO WS-REJECT-CODE
              MOVE 'NO VENDEUR NON NUMERIQUE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y'
              MOVE TXN-MOIS TO WS-MOIS-CTL
              IF WS-MOIS-AAAA NOT NUMERIC
                 OR WS-MOIS-TIRET NOT = '-'
                 OR WS-MOIS-MM NOT NUMERIC
                 OR WS-MOIS-MM < '01' OR WS-MOIS-MM > '12'
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E004' TO WS-REJECT-CODE
                 MOVE 'MOIS INVALIDE (AAAA-MM)' TO WS-REJECT-TEXT
              END-IF
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-OPERATEUR = SPACES
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E005' TO WS-REJECT-CODE
              MOVE 'OPERATEUR MANQUANT' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y'
              MOVE TXN-S-NO TO E-E-NO
              EXEC SQL
                 SELECT COM INTO :E-COM
                 FROM API12.EMPLOYEES
                 WHERE E_NO = :E-E-NO
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E010' TO WS-REJECT-CODE
                 MOVE 'VENDEUR INCONNU' TO WS-REJECT-TEXT
              END-IF
           END-IF

           IF WS-VALID-REC = 'Y'
              MOVE TXN-S-NO TO QTA-S-NO
              MOVE TXN-MOIS TO QTA-MOIS
              READ FQUOTA
                  INVALID KEY
                      MOVE 'N' TO WS-QTA-EXISTE
                  NOT INVALID KEY
                      MOVE 'Y' TO WS-QTA-EXISTE
              END-READ
              IF TXN-CODE = 'S'
                 AND (WS-QTA-EXISTE = 'N' OR QTA-ETAT = 'S')
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E011' TO WS-REJECT-CODE
                 MOVE 'QUOTA INCONNU OU DEJA SUPPRIME'
                    TO WS-REJECT-TEXT
              END-IF
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-CODE = 'Q'
              IF TXN-REGION = SPACES
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E020' TO WS-REJECT-CODE
                 MOVE 'REGION MANQUANTE' TO WS-REJECT-TEXT
              END-IF
              IF WS-VALID-REC = 'Y' AND TXN-QUOTA NOT NUMERIC
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E021' TO WS-REJECT-CODE
                 MOVE 'QUOTA NON NUMERIQUE' TO WS-REJECT-TEXT
              END-IF
           END-IF
           .

*> Pose du quota : creation, ou remplacement du quota et de la
*> region d'un quota existant (un quota supprime redevient actif)
       2020-POSER-QUOTA.

           IF WS-QTA-EXISTE = 'Y'
              MOVE QTA-REGION    TO WS-REGION-AVANT
              MOVE QTA-MONTANT   TO WS-QUOTA-AVANT
           ELSE
              MOVE SPACES TO ENRQUOTA
              MOVE TXN-S-NO      TO QTA-S-NO
              MOVE TXN-MOIS      TO QTA-MOIS
              MOVE SPACES        TO WS-REGION-AVANT
              MOVE 0             TO WS-QUOTA-AVANT
           END-IF

           MOVE TXN-REGION    TO QTA-REGION
           MOVE TXN-QUOTA     TO QTA-MONTANT
           MOVE 'A'           TO QTA-ETAT
           MOVE WS-DATE-RUN   TO QTA-DATE-MAJ
           MOVE TXN-OPERATEUR TO QTA-OPERATEUR

           IF WS-QTA-EXISTE = 'Y'
              REWRITE ENRQUOTA
           ELSE
              WRITE ENRQUOTA
           END-IF

           PERFORM 2080-CONTROLER-ECRITURE
           .

*> Suppression : le quota reste au registre, a zero, etat 'S'
       2040-SUPPRIMER-QUOTA.

           MOVE QTA-REGION    TO WS-REGION-AVANT
           MOVE QTA-MONTANT   TO WS-QUOTA-AVANT

           MOVE 0             TO QTA-MONTANT
           MOVE 'S'           TO QTA-ETAT
           MOVE WS-DATE-RUN   TO QTA-DATE-MAJ
           MOVE TXN-OPERATEUR TO QTA-OPERATEUR
           REWRITE ENRQUOTA

           PERFORM 2080-CONTROLER-ECRITURE
           .

       2080-CONTROLER-ECRITURE.

           IF WS-STATUS-QTA NOT = 0
              MOVE 'E050' TO WS-REJECT-CODE
              MOVE 'ECHEC ECRITURE REGISTRE' TO WS-REJECT-TEXT
              PERFORM 2090-REJETER
           ELSE
              PERFORM 2085-ECRIRE-AUDIT
           END-IF
           .

*> Ligne detail du journal d'audit pour le mouvement applique
       2085-ECRIRE-AUDIT.

           MOVE SPACES TO ENRQTAAUDIT
           MOVE 'D'             TO AUD-REC-TYPE
           MOVE TXN-CODE        TO AUD-CODE
           MOVE QTA-S-NO        TO AUD-S-NO
           MOVE QTA-MOIS        TO AUD-MOIS
           MOVE WS-REGION-AVANT TO AUD-REGION-AVANT
           MOVE QTA-REGION      TO AUD-REGION-APRES
           MOVE WS-QUOTA-AVANT  TO AUD-QUOTA-AVANT
           MOVE QTA-MONTANT     TO AUD-QUOTA-APRES
           MOVE QTA-ETAT        TO AUD-ETAT
           MOVE TXN-OPERATEUR   TO AUD-OPERATEUR
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP

           WRITE ENRQTAAUDIT

           ADD 1 TO WS-CT-APPLIQUEES
           .

*> Écriture du mouvement rejeté dans DQUOTA-REJECT
       2090-REJETER.

           MOVE WS-ENRTXN       TO REJ-RAW-LINE
           MOVE WS-REJECT-CODE  TO REJ-REASON-CODE
           MOVE WS-REJECT-TEXT  TO REJ-REASON-TEXT

           WRITE ENRREJECT

           ADD 1 TO WS-CT-REJETEES

           DISPLAY 'REJET DQUOTA-TXN ' WS-REJECT-CODE ' : '
                   WS-REJECT-TEXT
           .

*> Ligne total d'audit, synthese et code retour
       9000-FIN.

           MOVE SPACES TO ENRQTAAUDIT
           MOVE 'T'              TO AUD-REC-TYPE
           MOVE WS-CT-LUES       TO AUD-LUES
           MOVE WS-CT-APPLIQUEES TO AUD-APPLIQUEES
           MOVE WS-CT-REJETEES   TO AUD-REJETEES
           WRITE ENRQTAAUDIT

           DISPLAY 'PQUOTMAINT : LUES=' WS-CT-LUES
                   ' APPLIQUEES=' WS-CT-APPLIQUEES
                   ' REJETEES=' WS-CT-REJETEES

           IF WS-RETURN-CODE NOT = 8
              EVALUATE TRUE
                 WHEN WS-CT-LUES = 0
                    MOVE 8 TO WS-RETURN-CODE
                 WHEN WS-CT-REJETEES > 0
                    MOVE 4 TO WS-RETURN-CODE
                 WHEN OTHER
                    MOVE 0 TO WS-RETURN-CODE
              END-EVALUATE
           END-IF

           CLOSE FTXN
           CLOSE FQUOTA
           CLOSE FREJECT
           CLOSE FAUDIT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
