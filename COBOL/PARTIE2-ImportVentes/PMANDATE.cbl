*> ==========================================================
*> PMANDATE.cbl - Registre des mandats de prelevement
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Tenir le registre DMANDATE des mandats de prelevement SEPA
*>   signes par les clients (reference unique du mandat, IBAN du
*>   compte a debiter, date de signature) : un client qui a signe un
*>   mandat est preleve a l'echeance de ses factures par PDDCOLL au
*>   lieu d'attendre son cheque ou sa remise lockbox
*> - Revoquer un mandat a la demande du client
*>
*> Entrées :
*> - FTXN / DMANDATE-TXN : un mouvement par ligne, champs séparés
*>   par ';' :
*>     M;C_NO;OPERATEUR;MANDAT;IBAN;DATE-SIGNATURE
*>        enregistrer le mandat du client (creation, remplacement,
*>        ou reactivation d'un mandat suspendu apres un impaye) ;
*>        MANDAT = reference unique du mandat (35 car. max), IBAN
*>        sans espaces, DATE-SIGNATURE AAAA-MM-JJ, au plus tard le
*>        jour du run
*>     R;C_NO;OPERATEUR
*>        revoquer le mandat du client
*> - Table DB2 : CUSTOMERS (existence du client)
*>
*> Sorties :
*> - DMANDATE        : registre indexe des mandats (cle client), cree
*>   au premier run ; etat 'A' actif, 'R' revoque, 'S' suspendu par
*>   un prelevement revenu impaye (cf PDDRETURN)
*> - DMANDATE-REJECT : mouvements mal formes ou inapplicables
*> - DMANDATE-AUDIT  : une ligne par mouvement applique plus une
*>   ligne total, sur le modele de DDDEVMAINT-AUDIT
*>
*> Sous-programmes appelés :
*> - PDATECALC : controle de la date de signature
*>
*> Remarques :
*> - Un seul mandat par client : un nouveau mandat remplace le
*>   precedent. Une reference nouvelle repart en sequence 'FRST'
*>   (premier prelevement), la meme reference garde sa sequence
*> - L'IBAN est controle par sa cle (modulo 97) : un IBAN mal saisi
*>   serait rejete par la banque au prelevement, trop tard
*> - Rien n'est jamais retire du registre : un mandat revoque y reste
*>   avec son etat, a l'image du reste du systeme
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PMANDATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FTXN ASSIGN TO DMANDATE-TXN
                       ORGANIZATION IS SEQUENTIAL
                       FILE STATUS IS WS-STATUS-TXN.

*> Registre des mandats, lu et mis a jour par cle client
           SELECT FMANDAT ASSIGN TO DMANDATE
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS MDT-C-NO
                          FILE STATUS IS WS-STATUS-MDT.

           SELECT FREJECT ASSIGN TO DMANDATE-REJECT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-REJ.

           SELECT FAUDIT ASSIGN TO DMANDATE-AUDIT
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-AUD.

       DATA DIVISION.
       FILE SECTION.

       FD FTXN
           RECORDING MODE IS F.

       01 ENRTXN         PIC X(120).

*> Un mandat par client. MDT-SEQUENCE : 'FRST' tant que le mandat
*> n'a jamais servi, 'RCUR' ensuite (pose par PDDCOLL) ; dernier
*> prelevement presente et nombre d'impayes (PDDRETURN)
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

       FD FREJECT
           RECORDING MODE IS F.

       01 ENRREJECT.
          05 REJ-RAW-LINE     PIC X(120).
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 REJ-REASON-CODE  PIC X(4).
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 REJ-REASON-TEXT  PIC X(30).

*> Journal d'audit : 'D' = mouvement applique, 'T' = total de fin
*> de run
       FD FAUDIT
           RECORDING MODE IS F.

       01 ENRMDTAUDIT.
          05 AUD-REC-TYPE     PIC X(1).
          05 AUD-CODE         PIC X(1).
          05 AUD-C-NO         PIC 9(4).
          05 AUD-MANDAT       PIC X(35).
          05 AUD-IBAN         PIC X(34).
          05 AUD-ETAT         PIC X(1).
          05 AUD-OPERATEUR    PIC X(8).
          05 AUD-TIMESTAMP    PIC X(21).
          05 AUD-LUES         PIC 9(5).
          05 AUD-APPLIQUEES   PIC 9(5).
          05 AUD-REJETEES     PIC 9(5).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE CUSTOMER END-EXEC.

       77 WS-STATUS-TXN  PIC 99 VALUE 0.
       77 WS-STATUS-MDT  PIC 99 VALUE 0.
       77 WS-STATUS-REJ  PIC 99 VALUE 0.
       77 WS-STATUS-AUD  PIC 99 VALUE 0.

       01 EOF            PIC X VALUE 'N'.
       01 WS-ENRTXN      PIC X(120).

*> Champs du mouvement en cours
       01 TXN-CODE        PIC X(1).
       01 TXN-C-NO        PIC X(4).
       01 TXN-OPERATEUR   PIC X(8).
       01 TXN-MANDAT      PIC X(35).
       01 TXN-IBAN        PIC X(34).
       01 TXN-DATE-SIGN   PIC X(10).

       01 WS-VALID-REC     PIC X VALUE 'Y'.
       01 WS-REJECT-CODE   PIC X(4).
       01 WS-REJECT-TEXT   PIC X(30).
       01 WS-MDT-EXISTE    PIC X(1).

*> Controle de l'IBAN : longueur utile, caractere en cours, reste
*> de la division par 97 calcule chiffre a chiffre (les lettres
*> valent 10 a 35) sur l'IBAN dont les 4 premiers caracteres sont
*> passes en fin
       01 WS-IBAN-LONG       PIC 99.
       01 WS-IBAN-POS        PIC 99.
       01 WS-IBAN-RANG       PIC 99.
       01 WS-IBAN-CAR        PIC X(1).
       01 WS-IBAN-CHIFFRE    PIC 9(1).
       01 WS-IBAN-VALEUR     PIC 99.
       01 WS-IBAN-CUMUL      PIC 9(5).
       01 WS-IBAN-QUOTIENT   PIC 9(5).
       01 WS-IBAN-RESTE      PIC 99.
       01 WS-IBAN-FORME      PIC X(1).
       01 WS-ALPHABET        PIC X(26)
                             VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-ALPHA-IDX       PIC 99.

*> Date du run (AAAA-MM-JJ)
       01 WS-DATE-RUN        PIC X(10).
       01 WS-DATE-CURRENT    PIC X(21).

*> Controle de la date de signature via PDATECALC (+0 jour)
       01 PDATECALC          PIC X(9) VALUE 'PDATECALC'.
       01 WS-DC-DATE-BASE    PIC X(10).
       01 WS-DC-SENS         PIC X(1).
       01 WS-DC-JOURS        PIC 9(4).
       01 WS-DC-AJUST        PIC X(1).
       01 WS-DC-DATE-RESULT  PIC X(10).
       01 WS-DC-STATUT       PIC X(1).

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
*> (cf FARXREF dans PVOID)
           OPEN I-O FMANDAT
           IF WS-STATUS-MDT NOT = 0
              CLOSE FMANDAT
              OPEN OUTPUT FMANDAT
              CLOSE FMANDAT
              OPEN I-O FMANDAT
           END-IF

           IF WS-STATUS-MDT NOT = 0
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PMANDATE : REGISTRE DMANDATE INACCESSIBLE'
           END-IF

           OPEN INPUT FTXN
           IF WS-STATUS-TXN NOT = 0
              MOVE 'Y' TO EOF
              DISPLAY 'PMANDATE : PAS DE MOUVEMENTS'
           ELSE
              READ FTXN INTO WS-ENRTXN
                   AT END
                       MOVE 'Y' TO EOF
              END-READ
           END-IF
           .

       2000-TRAITEMENT.

           ADD 1 TO WS-CT-LUES

           INITIALIZE TXN-CODE TXN-C-NO TXN-OPERATEUR TXN-MANDAT
                      TXN-IBAN TXN-DATE-SIGN

           UNSTRING WS-ENRTXN DELIMITED BY ';'
                 INTO TXN-CODE TXN-C-NO TXN-OPERATEUR TXN-MANDAT
                      TXN-IBAN TXN-DATE-SIGN
           END-UNSTRING

           PERFORM 2010-VALIDER

           IF WS-VALID-REC = 'Y'
              EVALUATE TXN-CODE
                 WHEN 'M'
                    PERFORM 2020-ENREGISTRER-MANDAT
                 WHEN 'R'
                    PERFORM 2030-REVOQUER-MANDAT
              END-EVALUATE
           ELSE
              PERFORM 2090-REJETER
           END-IF

           READ FTXN INTO WS-ENRTXN
                AT END
                    MOVE 'Y' TO EOF
           END-READ
           .

*> Controle de forme, du client dans CUSTOMERS, du mandat au
*> registre, puis des champs du mandat pour un 'M'
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
              AND TXN-CODE NOT = 'M' AND TXN-CODE NOT = 'R'
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E002' TO WS-REJECT-CODE
              MOVE 'CODE TRANSACTION INVALIDE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-C-NO NOT NUMERIC
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E003' TO WS-REJECT-CODE
              MOVE 'NO CLIENT NON NUMERIQUE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-OPERATEUR = SPACES
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E004' TO WS-REJECT-CODE
              MOVE 'OPERATEUR MANQUANT' TO WS-REJECT-TEXT
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
              MOVE TXN-C-NO TO MDT-C-NO
              READ FMANDAT
                  INVALID KEY
                      MOVE 'N' TO WS-MDT-EXISTE
                  NOT INVALID KEY
                      MOVE 'Y' TO WS-MDT-EXISTE
              END-READ
              IF TXN-CODE = 'R'
                 AND (WS-MDT-EXISTE = 'N' OR MDT-ETAT = 'R')
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E011' TO WS-REJECT-CODE
                 MOVE 'AUCUN MANDAT A REVOQUER' TO WS-REJECT-TEXT
              END-IF
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-CODE = 'M'
              PERFORM 2011-VALIDER-MANDAT
           END-IF
           .

*> Mandat : reference presente, IBAN bien forme et de cle juste,
*> date de signature valide et non future
       2011-VALIDER-MANDAT.

           IF TXN-MANDAT = SPACES
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E012' TO WS-REJECT-CODE
              MOVE 'REFERENCE DE MANDAT MANQUANTE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y'
              PERFORM 2015-CONTROLER-IBAN
              IF WS-IBAN-FORME = 'N'
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E013' TO WS-REJECT-CODE
                 MOVE 'IBAN MAL FORME' TO WS-REJECT-TEXT
              ELSE
                 IF WS-IBAN-RESTE NOT = 1
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E014' TO WS-REJECT-CODE
                    MOVE 'CLE IBAN INCORRECTE' TO WS-REJECT-TEXT
                 END-IF
              END-IF
           END-IF

           IF WS-VALID-REC = 'Y'
              MOVE TXN-DATE-SIGN TO WS-DC-DATE-BASE
              MOVE '+' TO WS-DC-SENS
              MOVE 0 TO WS-DC-JOURS
              MOVE 'N' TO WS-DC-AJUST
              CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                   WS-DC-JOURS WS-DC-AJUST
                                   WS-DC-DATE-RESULT WS-DC-STATUT
              IF WS-DC-STATUT NOT = 'Y'
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E015' TO WS-REJECT-CODE
                 MOVE 'DATE DE SIGNATURE INVALIDE' TO WS-REJECT-TEXT
              ELSE
                 IF TXN-DATE-SIGN > WS-DATE-RUN
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E016' TO WS-REJECT-CODE
                    MOVE 'DATE DE SIGNATURE FUTURE'
                         TO WS-REJECT-TEXT
                 END-IF
              END-IF
           END-IF
           .

*> Forme de l'IBAN (pays en 2 lettres, cle en 2 chiffres, 15 a 34
*> caracteres alphanumeriques) puis reste modulo 97, qui vaut 1 pour
*> un IBAN juste
       2015-CONTROLER-IBAN.

           MOVE 'Y' TO WS-IBAN-FORME
           MOVE 0 TO WS-IBAN-RESTE

           MOVE 0 TO WS-IBAN-LONG
           PERFORM VARYING WS-IBAN-POS FROM 34 BY -1
                   UNTIL WS-IBAN-POS < 1 OR WS-IBAN-LONG > 0
              IF TXN-IBAN(WS-IBAN-POS:1) NOT = SPACE
                 MOVE WS-IBAN-POS TO WS-IBAN-LONG
              END-IF
           END-PERFORM

           IF WS-IBAN-LONG < 15
              OR TXN-IBAN(1:2) NOT ALPHABETIC-UPPER
              OR TXN-IBAN(3:2) NOT NUMERIC
              MOVE 'N' TO WS-IBAN-FORME
           END-IF

           IF WS-IBAN-FORME = 'Y'
              PERFORM VARYING WS-IBAN-POS FROM 1 BY 1
                      UNTIL WS-IBAN-POS > WS-IBAN-LONG
                 MOVE TXN-IBAN(WS-IBAN-POS:1) TO WS-IBAN-CAR
                 IF WS-IBAN-CAR NOT NUMERIC
                    AND (WS-IBAN-CAR NOT ALPHABETIC-UPPER
                         OR WS-IBAN-CAR = SPACE)
                    MOVE 'N' TO WS-IBAN-FORME
                 END-IF
              END-PERFORM
           END-IF

           IF WS-IBAN-FORME = 'Y'
              PERFORM VARYING WS-IBAN-RANG FROM 1 BY 1
                      UNTIL WS-IBAN-RANG > WS-IBAN-LONG
                 IF WS-IBAN-RANG > WS-IBAN-LONG - 4
                    COMPUTE WS-IBAN-POS =
                        WS-IBAN-RANG - WS-IBAN-LONG + 4
                 ELSE
                    COMPUTE WS-IBAN-POS = WS-IBAN-RANG + 4
                 END-IF
                 MOVE TXN-IBAN(WS-IBAN-POS:1) TO WS-IBAN-CAR
                 PERFORM 2016-CUMULER-CARACTERE
              END-PERFORM
           END-IF
           .

*> Un caractere de l'IBAN reordonne dans le reste modulo 97 : un
*> chiffre decale d'un rang, une lettre (10 a 35) de deux
       2016-CUMULER-CARACTERE.

           IF WS-IBAN-CAR NUMERIC
              MOVE WS-IBAN-CAR TO WS-IBAN-CHIFFRE
              COMPUTE WS-IBAN-CUMUL =
                  WS-IBAN-RESTE * 10 + WS-IBAN-CHIFFRE
           ELSE
              MOVE 0 TO WS-IBAN-VALEUR
              PERFORM VARYING WS-ALPHA-IDX FROM 1 BY 1
                      UNTIL WS-ALPHA-IDX > 26 OR WS-IBAN-VALEUR > 0
                 IF WS-ALPHABET(WS-ALPHA-IDX:1) = WS-IBAN-CAR
                    COMPUTE WS-IBAN-VALEUR = WS-ALPHA-IDX + 9
                 END-IF
              END-PERFORM
              COMPUTE WS-IBAN-CUMUL =
                  WS-IBAN-RESTE * 100 + WS-IBAN-VALEUR
           END-IF

           DIVIDE WS-IBAN-CUMUL BY 97 GIVING WS-IBAN-QUOTIENT
                  REMAINDER WS-IBAN-RESTE
           .

*> Mandat cree, remplace ou reactive : actif, en premier
*> prelevement si sa reference change
       2020-ENREGISTRER-MANDAT.

           IF WS-MDT-EXISTE = 'N'
              MOVE SPACES TO ENRMANDAT
              MOVE TXN-C-NO TO MDT-C-NO
              MOVE 0 TO MDT-NB-IMPAYES
              MOVE 'FRST' TO MDT-SEQUENCE
           ELSE
              IF TXN-MANDAT NOT = MDT-ID
                 MOVE 'FRST' TO MDT-SEQUENCE
                 MOVE SPACES TO MDT-DATE-DERN
              END-IF
           END-IF

           MOVE TXN-MANDAT    TO MDT-ID
           MOVE TXN-IBAN      TO MDT-IBAN
           MOVE TXN-DATE-SIGN TO MDT-DATE-SIGN
           MOVE 'A'           TO MDT-ETAT
           MOVE WS-DATE-RUN   TO MDT-DATE-MAJ
           MOVE TXN-OPERATEUR TO MDT-OPERATEUR

           IF WS-MDT-EXISTE = 'Y'
              REWRITE ENRMANDAT
           ELSE
              WRITE ENRMANDAT
           END-IF

           PERFORM 2080-CONTROLER-ECRITURE
           .

*> Revocation : le mandat reste au registre, etat 'R'
       2030-REVOQUER-MANDAT.

           MOVE 'R'           TO MDT-ETAT
           MOVE WS-DATE-RUN   TO MDT-DATE-MAJ
           MOVE TXN-OPERATEUR TO MDT-OPERATEUR
           REWRITE ENRMANDAT

           PERFORM 2080-CONTROLER-ECRITURE
           .

       2080-CONTROLER-ECRITURE.

           IF WS-STATUS-MDT NOT = 0
              MOVE 'E050' TO WS-REJECT-CODE
              MOVE 'ECHEC ECRITURE REGISTRE' TO WS-REJECT-TEXT
              PERFORM 2090-REJETER
           ELSE
              PERFORM 2085-ECRIRE-AUDIT
           END-IF
           .

*> Ligne detail du journal d'audit pour le mouvement applique
       2085-ECRIRE-AUDIT.

           MOVE SPACES TO ENRMDTAUDIT
           MOVE 'D'             TO AUD-REC-TYPE
           MOVE TXN-CODE        TO AUD-CODE
           MOVE MDT-C-NO        TO AUD-C-NO
           MOVE MDT-ID          TO AUD-MANDAT
           MOVE MDT-IBAN        TO AUD-IBAN
           MOVE MDT-ETAT        TO AUD-ETAT
           MOVE TXN-OPERATEUR   TO AUD-OPERATEUR
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP

           WRITE ENRMDTAUDIT

           ADD 1 TO WS-CT-APPLIQUEES
           .

*> Écriture du mouvement rejeté dans DMANDATE-REJECT
       2090-REJETER.

           MOVE WS-ENRTXN       TO REJ-RAW-LINE
           MOVE WS-REJECT-CODE  TO REJ-REASON-CODE
           MOVE WS-REJECT-TEXT  TO REJ-REASON-TEXT

           WRITE ENRREJECT

           ADD 1 TO WS-CT-REJETEES

           DISPLAY 'REJET DMANDATE-TXN ' WS-REJECT-CODE ' : '
                   WS-REJECT-TEXT
           .

*> Ligne total d'audit, synthese et code retour
       9000-FIN.

           MOVE SPACES TO ENRMDTAUDIT
           MOVE 'T'              TO AUD-REC-TYPE
           MOVE WS-CT-LUES       TO AUD-LUES
           MOVE WS-CT-APPLIQUEES TO AUD-APPLIQUEES
           MOVE WS-CT-REJETEES   TO AUD-REJETEES
           WRITE ENRMDTAUDIT

           DISPLAY 'PMANDATE : LUES=' WS-CT-LUES
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

*> Cloture de PDATECALC (calendrier des jours feries)
           MOVE '*' TO WS-DC-SENS
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT

           CLOSE FTXN
           CLOSE FMANDAT
           CLOSE FREJECT
           CLOSE FAUDIT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
