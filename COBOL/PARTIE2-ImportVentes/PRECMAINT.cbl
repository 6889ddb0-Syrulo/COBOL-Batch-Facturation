*> ==========================================================
*> PRECMAINT.cbl - Registre des contrats de facturation recurrente
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Tenir le registre DRECUR des contrats de maintenance annuelle et
*>   de location mensuelle (client, produit, quantite, prix,
*>   frequence, debut, fin et prochaine date de facturation) dont
*>   PRECUR tire chaque jour les commandes dues, au lieu de les
*>   ressaisir tous les mois dans les fichiers de ventes regionaux
*> - Prolonger un contrat (renouvellement) ou le resilier
*>
*> Entrées :
*> - FTXN / DRECUR-TXN : un mouvement par ligne, champs séparés
*>   par ';' :
*>     A;CONTRAT;OPERATEUR;C_NO;S_NO;P_NO;QTE;PRIX;FREQ;DEBUT;FIN
*>        creer le contrat CONTRAT (6 chiffres) ; QTE sur 4
*>        chiffres, PRIX sur 7 chiffres dont 2 decimales implicites
*>        (0000000 = prix du contrat client ou du catalogue le jour
*>        de la facture, comme un prix blanc du fichier de ventes) ;
*>        FREQ M = mensuelle, T = trimestrielle, A = annuelle ;
*>        DEBUT et FIN en AAAA-MM-JJ, la premiere facture tombe le
*>        jour du DEBUT
*>     P;CONTRAT;OPERATEUR;FIN
*>        prolonger le contrat jusqu'a la nouvelle date de FIN
*>        (renouvellement) ; un contrat echu redevient actif
*>     R;CONTRAT;OPERATEUR
*>        resilier le contrat : plus aucune facture n'est emise
*> - Tables DB2 : CUSTOMERS et PRODUCTS (existence du client et du
*>   produit)
*>
*> Sorties :
*> - DRECUR        : registre indexe des contrats (cle N° de contrat),
*>   cree au premier run ; etat 'A' actif, 'E' echu (pose par
*>   PRECUR apres la derniere facture), 'R' resilie
*> - DRECUR-REJECT : mouvements mal formes ou inapplicables
*> - DRECUR-AUDIT  : une ligne par mouvement applique plus une ligne
*>   total, sur le modele de DMANDATE-AUDIT
*>
*> Sous-programmes appelés :
*> - PDATECALC : controle des dates de debut et de fin
*>
*> Remarques :
*> - Le vendeur S_NO porte par le contrat est celui des commandes
*>   generees, donc celui qui touche la commission
*> - Rien n'est jamais retire du registre : un contrat resilie ou
*>   echu y reste avec son etat, a l'image du reste du systeme
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PRECMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FTXN ASSIGN TO DRECUR-TXN
                       ORGANIZATION IS SEQUENTIAL
                       FILE STATUS IS WS-STATUS-TXN.

*> Registre des contrats, lu et mis a jour par N° de contrat
           SELECT FRECUR ASSIGN TO DRECUR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS AGR-NO
                         FILE STATUS IS WS-STATUS-AGR.

           SELECT FREJECT ASSIGN TO DRECUR-REJECT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-REJ.

           SELECT FAUDIT ASSIGN TO DRECUR-AUDIT
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-AUD.

       DATA DIVISION.
       FILE SECTION.

       FD FTXN
           RECORDING MODE IS F.

       01 ENRTXN         PIC X(120).

*> Un contrat par N°. AGR-PROCHAINE : prochaine date de facture,
*> avancee par PRECUR d'une periode a chaque commande generee ;
*> dernier N° de commande et derniere date facturee, nombre de
*> factures emises (PRECUR)
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

       01 ENRAGRAUDIT.
          05 AUD-REC-TYPE     PIC X(1).
          05 AUD-CODE         PIC X(1).
          05 AUD-AGR-NO       PIC 9(6).
          05 AUD-C-NO         PIC 9(4).
          05 AUD-P-NO         PIC 9(3).
          05 AUD-FREQ         PIC X(1).
          05 AUD-FIN          PIC X(10).
          05 AUD-ETAT         PIC X(1).
          05 AUD-OPERATEUR    PIC X(8).
          05 AUD-TIMESTAMP    PIC X(21).
          05 AUD-LUES         PIC 9(5).
          05 AUD-APPLIQUEES   PIC 9(5).
          05 AUD-REJETEES     PIC 9(5).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE CUSTOMER END-EXEC.

           EXEC SQL INCLUDE PRODUCTS END-EXEC.

       77 WS-STATUS-TXN  PIC 99 VALUE 0.
       77 WS-STATUS-AGR  PIC 99 VALUE 0.
       77 WS-STATUS-REJ  PIC 99 VALUE 0.
       77 WS-STATUS-AUD  PIC 99 VALUE 0.

       01 EOF            PIC X VALUE 'N'.
       01 WS-ENRTXN      PIC X(120).

*> Champs du mouvement en cours
       01 TXN-CODE        PIC X(1).
       01 TXN-AGR-NO      PIC X(6).
       01 TXN-OPERATEUR   PIC X(8).
       01 TXN-C-NO        PIC X(4).
       01 TXN-S-NO        PIC X(2).
       01 TXN-P-NO        PIC X(3).
       01 TXN-QTE         PIC X(4).
       01 TXN-PRIX        PIC X(7).
       01 TXN-FREQ        PIC X(1).
       01 TXN-DEBUT       PIC X(10).
       01 TXN-FIN         PIC X(10).

*> Le mouvement 'P' porte la nouvelle date de fin en 4e position,
*> la ou le 'A' porte le client
       01 TXN-P-FIN       PIC X(10).

       01 WS-VALID-REC     PIC X VALUE 'Y'.
       01 WS-REJECT-CODE   PIC X(4).
       01 WS-REJECT-TEXT   PIC X(30).
       01 WS-AGR-EXISTE    PIC X(1).

*> Date du run (AAAA-MM-JJ)
       01 WS-DATE-RUN        PIC X(10).
       01 WS-DATE-CURRENT    PIC X(21).

*> Controle des dates via PDATECALC (+0 jour)
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
*> (cf FMANDAT dans PMANDATE)
           OPEN I-O FRECUR
           IF WS-STATUS-AGR NOT = 0
              CLOSE FRECUR
              OPEN OUTPUT FRECUR
              CLOSE FRECUR
              OPEN I-O FRECUR
           END-IF

           IF WS-STATUS-AGR NOT = 0
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PRECMAINT : REGISTRE DRECUR INACCESSIBLE'
           END-IF

           OPEN INPUT FTXN
           IF WS-STATUS-TXN NOT = 0
              MOVE 'Y' TO EOF
              DISPLAY 'PRECMAINT : PAS DE MOUVEMENTS'
           ELSE
              READ FTXN INTO WS-ENRTXN
                   AT END
                       MOVE 'Y' TO EOF
              END-READ
           END-IF
           .

       2000-TRAITEMENT.

           ADD 1 TO WS-CT-LUES

           INITIALIZE TXN-CODE TXN-AGR-NO TXN-OPERATEUR TXN-C-NO
                      TXN-S-NO TXN-P-NO TXN-QTE TXN-PRIX TXN-FREQ
                      TXN-DEBUT TXN-FIN

           UNSTRING WS-ENRTXN DELIMITED BY ';'
                 INTO TXN-CODE TXN-AGR-NO TXN-OPERATEUR TXN-C-NO
                      TXN-S-NO TXN-P-NO TXN-QTE TXN-PRIX TXN-FREQ
                      TXN-DEBUT TXN-FIN
           END-UNSTRING

*> Nouvelle date de fin du 'P', 4e champ du mouvement
           MOVE SPACES TO TXN-P-FIN
           IF TXN-CODE = 'P'
              UNSTRING WS-ENRTXN DELIMITED BY ';'
                    INTO TXN-CODE TXN-AGR-NO TXN-OPERATEUR TXN-P-FIN
              END-UNSTRING
           END-IF

           PERFORM 2010-VALIDER

           IF WS-VALID-REC = 'Y'
              EVALUATE TXN-CODE
                 WHEN 'A'
                    PERFORM 2020-CREER-CONTRAT
                 WHEN 'P'
                    PERFORM 2030-PROLONGER-CONTRAT
                 WHEN 'R'
                    PERFORM 2040-RESILIER-CONTRAT
              END-EVALUATE
           ELSE
              PERFORM 2090-REJETER
           END-IF

           READ FTXN INTO WS-ENRTXN
                AT END
                    MOVE 'Y' TO EOF
           END-READ
           .

*> Controle de forme, du contrat au registre, puis des champs propres
*> a chaque code de mouvement
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
              AND TXN-CODE NOT = 'A' AND TXN-CODE NOT = 'P'
              AND TXN-CODE NOT = 'R'
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E002' TO WS-REJECT-CODE
              MOVE 'CODE TRANSACTION INVALIDE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-AGR-NO NOT NUMERIC
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E003' TO WS-REJECT-CODE
              MOVE 'NO CONTRAT NON NUMERIQUE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-OPERATEUR = SPACES
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E004' TO WS-REJECT-CODE
              MOVE 'OPERATEUR MANQUANT' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y'
              MOVE TXN-AGR-NO TO AGR-NO
              READ FRECUR
                  INVALID KEY
                      MOVE 'N' TO WS-AGR-EXISTE
                  NOT INVALID KEY
                      MOVE 'Y' TO WS-AGR-EXISTE
              END-READ
              EVALUATE TRUE
                 WHEN TXN-CODE = 'A' AND WS-AGR-EXISTE = 'Y'
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E010' TO WS-REJECT-CODE
                    MOVE 'CONTRAT DEJA EXISTANT' TO WS-REJECT-TEXT
                 WHEN TXN-CODE NOT = 'A' AND WS-AGR-EXISTE = 'N'
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E011' TO WS-REJECT-CODE
                    MOVE 'CONTRAT INCONNU' TO WS-REJECT-TEXT
                 WHEN TXN-CODE NOT = 'A' AND AGR-ETAT = 'R'
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E012' TO WS-REJECT-CODE
                    MOVE 'CONTRAT DEJA RESILIE' TO WS-REJECT-TEXT
              END-EVALUATE
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-CODE = 'A'
              PERFORM 2011-VALIDER-CREATION
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-CODE = 'P'
              PERFORM 2012-VALIDER-PROLONGATION
           END-IF
           .

*> Creation : client et produit connus de DB2, quantite, prix et
*> frequence bien formes, dates valides et fin apres le debut
       2011-VALIDER-CREATION.

           IF TXN-C-NO NOT NUMERIC
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E020' TO WS-REJECT-CODE
              MOVE 'NO CLIENT NON NUMERIQUE' TO WS-REJECT-TEXT
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
                 MOVE 'E021' TO WS-REJECT-CODE
                 MOVE 'CLIENT INCONNU' TO WS-REJECT-TEXT
              END-IF
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-S-NO NOT NUMERIC
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E022' TO WS-REJECT-CODE
              MOVE 'NO VENDEUR NON NUMERIQUE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-P-NO NOT NUMERIC
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E023' TO WS-REJECT-CODE
              MOVE 'NO PRODUIT NON NUMERIQUE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y'
              MOVE TXN-P-NO TO P-P-NO
              EXEC SQL
                 SELECT P_NO INTO :P-P-NO
                 FROM API12.PRODUCTS
                 WHERE P_NO = :P-P-NO
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E024' TO WS-REJECT-CODE
                 MOVE 'PRODUIT INCONNU' TO WS-REJECT-TEXT
              END-IF
           END-IF

           IF WS-VALID-REC = 'Y'
              AND (TXN-QTE NOT NUMERIC OR TXN-QTE = '0000')
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E025' TO WS-REJECT-CODE
              MOVE 'QUANTITE INVALIDE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-PRIX NOT NUMERIC
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E026' TO WS-REJECT-CODE
              MOVE 'PRIX NON NUMERIQUE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y'
              AND TXN-FREQ NOT = 'M' AND TXN-FREQ NOT = 'T'
              AND TXN-FREQ NOT = 'A'
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E027' TO WS-REJECT-CODE
              MOVE 'FREQUENCE INVALIDE (M/T/A)' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y'
              MOVE TXN-DEBUT TO WS-DC-DATE-BASE
              PERFORM 2015-CONTROLER-DATE
              IF WS-DC-STATUT NOT = 'Y'
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E028' TO WS-REJECT-CODE
                 MOVE 'DATE DE DEBUT INVALIDE' TO WS-REJECT-TEXT
              END-IF
           END-IF

           IF WS-VALID-REC = 'Y'
              MOVE TXN-FIN TO WS-DC-DATE-BASE
              PERFORM 2015-CONTROLER-DATE
              IF WS-DC-STATUT NOT = 'Y'
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E029' TO WS-REJECT-CODE
                 MOVE 'DATE DE FIN INVALIDE' TO WS-REJECT-TEXT
              ELSE
                 IF TXN-FIN < TXN-DEBUT
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E030' TO WS-REJECT-CODE
                    MOVE 'FIN ANTERIEURE AU DEBUT' TO WS-REJECT-TEXT
                 END-IF
              END-IF
           END-IF
           .

*> Prolongation : nouvelle fin valide, pas avant le debut du
*> contrat ni avant la derniere facture deja emise
       2012-VALIDER-PROLONGATION.

           MOVE TXN-P-FIN TO WS-DC-DATE-BASE
           PERFORM 2015-CONTROLER-DATE
           IF WS-DC-STATUT NOT = 'Y'
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E029' TO WS-REJECT-CODE
              MOVE 'DATE DE FIN INVALIDE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y'
              AND (TXN-P-FIN < AGR-DEBUT
                   OR (AGR-DERN-FACT NOT = SPACES
                       AND TXN-P-FIN < AGR-DERN-FACT))
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E031' TO WS-REJECT-CODE
              MOVE 'FIN AVANT LA DERNIERE FACTURE' TO WS-REJECT-TEXT
           END-IF
           .

*> Date AAAA-MM-JJ valide : PDATECALC a +0 jour
       2015-CONTROLER-DATE.

           MOVE '+' TO WS-DC-SENS
           MOVE 0 TO WS-DC-JOURS
           MOVE 'N' TO WS-DC-AJUST
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT
           .

*> Nouveau contrat, actif, premiere facture au jour du debut
       2020-CREER-CONTRAT.

           MOVE SPACES TO ENRRECUR
           MOVE TXN-AGR-NO    TO AGR-NO
           MOVE TXN-C-NO      TO AGR-C-NO
           MOVE TXN-S-NO      TO AGR-S-NO
           MOVE TXN-P-NO      TO AGR-P-NO
           MOVE TXN-QTE       TO AGR-QTE
           MOVE TXN-PRIX      TO AGR-PRIX
           MOVE TXN-FREQ      TO AGR-FREQ
           MOVE TXN-DEBUT     TO AGR-DEBUT
           MOVE TXN-FIN       TO AGR-FIN
           MOVE TXN-DEBUT     TO AGR-PROCHAINE
           MOVE 'A'           TO AGR-ETAT
           MOVE 0             TO AGR-DERN-O-NO
           MOVE 0             TO AGR-NB-FACT
           MOVE WS-DATE-RUN   TO AGR-DATE-MAJ
           MOVE TXN-OPERATEUR TO AGR-OPERATEUR

           WRITE ENRRECUR

           PERFORM 2080-CONTROLER-ECRITURE
           .

*> Renouvellement : nouvelle fin ; un contrat echu dont la prochaine
*> facture tombe de nouveau avant la fin redevient actif
       2030-PROLONGER-CONTRAT.

           MOVE TXN-P-FIN     TO AGR-FIN
           IF AGR-ETAT = 'E' AND AGR-PROCHAINE NOT > AGR-FIN
              MOVE 'A' TO AGR-ETAT
           END-IF
           MOVE WS-DATE-RUN   TO AGR-DATE-MAJ
           MOVE TXN-OPERATEUR TO AGR-OPERATEUR
           REWRITE ENRRECUR

           PERFORM 2080-CONTROLER-ECRITURE
           .

*> Resiliation : le contrat reste au registre, etat 'R'
       2040-RESILIER-CONTRAT.

           MOVE 'R'           TO AGR-ETAT
           MOVE WS-DATE-RUN   TO AGR-DATE-MAJ
           MOVE TXN-OPERATEUR TO AGR-OPERATEUR
           REWRITE ENRRECUR

           PERFORM 2080-CONTROLER-ECRITURE
           .

       2080-CONTROLER-ECRITURE.

           IF WS-STATUS-AGR NOT = 0
              MOVE 'E050' TO WS-REJECT-CODE
              MOVE 'ECHEC ECRITURE REGISTRE' TO WS-REJECT-TEXT
              PERFORM 2090-REJETER
           ELSE
              PERFORM 2085-ECRIRE-AUDIT
           END-IF
           .

*> Ligne detail du journal d'audit pour le mouvement applique
       2085-ECRIRE-AUDIT.

           MOVE SPACES TO ENRAGRAUDIT
           MOVE 'D'             TO AUD-REC-TYPE
           MOVE TXN-CODE        TO AUD-CODE
           MOVE AGR-NO          TO AUD-AGR-NO
           MOVE AGR-C-NO        TO AUD-C-NO
           MOVE AGR-P-NO        TO AUD-P-NO
           MOVE AGR-FREQ        TO AUD-FREQ
           MOVE AGR-FIN         TO AUD-FIN
           MOVE AGR-ETAT        TO AUD-ETAT
           MOVE TXN-OPERATEUR   TO AUD-OPERATEUR
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP

           WRITE ENRAGRAUDIT

           ADD 1 TO WS-CT-APPLIQUEES
           .

*> Écriture du mouvement rejeté dans DRECUR-REJECT
       2090-REJETER.

           MOVE WS-ENRTXN       TO REJ-RAW-LINE
           MOVE WS-REJECT-CODE  TO REJ-REASON-CODE
           MOVE WS-REJECT-TEXT  TO REJ-REASON-TEXT

           WRITE ENRREJECT

           ADD 1 TO WS-CT-REJETEES

           DISPLAY 'REJET DRECUR-TXN ' WS-REJECT-CODE ' : '
                   WS-REJECT-TEXT
           .

*> Ligne total d'audit, synthese et code retour
       9000-FIN.

           MOVE SPACES TO ENRAGRAUDIT
           MOVE 'T'              TO AUD-REC-TYPE
           MOVE WS-CT-LUES       TO AUD-LUES
           MOVE WS-CT-APPLIQUEES TO AUD-APPLIQUEES
           MOVE WS-CT-REJETEES   TO AUD-REJETEES
           WRITE ENRAGRAUDIT

           DISPLAY 'PRECMAINT : LUES=' WS-CT-LUES
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
           CLOSE FRECUR
           CLOSE FREJECT
           CLOSE FAUDIT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
