*>   demarrage pour reconstituer les soldes ouverts par facture
*>   (memes regles de chargement que PPAYMENT.1120)
*> - Table DB2 : CUSTOMERS
*> - FDISPUTE / DDISPUTE : registre des litiges (cf PDISPUTE), lu
*>   par cle ; absent = aucune facture en litige
*>
*> Sorties :
*> - Table DB2 CUSTOMERS (balance reduite)
*>   ligne total, sur le modele de DDDEVMAINT-AUDIT
*>
*> Sous-programmes appelés :
*> - PGLACCT : compte de chaque ecriture du journal comptable
*>
*> Remarques :
*> - Le montant passe en perte ne peut exceder la balance du client
*>   diminuee de ses montants en litige ouvert (registre DDISPUTE
*>   tenu par PDISPUTE) ; les factures en litige ne sont jamais
*>   soldees par une ecriture 'W' - un litige se clot par avoir ou
*>   reintegration, pas par une perte
*> - Les ecritures 'W' sont relues par le rapprochement de PPAYMENT
*>   comme des lettrages : une facture passee en perte cesse d'etre
*>   ouverte pour tous les programmes aval
                           RECORD KEY IS ARX-CLE
                           FILE STATUS IS WS-STATUS-ARX.

*> Registre des litiges tenu par PDISPUTE, lu par cle client +
*> facture
           SELECT FDISPUTE ASSIGN TO DDISPUTE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS DSP-CLE
                           FILE STATUS IS WS-STATUS-DSP.

       DATA DIVISION.
       FILE SECTION.

          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-INVOICE-NO  PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-O-NO        PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-DATE        PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
             10 ARX-C-NO        PIC 9(4).
             10 ARX-INVOICE-NO  PIC 9(6).
          05 ARX-TYPE        PIC X(1).
          05 ARX-O-NO        PIC 9(6).
          05 ARX-DATE        PIC X(10).
          05 ARX-MONTANT     PIC 9(7)V99.
          05 ARX-REGLE       PIC 9(7)V99.
          05 ARX-ETAT        PIC X(1).
          05 ARX-ECHEANCE    PIC X(10).

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

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.
       77 WS-STATUS-REJ  PIC 99 VALUE 0.
       77 WS-STATUS-AUD  PIC 99 VALUE 0.
       77 WS-STATUS-ARX  PIC 99 VALUE 0.
       77 WS-STATUS-DSP  PIC 99 VALUE 0.

       01 EOF            PIC X VALUE 'N'.
       01 WS-ENRTXN      PIC X(70).

*> Grand livre en comptes ouverts charge en memoire : soldes ouverts
*> par facture, reconstitues comme PPAYMENT.1120 ('S', 'V' et 'W'
*> des runs precedents reduisent leur facture, 'D' la rouvre)
       01 WS-LDG-TABLE.
          05 WS-LDG-ENTRY OCCURS 500 TIMES.
             10 WS-LDG-CNO      PIC 9(4).
             10 WS-LDG-INVNO    PIC 9(6).
             10 WS-LDG-ONO      PIC 9(6).
             10 WS-LDG-DATE     PIC X(10).
             10 WS-LDG-MONTANT  PIC 9(7)V99.
             10 WS-LDG-REGLE    PIC 9(7)V99.
             10 WS-LDG-LITIGE   PIC X(1).
       01 WS-NB-LDG          PIC 9(3) VALUE 0.
       01 WS-LDG-SCAN        PIC 9(3).
       01 WS-LDG-PLEINE      PIC X(1) VALUE 'N'.
       01 WS-WOF-CHOISI      PIC 9(3).
       01 WS-WOF-DATE-MIN    PIC X(10).

*> Litiges ouverts du client en cours : registre disponible, part
*> contestee encore ouverte de chaque facture, cumul du client
       01 WS-DSP-OUVERT      PIC X(1) VALUE 'N'.
       01 WS-PART-OUVERTE    PIC 9(7)V99.
       01 WS-WOF-LITIGE      PIC 9(7)V99.

*> Date du run (AAAA-MM-JJ) et champs des ecritures de fin de run
       01 WS-DATE-RUN        PIC X(10).
       01 WS-DATE-CURRENT    PIC X(21).
       77 WS-GL-MNT-STR      PIC Z(6)9.99.
       77 WS-GL-MNT-AFF      PIC X(10).

*> Ecriture en cours et sa cle de recherche de compte (cf PGLACCT) :
*> nature, bureau, categorie, devise ; statut 'N' = compte d'attente
       01 PGLACCT            PIC X(7) VALUE 'PGLACCT'.
       01 WS-GL-PROGRAMME    PIC X(8) VALUE 'PWRITEOF'.
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

       01 WS-CT-LUES       PIC 9(5) VALUE 0.
       01 WS-CT-APPLIQUEES PIC 9(5) VALUE 0.
       01 WS-CT-REJETEES   PIC 9(5) VALUE 0.
           END-IF
           PERFORM 1100-CHARGER-LEDGER

*> Registre des litiges facultatif
           OPEN INPUT FDISPUTE
           IF WS-STATUS-DSP = 0
              MOVE 'Y' TO WS-DSP-OUVERT
           END-IF

*> Grand livre indexe, en mise a jour ; premier run apres sa mise en
*> place : cree vide puis rouvert (cf FINVXREF dans PFACTURE)
           OPEN I-O FARXREF
                    MOVE ARO-DATE       TO WS-LDG-DATE(WS-NB-LDG)
                    MOVE ARO-MONTANT    TO WS-LDG-MONTANT(WS-NB-LDG)
                    MOVE 0              TO WS-LDG-REGLE(WS-NB-LDG)
                    MOVE 'N'            TO WS-LDG-LITIGE(WS-NB-LDG)
                 ELSE
                    MOVE 'Y' TO WS-LDG-PLEINE
                 END-IF
              WHEN 'S'
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
              MOVE TXN-C-NO TO C-C-NO

              EXEC SQL
                 SELECT BALANCE, VALUE(CURRENCY, ' ')
                 INTO :C-BALANCE, :C-DEVISE
                 FROM API12.CUSTOMERS
                 WHERE C_NO = :C-C-NO
              END-EXEC
                 END-IF
              END-IF
           END-IF

*> Le montant en litige ouvert n'est pas passable en perte
           IF WS-VALID-REC = 'Y'
              PERFORM 2015-CUMULER-LITIGES
              IF WS-WOF-LITIGE > 0
                 AND WS-WOF-MONTANT + WS-WOF-LITIGE > C-BALANCE
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E013' TO WS-REJECT-CODE
                 MOVE 'MONTANT EN LITIGE' TO WS-REJECT-TEXT
              END-IF
           END-IF
           .

*> Factures ouvertes du client sous litige ouvert au registre :
*> marquees pour que 2030 ne les solde pas, part contestee cumulee
       2015-CUMULER-LITIGES.

           MOVE 0 TO WS-WOF-LITIGE

           PERFORM VARYING WS-LDG-SCAN FROM 1 BY 1
                   UNTIL WS-LDG-SCAN > WS-NB-LDG
              MOVE 'N' TO WS-LDG-LITIGE(WS-LDG-SCAN)
              IF WS-DSP-OUVERT = 'Y'
                 AND WS-LDG-CNO(WS-LDG-SCAN) = C-C-NO
                 AND WS-LDG-MONTANT(WS-LDG-SCAN) >
                     WS-LDG-REGLE(WS-LDG-SCAN)
                 MOVE WS-LDG-CNO(WS-LDG-SCAN)   TO DSP-C-NO
                 MOVE WS-LDG-INVNO(WS-LDG-SCAN) TO DSP-INVOICE-NO
                 READ FDISPUTE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF DSP-ETAT = 'O'
                            MOVE 'Y' TO WS-LDG-LITIGE(WS-LDG-SCAN)
                            COMPUTE WS-PART-OUVERTE =
                                WS-LDG-MONTANT(WS-LDG-SCAN)
                                - WS-LDG-REGLE(WS-LDG-SCAN)
                            IF DSP-MONTANT < WS-PART-OUVERTE
                               ADD DSP-MONTANT TO WS-WOF-LITIGE
                            ELSE
                               ADD WS-PART-OUVERTE TO WS-WOF-LITIGE
                            END-IF
                         END-IF
                 END-READ
              END-IF
           END-PERFORM
           .

*> Passage en perte : balance reduite, factures ouvertes les plus
              MOVE 'Y' TO WS-AUDIT-RESULTAT
              ADD 1 TO WS-CT-APPLIQUEES
              ADD WS-WOF-MONTANT TO WS-CT-MONTANT
              PERFORM 2025-CHERCHER-DEVISE
              IF WS-GLC-TROUVE = 'Y'
                 ADD WS-WOF-MONTANT TO WS-GLC-MONTANT(WS-GLC-IDX)
              ELSE
                 ADD WS-WOF-MONTANT TO WS-GLC-DEBORD
              END-IF

              PERFORM 2030-SOLDER-FACTURES

           PERFORM 2085-ECRIRE-AUDIT
           .

*> Ligne de WS-GLC-TABLE de la devise du client en cours
*> (C-DEVISE), creee au besoin ; WS-GLC-TROUVE = 'N' en sortie si la
*> table est pleine (montant au cumul de debordement)
       2025-CHERCHER-DEVISE.

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

*> Les factures ouvertes du client sont soldees les plus anciennes
*> d'abord, une ecriture 'W' par facture touchee, les factures en
*> litige (marquees par 2015) exceptees (meme schema que la
*> passe 3 du rapprochement de PPAYMENT) ; un reliquat sans facture
*> ouverte reste simplement deduit de la balance
       2030-SOLDER-FACTURES.
                 IF WS-LDG-CNO(WS-LDG-SCAN) = C-C-NO
                    AND WS-LDG-MONTANT(WS-LDG-SCAN) >
                        WS-LDG-REGLE(WS-LDG-SCAN)
                    AND WS-LDG-LITIGE(WS-LDG-SCAN) = 'N'
                    AND WS-LDG-DATE(WS-LDG-SCAN) < WS-WOF-DATE-MIN
                    MOVE WS-LDG-DATE(WS-LDG-SCAN)
                         TO WS-WOF-DATE-MIN
                 MOVE 8 TO RETURN-CODE
              WHEN WS-CT-REJETEES > 0
                 MOVE 4 TO RETURN-CODE
              WHEN WS-CT-GL-ATTENTE > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           CLOSE FREJECT
           CLOSE FAUDIT
           CLOSE FARXREF
           IF WS-DSP-OUVERT = 'Y'
              CLOSE FDISPUTE
           END-IF
           .

*> Piece comptable equilibree des pertes du run : debit pertes sur
*> creances irrecouvrables, credit clients (cf PFACTURE.6100)
*> Comptes determines par PGLACCT, le compte clients par devise du
*> client ; une ecriture sans compte parametre -> compte d'attente
       9100-JOURNAL-COMPTABLE.

           MOVE SPACES TO ENRGLEDIT
           END-STRING
           WRITE ENRGLEDIT

           MOVE SPACES TO WS-GL-OFFICE
           MOVE SPACES TO WS-GL-CATEG

           MOVE SPACES TO WS-GL-DEVISE
           MOVE 'PERTECRE' TO WS-GL-TYPE
           MOVE 'PERTES SUR CREANCES' TO WS-GL-LIBELLE
           MOVE WS-CT-MONTANT TO WS-GL-DEBIT
           MOVE 0 TO WS-GL-CREDIT
           PERFORM 9110-ECRIRE-PIECE

           PERFORM VARYING WS-GLC-IDX FROM 1 BY 1
                   UNTIL WS-GLC-IDX > WS-NB-GLC
              MOVE 'CLIENTS' TO WS-GL-TYPE
              MOVE WS-GLC-DEVISE(WS-GLC-IDX) TO WS-GL-DEVISE
              MOVE 'CLIENTS - CREANCES SOLDEES' TO WS-GL-LIBELLE
              MOVE 0 TO WS-GL-DEBIT
              MOVE WS-GLC-MONTANT(WS-GLC-IDX) TO WS-GL-CREDIT
              PERFORM 9110-ECRIRE-PIECE
           END-PERFORM
           IF WS-GLC-DEBORD > 0
              MOVE 'SUSPENS' TO WS-GL-TYPE
              MOVE SPACES TO WS-GL-DEVISE
              MOVE 'CLIENTS - DEVISES HORS TABLE' TO WS-GL-LIBELLE
              MOVE 0 TO WS-GL-DEBIT
              MOVE WS-GLC-DEBORD TO WS-GL-CREDIT
              PERFORM 9110-ECRIRE-PIECE
           END-IF

           MOVE SPACES TO ENRGLEDIT
           WRITE ENRGLEDIT

*> Cloture de PGLACCT (table des comptes et fichier d'attente)
           MOVE '*' TO WS-GL-TYPE
           CALL PGLACCT USING WS-GL-PROGRAMME WS-GL-TYPE WS-GL-OFFICE
                              WS-GL-CATEG WS-GL-DEVISE WS-GL-SENS
                              WS-GL-MONTANT WS-GL-COMPTE WS-GL-STATUT
           IF WS-CT-GL-ATTENTE > 0
              DISPLAY 'PWRITEOFF : ' WS-CT-GL-ATTENTE
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
           MOVE 'PWRITEOF' TO JRN-SOURCE
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
              MOVE WS-GL-MNT-STR TO WS-GL-MNT-AFF
              INSPECT WS-GL-MNT-AFF REPLACING ALL '.' BY ','
              MOVE WS-GL-MNT-AFF TO ENRGLEDIT(41:10)
           END-IF
           IF WS-GL-CREDIT > 0
              MOVE WS-GL-CREDIT TO WS-GL-MNT-STR
              MOVE WS-GL-MNT-STR TO WS-GL-MNT-AFF
              INSPECT WS-GL-MNT-AFF REPLACING ALL '.' BY ','
              MOVE WS-GL-MNT-AFF TO ENRGLEDIT(53:10)
           END-IF
           IF WS-GL-STATUT = 'N'
              MOVE 'ATTENTE' TO ENRGLEDIT(65:7)
           END-IF
           WRITE ENRGLEDIT
           .
