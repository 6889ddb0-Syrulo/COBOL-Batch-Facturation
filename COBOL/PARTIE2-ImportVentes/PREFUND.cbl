*> - DREFUND-INSTR  : instructions de virement pour la tresorerie
*> - DREFUND-ADVICE : avis de remboursement imprimes (80 colonnes)
*> - DAR-OPEN       : ecriture 'R' par remboursement (cf PFACTURE)
*> - DGL-JRNL / DGL-EDIT : piece clients/banque du run (cf PRETURN),
*>   un credit banque par virement (rapproche du releve, PBANKREC)
*> - DREFUND-REJECT : approbations mal formees ou inapplicables
*> - DREFUND-AUDIT  : une ligne par remboursement plus une ligne
*>   total, sur le modele de DDDEVMAINT-AUDIT
*>   seuil avec son etat (REMBOURSE / EN ATTENTE), une ligne 'T'
*>
*> Sous-programmes appelés :
*> - PGLACCT : compte de chaque ecriture du journal comptable
*>
*> Remarques :
*> - L'approbation est une etape a part entiere : un premier run sans
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-INVOICE-NO  PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-O-NO        PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-DATE        PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
       77 WS-MNT-STR         PIC Z(6)9,99.
       77 WS-GL-MNT-STR      PIC Z(6)9,99.

*> Ecriture en cours et sa cle de recherche de compte (cf PGLACCT) :
*> nature, bureau, categorie, devise ; statut 'N' = compte d'attente
       01 PGLACCT            PIC X(7) VALUE 'PGLACCT'.
       01 WS-GL-PROGRAMME    PIC X(8) VALUE 'PREFUND'.
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

*> Compteurs de fin de run
       01 WS-CT-LUES       PIC 9(5) VALUE 0.
       01 WS-CT-APPLIQUEES PIC 9(5) VALUE 0.

*> Code retour remis au moniteur de job : 8 si aucun solde crediteur
*> au-dela du seuil (rien a traiter), 4 si au moins une approbation a
*> ete rejetee ou une ecriture comptable est partie au compte
*> d'attente, 0 sinon
       77 WS-RETURN-CODE   PIC 9 VALUE 0.

       PROCEDURE DIVISION.
              MOVE 'Y' TO WS-AUDIT-RESULTAT
              ADD 1 TO WS-CT-APPLIQUEES
              ADD WS-CRD-CREDIT TO WS-CT-MONTANT
              PERFORM 2025-CHERCHER-DEVISE
              IF WS-GLC-TROUVE = 'Y'
                 ADD WS-CRD-CREDIT TO WS-GLC-MONTANT(WS-GLC-IDX)
              ELSE
                 ADD WS-CRD-CREDIT TO WS-GLC-DEBORD
              END-IF

*> Instruction de virement pour la tresorerie
              MOVE SPACES TO ENRINSTR
           PERFORM 2085-ECRIRE-AUDIT
           .

*> Ligne de WS-GLC-TABLE de la devise du client en cours (relue
*> dans CUSTOMERS), creee au besoin ; WS-GLC-TROUVE = 'N' en sortie
*> si la table est pleine (montant au cumul de debordement)
       2025-CHERCHER-DEVISE.

           EXEC SQL
              SELECT VALUE(CURRENCY, ' ')
              INTO :C-DEVISE
              FROM API12.CUSTOMERS
              WHERE C_NO = :C-C-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO C-DEVISE
           END-IF

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

*> Avis de remboursement imprime, un bloc par client rembourse
       2030-IMPRIMER-AVIS.

                 MOVE 8 TO WS-RETURN-CODE
              WHEN WS-CT-REJETEES > 0
                 MOVE 4 TO WS-RETURN-CODE
              WHEN WS-CT-GL-ATTENTE > 0
                 MOVE 4 TO WS-RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO WS-RETURN-CODE
           END-EVALUATE

*> Piece comptable equilibree des remboursements du run : debit
*> clients, credit banque, datee et signee PREFUND (cf PRETURN.9100)
*> Comptes determines par PGLACCT, le compte clients par devise du
*> client ; une ecriture sans compte parametre -> compte d'attente
       9100-JOURNAL-COMPTABLE.

           MOVE SPACES TO ENRGLEDIT
           END-STRING
           WRITE ENRGLEDIT

           MOVE SPACES TO WS-GL-OFFICE
           MOVE SPACES TO WS-GL-CATEG

           PERFORM VARYING WS-GLC-IDX FROM 1 BY 1
                   UNTIL WS-GLC-IDX > WS-NB-GLC
              MOVE 'CLIENTS' TO WS-GL-TYPE
              MOVE WS-GLC-DEVISE(WS-GLC-IDX) TO WS-GL-DEVISE
              MOVE 'CLIENTS - REMBOURSEMENTS' TO WS-GL-LIBELLE
              MOVE WS-GLC-MONTANT(WS-GLC-IDX) TO WS-GL-DEBIT
              MOVE 0 TO WS-GL-CREDIT
              PERFORM 9110-ECRIRE-PIECE
           END-PERFORM
           IF WS-GLC-DEBORD > 0
              MOVE 'SUSPENS' TO WS-GL-TYPE
              MOVE SPACES TO WS-GL-DEVISE
              MOVE 'CLIENTS - DEVISES HORS TABLE' TO WS-GL-LIBELLE
              MOVE WS-GLC-DEBORD TO WS-GL-DEBIT
              MOVE 0 TO WS-GL-CREDIT
              PERFORM 9110-ECRIRE-PIECE
           END-IF

*> Un credit banque par virement : la banque debite chaque virement
*> separement, PBANKREC les rapproche un a un du releve
           MOVE SPACES TO WS-GL-DEVISE
           MOVE 'BANQUE' TO WS-GL-TYPE
           MOVE 0 TO WS-GL-DEBIT
           PERFORM VARYING WS-CRD-IDX FROM 1 BY 1
                   UNTIL WS-CRD-IDX > WS-NB-CRD
              IF WS-CRD-ETAT(WS-CRD-IDX) = 'R'
                 MOVE SPACES TO WS-GL-LIBELLE
                 MOVE 'BANQUE REMBT CLIENT' TO WS-GL-LIBELLE(1:19)
                 MOVE WS-CRD-CNO(WS-CRD-IDX) TO WS-GL-LIBELLE(21:4)
                 MOVE WS-CRD-MONTANT(WS-CRD-IDX) TO WS-GL-CREDIT
                 PERFORM 9110-ECRIRE-PIECE
              END-IF
           END-PERFORM

           MOVE SPACES TO ENRGLEDIT
           WRITE ENRGLEDIT

*> Cloture de PGLACCT (table des comptes et fichier d'attente)
           MOVE '*' TO WS-GL-TYPE
           CALL PGLACCT USING WS-GL-PROGRAMME WS-GL-TYPE WS-GL-OFFICE
                              WS-GL-CATEG WS-GL-DEVISE WS-GL-SENS
                              WS-GL-MONTANT WS-GL-COMPTE WS-GL-STATUT
           IF WS-CT-GL-ATTENTE > 0
              DISPLAY 'PREFUND : ' WS-CT-GL-ATTENTE
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
           MOVE 'PREFUND' TO JRN-SOURCE
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
              MOVE WS-GL-MNT-STR TO ENRGLEDIT(41:10)
           END-IF
           IF WS-GL-CREDIT > 0
              MOVE WS-GL-CREDIT TO WS-GL-MNT-STR
              MOVE WS-GL-MNT-STR TO ENRGLEDIT(53:10)
           END-IF
           IF WS-GL-STATUT = 'N'
              MOVE 'ATTENTE' TO ENRGLEDIT(65:7)
           END-IF
           WRITE ENRGLEDIT
           .
