*> - DGL-JRNL / DGL-EDIT : piece clients/produits financiers du run
*> - DFINCHG-RPT  : une ligne 'C' par client facture (tranches,
*>   interet), une ligne 'X' par client exonere saute, une ligne 'T'
*> - DFINCHG-NOTICE : avis d'interets de retard imprimes (80
*>   colonnes), un par client facture
*> - DDOC-ARCHIVE : archive legale des avis, image exacte de chaque
*>   ligne imprimee (via PDOCARCH)
*>
*> Sous-programmes appelés :
*> - PGLACCT : compte de chaque ecriture du journal comptable
*> - PDOCARCH : archivage legal des avis d'interets de retard
*>
*> Remarques :
*> - Les factures sous litige ouvert (cf PDISPUTE) sont hors des
*>   tranches de la balance agee (colonne LITIGE, ignoree ici) :
*>   aucun interet n'est calcule sur un montant conteste
*> - Les montants de DAGING-RPT sont relus tels qu'imprimes et
*>   reconvertis par NUMVAL-C, comme le fait deja PDUNNING
*> - A lancer UNE fois par mois, apres le run PARAGING de fin de
*>   mois : chaque passage facture les tranches du jour, un double
*>   passage sur la meme balance agee facturerait deux fois
*> - Chaque avis porte un numero propre, continu de run en run : le
*>   dernier numero est relu dans les ecritures 'I' de DAR-OPEN
*>   (reference "INTERETS AVIS nnnnnn") au demarrage ; l'ecriture
*>   garde ARO-INVOICE-NO a zero, un avis n'est pas une facture de
*>   la serie DINVOICE-CTL. L'avis est archive sous le type 'I',
*>   serie 0
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-RPT.

           SELECT FNOTICE ASSIGN TO DFINCHG-NOTICE
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-NOT.

       DATA DIVISION.
       FILE SECTION.

          05 AGE-90J            PIC X(10).
          05 FILLER             PIC X(1).
          05 AGE-TOTAL          PIC X(10).
          05 FILLER             PIC X(1).
          05 AGE-LITIGE         PIC X(10).

*> Taux mensuels par tranche, un seul enregistrement attendu
       FD FRATE
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-INVOICE-NO  PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-O-NO        PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-DATE        PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 CHG-INTERET     PIC Z(6)9,99.

*> Avis d'interets de retard imprimes, 80 colonnes (cf DVOID-NOTICE)
       FD FNOTICE
           RECORDING MODE F
           DATA RECORD IS ENRNOTICE.

       01 ENRNOTICE          PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.
       77 WS-STATUS-GLJ      PIC 99 VALUE 0.
       77 WS-STATUS-GLE      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.
       77 WS-STATUS-NOT      PIC 99 VALUE 0.

*> Taux mensuels en vigueur
       01 WS-TAUX-30         PIC 9V9999 VALUE 0.
       01 WS-MNT-90J         PIC 9(7)V99.
       01 WS-INTERET         PIC 9(7)V99.

*> Numero de l'avis en cours (dernier numero de DAR-OPEN + 1) et
*> reference portee par son ecriture 'I'
       01 WS-AVIS-NO         PIC 9(6) VALUE 0.
       01 WS-AVIS-REF.
          05 WS-AVIS-REF-LIB PIC X(14) VALUE 'INTERETS AVIS '.
          05 WS-AVIS-REF-NO  PIC 9(6).
       01 WS-EOF-ARO         PIC X(1).
       77 WS-AVIS-NO-STR     PIC Z(5)9.
       77 WS-AVIS-MNT-STR    PIC Z(6)9,99.
       77 WS-AVIS-TAUX-STR   PIC Z9,99.
       01 WS-AVIS-TAUX-PCT   PIC 99V99.

*> Archive legale des avis (cf PDOCARCH) : chaque ligne imprimee y
*> part telle quelle, sous le numero d'avis
       01 PDOCARCH           PIC X(8) VALUE 'PDOCARCH'.
       01 WS-ARC-FONCTION    PIC X(1).
       01 WS-ARC-TYPE        PIC X(1) VALUE 'I'.
       01 WS-ARC-SERIE       PIC 9(1) VALUE 0.
       01 WS-ARC-NO          PIC 9(6).
       01 WS-ARC-C-NO        PIC 9(4).
       01 WS-ARC-DATE        PIC X(10).
       01 WS-ARC-LIGNE       PIC X(80).
       01 WS-ARC-STATUT      PIC X(1).
       77 WS-CT-ARC-ERREURS  PIC 9(4) VALUE 0.

*> Date du run (AAAA-MM-JJ) et champs des ecritures de fin de run
       01 WS-DATE-RUN        PIC X(10).
       01 WS-DATE-CURRENT    PIC X(21).
       77 WS-GL-MNT-STR      PIC Z(6)9,99.

*> Ecriture en cours et sa cle de recherche de compte (cf PGLACCT) :
*> nature, bureau, categorie, devise ; statut 'N' = compte d'attente
       01 PGLACCT            PIC X(7) VALUE 'PGLACCT'.
       01 WS-GL-PROGRAMME    PIC X(8) VALUE 'PFINCHG'.
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
       77 WS-CT-CLIENTS      PIC 9(4) VALUE 0.
       77 WS-CT-FACTURES     PIC 9(4) VALUE 0.

*> Code retour remis au moniteur de job : 8 si le bareme des taux est
*> absent ou si la balance agee est vide, 4 si des clients de la
*> balance sont introuvables dans CUSTOMERS ou si une ecriture
*> comptable est partie au compte d'attente, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.
           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

           OPEN OUTPUT FCHGRPT
           OPEN OUTPUT FNOTICE

           PERFORM 1100-LIRE-BAREME

              DISPLAY 'PFINCHG : BAREME DFINCHG-RATE ABSENT OU VIDE'
           END-IF

*> Grand livre en comptes ouverts, toujours en mode ajout ; relu
*> d'abord pour reprendre la numerotation des avis
           PERFORM 1200-DERNIER-AVIS
           OPEN EXTEND FAROPEN
           IF WS-STATUS-ARO NOT = 0
              CLOSE FAROPEN
                   ' 60J=' WS-TAUX-60 ' 90J=' WS-TAUX-90
           .

*> Dernier numero d'avis d'interets au grand livre (ecritures 'I'
*> de reference "INTERETS AVIS nnnnnn") ; les ecritures d'avant la
*> numerotation n'en portent pas et sont ignorees
       1200-DERNIER-AVIS.

           OPEN INPUT FAROPEN
           IF WS-STATUS-ARO = 0
              MOVE 'N' TO WS-EOF-ARO
              PERFORM UNTIL WS-EOF-ARO = 'Y'
                 READ FAROPEN
                    AT END
                       MOVE 'Y' TO WS-EOF-ARO
                    NOT AT END
                       IF ARO-TYPE = 'I'
                          AND ARO-REFERENCE(1:14) = WS-AVIS-REF-LIB
                          AND ARO-REFERENCE(15:6) NUMERIC
                          IF ARO-REFERENCE(15:6) > WS-AVIS-NO
                             MOVE ARO-REFERENCE(15:6) TO WS-AVIS-NO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FAROPEN
           .

*> Une ligne de balance agee par tour de boucle ; seules les lignes
*> client ('C') sont traitees, la ligne de total 'T' est ignoree
       2000-TRAITEMENT.
       2020-FACTURER-INTERET.

           EXEC SQL
              SELECT VALUE(FIN_EXEMPT, 'N'), VALUE(CURRENCY, ' ')
              INTO :C-FIN-EXEMPT, :C-DEVISE
              FROM API12.CUSTOMERS
              WHERE C_NO = :WS-CHG-C-NO
           END-EXEC
                 IF SQLCODE = 0
                    ADD 1 TO WS-CT-FACTURES
                    ADD WS-INTERET TO WS-CT-MONTANT
                    PERFORM 2025-CHERCHER-DEVISE
                    IF WS-GLC-TROUVE = 'Y'
                       ADD WS-INTERET TO WS-GLC-MONTANT(WS-GLC-IDX)
                    ELSE
                       ADD WS-INTERET TO WS-GLC-DEBORD
                    END-IF

                    ADD 1 TO WS-AVIS-NO
                    MOVE WS-AVIS-NO TO WS-AVIS-REF-NO

                    MOVE SPACES TO ENRAROPEN
                    MOVE 'I'          TO ARO-TYPE
                    MOVE 0            TO ARO-O-NO
                    MOVE WS-DATE-RUN  TO ARO-DATE
                    MOVE WS-INTERET   TO ARO-MONTANT
                    MOVE WS-AVIS-REF  TO ARO-REFERENCE
                    WRITE ENRAROPEN

                    PERFORM 2030-IMPRIMER-AVIS

                    MOVE SPACES TO ENRCHGRPT
                    MOVE 'C' TO CHG-TYPE-REC
                    MOVE WS-CHG-C-NO TO CHG-C-NO
           END-IF
           .

*> Avis d'interets de retard imprime, un bloc par client facture :
*> tranches echues, taux mensuel de chaque tranche, interet porte
*> au compte
       2030-IMPRIMER-AVIS.

           MOVE SPACES TO ENRNOTICE
           MOVE '****************************************'
                TO ENRNOTICE(20:40)
           PERFORM 2035-ECRIRE-LIGNE-AVIS

           MOVE WS-AVIS-NO TO WS-AVIS-NO-STR
           MOVE SPACES TO ENRNOTICE
           MOVE 'AVIS D INTERETS DE RETARD N' TO ENRNOTICE(5:27)
           MOVE WS-AVIS-NO-STR TO ENRNOTICE(33:6)
           MOVE 'DATE : ' TO ENRNOTICE(50:7)
           MOVE WS-DATE-RUN TO ENRNOTICE(57:10)
           PERFORM 2035-ECRIRE-LIGNE-AVIS

           MOVE SPACES TO ENRNOTICE
           MOVE 'CLIENT : ' TO ENRNOTICE(5:9)
           MOVE WS-CHG-C-NO TO ENRNOTICE(14:4)
           PERFORM 2035-ECRIRE-LIGNE-AVIS

           MOVE SPACES TO ENRNOTICE
           PERFORM 2035-ECRIRE-LIGNE-AVIS

           MOVE SPACES TO ENRNOTICE
           MOVE 'ECHU A 30 JOURS        :' TO ENRNOTICE(5:24)
           MOVE WS-MNT-30J TO WS-AVIS-MNT-STR
           MOVE WS-AVIS-MNT-STR TO ENRNOTICE(30:10)
           COMPUTE WS-AVIS-TAUX-PCT = WS-TAUX-30 * 100
           PERFORM 2040-TAUX-AVIS
           PERFORM 2035-ECRIRE-LIGNE-AVIS

           MOVE SPACES TO ENRNOTICE
           MOVE 'ECHU A 60 JOURS        :' TO ENRNOTICE(5:24)
           MOVE WS-MNT-60J TO WS-AVIS-MNT-STR
           MOVE WS-AVIS-MNT-STR TO ENRNOTICE(30:10)
           COMPUTE WS-AVIS-TAUX-PCT = WS-TAUX-60 * 100
           PERFORM 2040-TAUX-AVIS
           PERFORM 2035-ECRIRE-LIGNE-AVIS

           MOVE SPACES TO ENRNOTICE
           MOVE 'ECHU A 90 JOURS ET PLUS:' TO ENRNOTICE(5:24)
           MOVE WS-MNT-90J TO WS-AVIS-MNT-STR
           MOVE WS-AVIS-MNT-STR TO ENRNOTICE(30:10)
           COMPUTE WS-AVIS-TAUX-PCT = WS-TAUX-90 * 100
           PERFORM 2040-TAUX-AVIS
           PERFORM 2035-ECRIRE-LIGNE-AVIS

           MOVE SPACES TO ENRNOTICE
           PERFORM 2035-ECRIRE-LIGNE-AVIS

           MOVE SPACES TO ENRNOTICE
           MOVE 'INTERETS DE RETARD DU MOIS :' TO ENRNOTICE(5:28)
           MOVE WS-INTERET TO WS-AVIS-MNT-STR
           MOVE WS-AVIS-MNT-STR TO ENRNOTICE(34:10)
           PERFORM 2035-ECRIRE-LIGNE-AVIS

           MOVE SPACES TO ENRNOTICE
           MOVE 'MONTANT PORTE AU DEBIT DE VOTRE COMPTE'
                TO ENRNOTICE(5:38)
           PERFORM 2035-ECRIRE-LIGNE-AVIS

           MOVE SPACES TO ENRNOTICE
           PERFORM 2035-ECRIRE-LIGNE-AVIS
           .

*> Taux mensuel de la tranche en bout de ligne (en %)
       2040-TAUX-AVIS.

           MOVE WS-AVIS-TAUX-PCT TO WS-AVIS-TAUX-STR
           MOVE 'TAUX MENSUEL' TO ENRNOTICE(44:12)
           MOVE WS-AVIS-TAUX-STR TO ENRNOTICE(57:5)
           MOVE '%' TO ENRNOTICE(63:1)
           .

*> Ligne de l'avis imprimee puis archivee telle quelle (cf
*> PDOCARCH) ; une archive indisponible n'arrete pas la facturation
       2035-ECRIRE-LIGNE-AVIS.

           WRITE ENRNOTICE

           MOVE 'W'         TO WS-ARC-FONCTION
           MOVE WS-AVIS-NO  TO WS-ARC-NO
           MOVE WS-CHG-C-NO TO WS-ARC-C-NO
           MOVE WS-DATE-RUN TO WS-ARC-DATE
           MOVE ENRNOTICE   TO WS-ARC-LIGNE
           CALL PDOCARCH USING WS-ARC-FONCTION WS-ARC-TYPE
                               WS-ARC-SERIE WS-ARC-NO
                               WS-ARC-C-NO WS-ARC-DATE
                               WS-ARC-LIGNE WS-ARC-STATUT
           IF WS-ARC-STATUT = 'E'
              ADD 1 TO WS-CT-ARC-ERREURS
           END-IF
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

*> Piece comptable, ligne de total, synthese et code retour
       9000-FIN.

                   WS-CT-FACTURES ' FACTURES, '
                   WS-CT-EXONERES ' EXONERES'
           DISPLAY 'PFINCHG : INTERETS DU MOIS=' WS-CT-MONTANT
           IF WS-CT-ARC-ERREURS > 0
              DISPLAY 'PFINCHG : ' WS-CT-ARC-ERREURS
                      ' LIGNES D AVIS NON ARCHIVEES'
           END-IF

           MOVE 'F' TO WS-ARC-FONCTION
           CALL PDOCARCH USING WS-ARC-FONCTION WS-ARC-TYPE
                               WS-ARC-SERIE WS-ARC-NO
                               WS-ARC-C-NO WS-ARC-DATE
                               WS-ARC-LIGNE WS-ARC-STATUT

           IF WS-RETURN-CODE NOT = 8
              IF WS-CT-INTROUVABLES > 0 OR WS-CT-GL-ATTENTE > 0
                 MOVE 4 TO WS-RETURN-CODE
              ELSE
                 MOVE 0 TO WS-RETURN-CODE
                 FGLJRNL
                 FGLEDIT
                 FCHGRPT
                 FNOTICE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .

*> Piece comptable equilibree des interets du mois : debit clients,
*> credit produits financiers (cf PFACTURE.6100 pour le meme schema)
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
              MOVE 'CLIENTS - INTERETS DE RETARD' TO WS-GL-LIBELLE
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

           MOVE SPACES TO WS-GL-DEVISE
           MOVE 'FRAISFIN' TO WS-GL-TYPE
           MOVE 'PRODUITS FINANCIERS' TO WS-GL-LIBELLE
           MOVE 0 TO WS-GL-DEBIT
           MOVE WS-CT-MONTANT TO WS-GL-CREDIT
           PERFORM 9110-ECRIRE-PIECE

           MOVE SPACES TO ENRGLEDIT
           WRITE ENRGLEDIT

*> Cloture de PGLACCT (table des comptes et fichier d'attente)
           MOVE '*' TO WS-GL-TYPE
           CALL PGLACCT USING WS-GL-PROGRAMME WS-GL-TYPE WS-GL-OFFICE
                              WS-GL-CATEG WS-GL-DEVISE WS-GL-SENS
                              WS-GL-MONTANT WS-GL-COMPTE WS-GL-STATUT
           IF WS-CT-GL-ATTENTE > 0
              DISPLAY 'PFINCHG : ' WS-CT-GL-ATTENTE
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
           MOVE 'PFINCHG' TO JRN-SOURCE
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
