*> ==========================================================
*> PGLTRIAL.cbl - Balance generale et rapprochement clients /
*> grand livre
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Sortir la balance generale d'un mois a partir du journal
*>   DGL-JRNL : par compte, solde d'ouverture (ecritures anterieures
*>   au mois), debits et credits du mois, solde de cloture ; total
*>   general et controle debit = credit
*> - Rapprocher les trois vues des creances clients : solde des
*>   comptes clients du grand livre, comptes ouverts DAR-OPEN
*>   (auxiliaire) et somme des CUSTOMERS.BALANCE (fichier maitre),
*>   et lister chaque client dont l'auxiliaire et le maitre ne
*>   concordent pas
*> - Poser un statut EQUILIBRE / ECART du mois, relu par PCLOSE qui
*>   refuse de fermer un mois en ecart
*>
*> Entrées :
*> - SYSIN : mois a controler (AAAA-MM)
*> - DGL-JRNL    : journal comptable cumule (cf PFACTURE)
*> - DGL-ACCOUNT : parametrage des comptes (cf PGLACCT), lu en
*>   sequentiel pour connaitre les comptes de nature CLIENTS
*> - DAR-OPEN    : comptes ouverts clients (cf PFACTURE)
*> - Tables DB2 : CUSTOMERS (BALANCE), ORDERS / ITEMS (lignes
*>   importees non encore facturees)
*>
*> Sorties :
*> - DGL-TRIAL-RPT : une ligne 'B' par compte, une ligne 'T' de
*>   total de la balance, une ligne 'R' par client en ecart, une
*>   ligne 'G' de rapprochement global, une ligne 'S' de statut du
*>   mois
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - Le maitre client est augmente a l'import de la commande (HT
*>   plus frais, cf PORDER) et non a la facturation : par client, le
*>   maitre se compare donc a l'auxiliaire augmente des lignes
*>   importees non facturees (colonne NON FACTURE). La TVA facturee,
*>   portee par l'auxiliaire mais pas par le maitre, ressort en
*>   ecart client : ces lignes 'R' sont a justifier, elles ne
*>   bloquent pas la cloture
*> - Le statut du mois (ligne 'S') est ECART si la balance n'est
*>   pas equilibree ou si le solde des comptes clients du grand
*>   livre differe du total de l'auxiliaire ; c'est ce statut que
*>   PCLOSE controle
*> - Grand livre et auxiliaire sont arretes a la fin du mois
*>   controle ; le maitre et les lignes non facturees sont lus au
*>   moment du run : lancer ce programme en fin de mois, avant le
*>   cycle suivant
*> - Les prelevements revenus impayes ('D', cf PDDRETURN) rouvrent
*>   la facture et augmentent l'auxiliaire comme une facture
*> - Les acomptes imputes a la facturation ('K', cf PFACTURE)
*>   diminuent l'auxiliaire comme un reglement ; le maitre n'en est
*>   diminue qu'au passage suivant de PDEPOSIT (report sur BALANCE) :
*>   lance entre les deux, l'ecart client correspondant est attendu
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande de
*>   la finance en fin de mois
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PGLTRIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

*> Même structure que celle écrite par PFACTURE (cf PFACTURE.cbl)
           SELECT FGLJRNL ASSIGN TO DGL-JRNL
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-GLJ.

*> Même structure que celle tenue par PGLMAINT (cf PGLACCT.cbl)
           SELECT FGLACCT ASSIGN TO DGL-ACCOUNT
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS SEQUENTIAL
                          RECORD KEY IS GLA-CLE
                          FILE STATUS IS WS-STATUS-GLA.

*> Même structure que celle écrite par PFACTURE (cf PFACTURE.cbl)
           SELECT FAROPEN ASSIGN TO DAR-OPEN
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-ARO.

           SELECT FTRLRPT ASSIGN TO DGL-TRIAL-RPT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-RPT.

           SELECT FTRAVAIL ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.

       FD FGLJRNL
           RECORDING MODE IS F.

       01 ENRGLJRNL.
          05 JRN-DATE        PIC X(10).
          05 FILLER          PIC X(1).
          05 JRN-SOURCE      PIC X(8).
          05 FILLER          PIC X(1).
          05 JRN-COMPTE      PIC X(6).
          05 FILLER          PIC X(1).
          05 JRN-LIBELLE     PIC X(30).
          05 FILLER          PIC X(1).
          05 JRN-DEBIT       PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 JRN-CREDIT      PIC 9(7)V99.

       FD FGLACCT
           DATA RECORD IS ENRGLACCT.

       01 ENRGLACCT.
          05 GLA-CLE.
             10 GLA-TYPE        PIC X(8).
             10 GLA-OFFICE      PIC X(20).
             10 GLA-CATEGORIE   PIC X(10).
             10 GLA-DEVISE      PIC X(2).
          05 GLA-COMPTE         PIC X(6).
          05 GLA-LIBELLE        PIC X(30).
          05 GLA-ACTIF          PIC X(1).
          05 GLA-DATE-MAJ       PIC X(10).
          05 GLA-OPERATEUR      PIC X(8).
          05 FILLER             PIC X(10).

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

*> Rapport de balance et de rapprochement. Selon TRL-TYPE :
*> 'B' compte : ouverture, debit, credit, cloture
*> 'T' total balance : memes colonnes, statut EQUILIBRE/DESEQUIL
*> 'R' client : auxiliaire, non facture, maitre, ecart
*> 'G' global : grand livre clients, auxiliaire, maitre, GL - aux.
*> 'S' statut du mois : nb clients en ecart, EQUILIBRE/ECART
       FD FTRLRPT
           RECORDING MODE IS F.

       01 ENRTRLRPT.
          05 TRL-TYPE        PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 TRL-MOIS        PIC X(7).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 TRL-CLE         PIC X(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 TRL-MNT1        PIC -(8)9,99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 TRL-MNT2        PIC -(8)9,99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 TRL-MNT3        PIC -(8)9,99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 TRL-MNT4        PIC -(8)9,99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 TRL-STATUT      PIC X(10).

*> Fichier de travail du tri du journal par compte
       SD FTRAVAIL.

       01 ENRTRAVAIL.
          05 SRT-COMPTE      PIC X(6).
          05 SRT-PERIODE     PIC X(1).
          05 SRT-DEBIT       PIC 9(7)V99.
          05 SRT-CREDIT      PIC 9(7)V99.

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

*> Solde maitre par client, lignes non facturees par client
       01 WS-SQL-CNO         PIC 9(4).
       01 WS-SQL-MONTANT     PIC S9(9)V99.

           EXEC SQL DECLARE CBALANCE CURSOR FOR
                SELECT C_NO, VALUE(BALANCE, 0)
                FROM API12.CUSTOMERS
                ORDER BY C_NO
           END-EXEC.

           EXEC SQL DECLARE CNONFACT CURSOR FOR
                SELECT O.C_NO, SUM(I.QUANTITY * I.PRICE)
                FROM API12.ORDERS O, API12.ITEMS I
                WHERE I.O_NO = O.O_NO
                AND VALUE(I.INVOICED, 'N') = 'N'
                GROUP BY O.C_NO
           END-EXEC.

       77 WS-STATUS-GLJ      PIC 99 VALUE 0.
       77 WS-STATUS-GLA      PIC 99 VALUE 0.
       77 WS-STATUS-ARO      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1) VALUE 'N'.
       01 WS-EOF-TRI         PIC X(1) VALUE 'N'.

*> Mois controle, recu sur SYSIN
       01 WS-MOIS            PIC X(7).

*> Comptes de nature CLIENTS lus dans DGL-ACCOUNT
       01 WS-CCL-TABLE.
          05 WS-CCL-COMPTE OCCURS 50 TIMES PIC X(6).
       01 WS-NB-CCL          PIC 99 VALUE 0.
       01 WS-CCL-IDX         PIC 99.
       01 WS-CCL-TROUVE      PIC X(1).
       01 WS-CCL-DEBORD      PIC 9(4) VALUE 0.

*> Rupture par compte de la balance
       01 WS-CPT-COURANT     PIC X(6).
       01 WS-CPT-OUVERTURE   PIC S9(9)V99 VALUE 0.
       01 WS-CPT-DEBIT       PIC S9(9)V99 VALUE 0.
       01 WS-CPT-CREDIT      PIC S9(9)V99 VALUE 0.
       01 WS-CPT-CLOTURE     PIC S9(9)V99 VALUE 0.
       01 WS-RUP-CT          PIC 9(7) VALUE 0.

*> Totaux de la balance
       01 WS-TOT-OUVERTURE   PIC S9(9)V99 VALUE 0.
       01 WS-TOT-DEBIT       PIC S9(9)V99 VALUE 0.
       01 WS-TOT-CREDIT      PIC S9(9)V99 VALUE 0.
       01 WS-TOT-CLOTURE     PIC S9(9)V99 VALUE 0.
       01 WS-BAL-EQUILIBRE   PIC X(1) VALUE 'Y'.

*> Auxiliaire et maitre par client, indexes par C_NO
       01 WS-AUX-TABLE.
          05 WS-AUX-ENTRY OCCURS 9999 TIMES.
             10 WS-AUX-SOLDE    PIC S9(9)V99.
             10 WS-AUX-NONFACT  PIC S9(9)V99.
             10 WS-AUX-MAITRE   PIC S9(9)V99.
             10 WS-AUX-VU       PIC X(1).
             10 WS-AUX-CONNU    PIC X(1).
       01 WS-AUX-IDX         PIC 9(5).
       01 WS-AUX-ECART       PIC S9(9)V99.

*> Totaux du rapprochement
       01 WS-GL-CLIENTS      PIC S9(9)V99 VALUE 0.
       01 WS-TOT-AUXILIAIRE  PIC S9(9)V99 VALUE 0.
       01 WS-TOT-MAITRE      PIC S9(9)V99 VALUE 0.
       01 WS-TOT-NONFACT     PIC S9(9)V99 VALUE 0.
       01 WS-GL-ECART        PIC S9(9)V99 VALUE 0.
       01 WS-CT-CLI-ECART    PIC 9(7) VALUE 0.
       01 WS-CT-ARO-HORS     PIC 9(7) VALUE 0.
       01 WS-STATUT-MOIS     PIC X(10) VALUE 'EQUILIBRE'.

       77 WS-NUM-STR         PIC ZZZZZZ9.

*> Code retour remis au moniteur de job : 8 si le mois SYSIN est
*> absent ou invalide, 4 si le mois est en ecart, si des clients
*> sont a justifier ou si la table des comptes clients deborde,
*> 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 1100-CHARGER-COMPTES-CLIENTS
              PERFORM 2000-BALANCE-GENERALE
              PERFORM 3000-CHARGER-AUXILIAIRE
              PERFORM 3100-CHARGER-MAITRE
              PERFORM 4000-RAPPROCHER-CLIENTS
              PERFORM 5000-RAPPROCHEMENT-GLOBAL
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Lecture du mois SYSIN, ouverture du rapport
       1000-DEBUT.

           ACCEPT WS-MOIS FROM SYSIN

           IF WS-MOIS(1:4) NOT NUMERIC
              OR WS-MOIS(5:1) NOT = '-'
              OR WS-MOIS(6:2) NOT NUMERIC
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PGLTRIAL : MOIS SYSIN INVALIDE (AAAA-MM)'
           END-IF

           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

           OPEN OUTPUT FTRLRPT

           PERFORM VARYING WS-AUX-IDX FROM 1 BY 1
                   UNTIL WS-AUX-IDX > 9999
              MOVE 0   TO WS-AUX-SOLDE(WS-AUX-IDX)
              MOVE 0   TO WS-AUX-NONFACT(WS-AUX-IDX)
              MOVE 0   TO WS-AUX-MAITRE(WS-AUX-IDX)
              MOVE 'N' TO WS-AUX-VU(WS-AUX-IDX)
              MOVE 'N' TO WS-AUX-CONNU(WS-AUX-IDX)
           END-PERFORM
           .

*> Comptes clients du plan : toute ligne de nature CLIENTS, active
*> ou non (un compte desactive peut encore porter un solde)
       1100-CHARGER-COMPTES-CLIENTS.

           OPEN INPUT FGLACCT
           IF WS-STATUS-GLA NOT = 0
              DISPLAY 'PGLTRIAL : DGL-ACCOUNT ABSENT - AUCUN COMPTE'
                      ' CLIENTS'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FGLACCT NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF GLA-TYPE = 'CLIENTS'
                          PERFORM 1110-AJOUTER-COMPTE-CLIENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FGLACCT
           END-IF

           IF WS-CCL-DEBORD > 0
              MOVE WS-CCL-DEBORD TO WS-NUM-STR
              DISPLAY 'PGLTRIAL : ' WS-NUM-STR
                      ' COMPTE(S) CLIENTS HORS TABLE (50)'
           END-IF
           .

       1110-AJOUTER-COMPTE-CLIENT.

           MOVE GLA-COMPTE TO WS-CPT-COURANT
           PERFORM 1120-CHERCHER-COMPTE-CLIENT

           IF WS-CCL-TROUVE = 'N'
              IF WS-NB-CCL < 50
                 ADD 1 TO WS-NB-CCL
                 MOVE GLA-COMPTE TO WS-CCL-COMPTE(WS-NB-CCL)
              ELSE
                 ADD 1 TO WS-CCL-DEBORD
              END-IF
           END-IF
           .

*> WS-CPT-COURANT est-il un compte clients ?
       1120-CHERCHER-COMPTE-CLIENT.

           MOVE 'N' TO WS-CCL-TROUVE
           PERFORM VARYING WS-CCL-IDX FROM 1 BY 1
                   UNTIL WS-CCL-IDX > WS-NB-CCL
                      OR WS-CCL-TROUVE = 'Y'
              IF WS-CCL-COMPTE(WS-CCL-IDX) = WS-CPT-COURANT
                 MOVE 'Y' TO WS-CCL-TROUVE
              END-IF
           END-PERFORM
           .

*> Balance generale : journal trie par compte, une ligne 'B' par
*> compte et une ligne 'T' de total
       2000-BALANCE-GENERALE.

           SORT FTRAVAIL
                ON ASCENDING KEY SRT-COMPTE
                INPUT PROCEDURE IS 2100-ALIMENTER-TRI
                OUTPUT PROCEDURE IS 2200-IMPRIMER-BALANCE
           .

*> Ecritures arretees a la fin du mois controle ; 'A' = anterieure
*> au mois (solde d'ouverture), 'P' = ecriture du mois
       2100-ALIMENTER-TRI.

           OPEN INPUT FGLJRNL
           IF WS-STATUS-GLJ NOT = 0
              DISPLAY 'PGLTRIAL : DGL-JRNL ABSENT - BALANCE VIDE'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FGLJRNL
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF JRN-DATE(1:7) NOT > WS-MOIS
                          MOVE JRN-COMPTE TO SRT-COMPTE
                          IF JRN-DATE(1:7) < WS-MOIS
                             MOVE 'A' TO SRT-PERIODE
                          ELSE
                             MOVE 'P' TO SRT-PERIODE
                          END-IF
                          MOVE JRN-DEBIT  TO SRT-DEBIT
                          MOVE JRN-CREDIT TO SRT-CREDIT
                          RELEASE ENRTRAVAIL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FGLJRNL
           END-IF
           .

       2200-IMPRIMER-BALANCE.

           MOVE 'N' TO WS-EOF-TRI
           MOVE SPACES TO WS-CPT-COURANT

           PERFORM UNTIL WS-EOF-TRI = 'Y'
              RETURN FTRAVAIL
                 AT END
                    MOVE 'Y' TO WS-EOF-TRI
                 NOT AT END
                    IF WS-RUP-CT > 0
                       AND SRT-COMPTE NOT = WS-CPT-COURANT
                       PERFORM 2210-LIGNE-COMPTE
                    END-IF
                    MOVE SRT-COMPTE TO WS-CPT-COURANT
                    ADD 1 TO WS-RUP-CT
                    IF SRT-PERIODE = 'A'
                       COMPUTE WS-CPT-OUVERTURE = WS-CPT-OUVERTURE
                                                + SRT-DEBIT
                                                - SRT-CREDIT
                    ELSE
                       ADD SRT-DEBIT  TO WS-CPT-DEBIT
                       ADD SRT-CREDIT TO WS-CPT-CREDIT
                    END-IF
              END-RETURN
           END-PERFORM

           IF WS-RUP-CT > 0
              PERFORM 2210-LIGNE-COMPTE
           END-IF

           PERFORM 2220-LIGNE-TOTAL
           .

*> Ligne 'B' du compte en rupture ; solde des comptes clients
*> cumule pour le rapprochement
       2210-LIGNE-COMPTE.

           COMPUTE WS-CPT-CLOTURE = WS-CPT-OUVERTURE + WS-CPT-DEBIT
                                  - WS-CPT-CREDIT

           MOVE SPACES TO ENRTRLRPT
           MOVE 'B'              TO TRL-TYPE
           MOVE WS-MOIS          TO TRL-MOIS
           MOVE WS-CPT-COURANT   TO TRL-CLE
           MOVE WS-CPT-OUVERTURE TO TRL-MNT1
           MOVE WS-CPT-DEBIT     TO TRL-MNT2
           MOVE WS-CPT-CREDIT    TO TRL-MNT3
           MOVE WS-CPT-CLOTURE   TO TRL-MNT4
           PERFORM 1120-CHERCHER-COMPTE-CLIENT
           IF WS-CCL-TROUVE = 'Y'
              MOVE 'CLIENTS' TO TRL-STATUT
              ADD WS-CPT-CLOTURE TO WS-GL-CLIENTS
           END-IF
           WRITE ENRTRLRPT

           ADD WS-CPT-OUVERTURE TO WS-TOT-OUVERTURE
           ADD WS-CPT-DEBIT     TO WS-TOT-DEBIT
           ADD WS-CPT-CREDIT    TO WS-TOT-CREDIT
           ADD WS-CPT-CLOTURE   TO WS-TOT-CLOTURE

           MOVE 0 TO WS-CPT-OUVERTURE
           MOVE 0 TO WS-CPT-DEBIT
           MOVE 0 TO WS-CPT-CREDIT
           MOVE 0 TO WS-RUP-CT
           .

*> Ligne 'T' : une balance juste a un total d'ouverture et de
*> cloture nul et des debits du mois egaux aux credits
       2220-LIGNE-TOTAL.

           IF WS-TOT-DEBIT NOT = WS-TOT-CREDIT
              OR WS-TOT-OUVERTURE NOT = 0
              MOVE 'N' TO WS-BAL-EQUILIBRE
              MOVE 'ECART' TO WS-STATUT-MOIS
              DISPLAY 'PGLTRIAL : BALANCE DESEQUILIBREE'
           END-IF

           MOVE SPACES TO ENRTRLRPT
           MOVE 'T'              TO TRL-TYPE
           MOVE WS-MOIS          TO TRL-MOIS
           MOVE 'TOTAL'          TO TRL-CLE
           MOVE WS-TOT-OUVERTURE TO TRL-MNT1
           MOVE WS-TOT-DEBIT     TO TRL-MNT2
           MOVE WS-TOT-CREDIT    TO TRL-MNT3
           MOVE WS-TOT-CLOTURE   TO TRL-MNT4
           IF WS-BAL-EQUILIBRE = 'Y'
              MOVE 'EQUILIBRE' TO TRL-STATUT
           ELSE
              MOVE 'DESEQUIL' TO TRL-STATUT
           END-IF
           WRITE ENRTRLRPT
           .

*> Auxiliaire : cumul signe des comptes ouverts par client, arrete
*> a la fin du mois controle ; 'S' (lettrage) ne change pas le du
       3000-CHARGER-AUXILIAIRE.

           OPEN INPUT FAROPEN
           IF WS-STATUS-ARO NOT = 0
              DISPLAY 'PGLTRIAL : DAR-OPEN ABSENT - AUXILIAIRE VIDE'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FAROPEN
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF ARO-DATE(1:7) NOT > WS-MOIS
                          PERFORM 3010-CUMULER-MOUVEMENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FAROPEN
           END-IF
           .

       3010-CUMULER-MOUVEMENT.

           IF ARO-C-NO NOT NUMERIC OR ARO-C-NO = 0
              ADD 1 TO WS-CT-ARO-HORS
           ELSE
              MOVE ARO-C-NO TO WS-AUX-IDX
              EVALUATE ARO-TYPE
                 WHEN 'F'
                 WHEN 'I'
                 WHEN 'R'
                 WHEN 'D'
                    ADD ARO-MONTANT TO WS-AUX-SOLDE(WS-AUX-IDX)
                    ADD ARO-MONTANT TO WS-TOT-AUXILIAIRE
                    MOVE 'Y' TO WS-AUX-VU(WS-AUX-IDX)
                 WHEN 'P'
                 WHEN 'A'
                 WHEN 'E'
                 WHEN 'W'
                 WHEN 'V'
                 WHEN 'K'
                    SUBTRACT ARO-MONTANT FROM WS-AUX-SOLDE(WS-AUX-IDX)
                    SUBTRACT ARO-MONTANT FROM WS-TOT-AUXILIAIRE
                    MOVE 'Y' TO WS-AUX-VU(WS-AUX-IDX)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

*> Maitre client et lignes importees non facturees, lus en DB2
       3100-CHARGER-MAITRE.

           EXEC SQL OPEN CBALANCE END-EXEC

           PERFORM UNTIL SQLCODE = 100

             EXEC SQL FETCH CBALANCE
                 INTO :WS-SQL-CNO, :WS-SQL-MONTANT
             END-EXEC

             IF SQLCODE = 0 AND WS-SQL-CNO > 0
                MOVE WS-SQL-CNO TO WS-AUX-IDX
                MOVE WS-SQL-MONTANT TO WS-AUX-MAITRE(WS-AUX-IDX)
                MOVE 'Y' TO WS-AUX-CONNU(WS-AUX-IDX)
                ADD WS-SQL-MONTANT TO WS-TOT-MAITRE
             END-IF

           END-PERFORM

           EXEC SQL CLOSE CBALANCE END-EXEC

           EXEC SQL OPEN CNONFACT END-EXEC

           PERFORM UNTIL SQLCODE = 100

             EXEC SQL FETCH CNONFACT
                 INTO :WS-SQL-CNO, :WS-SQL-MONTANT
             END-EXEC

             IF SQLCODE = 0 AND WS-SQL-CNO > 0
                MOVE WS-SQL-CNO TO WS-AUX-IDX
                MOVE WS-SQL-MONTANT TO WS-AUX-NONFACT(WS-AUX-IDX)
                ADD WS-SQL-MONTANT TO WS-TOT-NONFACT
             END-IF

           END-PERFORM

           EXEC SQL CLOSE CNONFACT END-EXEC
           .

*> Une ligne 'R' par client dont le maitre ne vaut pas auxiliaire
*> plus non facture, ou present a l'auxiliaire sans etre au maitre
       4000-RAPPROCHER-CLIENTS.

           PERFORM VARYING WS-AUX-IDX FROM 1 BY 1
                   UNTIL WS-AUX-IDX > 9999
              PERFORM 4100-RAPPROCHER-UN-CLIENT
           END-PERFORM
           .

       4100-RAPPROCHER-UN-CLIENT.

           COMPUTE WS-AUX-ECART = WS-AUX-MAITRE(WS-AUX-IDX)
                                - WS-AUX-SOLDE(WS-AUX-IDX)
                                - WS-AUX-NONFACT(WS-AUX-IDX)

           IF WS-AUX-ECART NOT = 0
              OR (WS-AUX-VU(WS-AUX-IDX) = 'Y'
                  AND WS-AUX-CONNU(WS-AUX-IDX) = 'N')
              ADD 1 TO WS-CT-CLI-ECART
              MOVE SPACES TO ENRTRLRPT
              MOVE 'R'                       TO TRL-TYPE
              MOVE WS-MOIS                   TO TRL-MOIS
              MOVE WS-AUX-IDX                TO TRL-CLE
              MOVE WS-AUX-SOLDE(WS-AUX-IDX)   TO TRL-MNT1
              MOVE WS-AUX-NONFACT(WS-AUX-IDX) TO TRL-MNT2
              MOVE WS-AUX-MAITRE(WS-AUX-IDX)  TO TRL-MNT3
              MOVE WS-AUX-ECART              TO TRL-MNT4
              IF WS-AUX-CONNU(WS-AUX-IDX) = 'N'
                 MOVE 'HORS-MAITR' TO TRL-STATUT
              ELSE
                 MOVE 'ECART' TO TRL-STATUT
              END-IF
              WRITE ENRTRLRPT
           END-IF
           .

*> Ligne 'G' grand livre / auxiliaire / maitre et ligne 'S' de
*> statut du mois, relue par PCLOSE
       5000-RAPPROCHEMENT-GLOBAL.

           COMPUTE WS-GL-ECART = WS-GL-CLIENTS - WS-TOT-AUXILIAIRE
           IF WS-GL-ECART NOT = 0
              MOVE 'ECART' TO WS-STATUT-MOIS
              DISPLAY 'PGLTRIAL : COMPTES CLIENTS DU GRAND LIVRE'
                      ' DIFFERENTS DE L''AUXILIAIRE'
           END-IF

           MOVE SPACES TO ENRTRLRPT
           MOVE 'G'               TO TRL-TYPE
           MOVE WS-MOIS           TO TRL-MOIS
           MOVE 'CLIENT'          TO TRL-CLE
           MOVE WS-GL-CLIENTS     TO TRL-MNT1
           MOVE WS-TOT-AUXILIAIRE TO TRL-MNT2
           MOVE WS-TOT-MAITRE     TO TRL-MNT3
           MOVE WS-GL-ECART       TO TRL-MNT4
           IF WS-GL-ECART = 0
              MOVE 'EQUILIBRE' TO TRL-STATUT
           ELSE
              MOVE 'ECART' TO TRL-STATUT
           END-IF
           WRITE ENRTRLRPT

           MOVE SPACES TO ENRTRLRPT
           MOVE 'S'             TO TRL-TYPE
           MOVE WS-MOIS         TO TRL-MOIS
           MOVE 'STATUT'        TO TRL-CLE
           MOVE WS-CT-CLI-ECART TO TRL-MNT1
           MOVE WS-TOT-NONFACT  TO TRL-MNT2
           MOVE WS-CT-ARO-HORS  TO TRL-MNT3
           MOVE WS-STATUT-MOIS  TO TRL-STATUT
           WRITE ENRTRLRPT

           MOVE WS-CT-CLI-ECART TO WS-NUM-STR
           DISPLAY 'PGLTRIAL : MOIS ' WS-MOIS ' ' WS-STATUT-MOIS
                   ' - CLIENTS A JUSTIFIER : ' WS-NUM-STR
           IF WS-CT-ARO-HORS > 0
              MOVE WS-CT-ARO-HORS TO WS-NUM-STR
              DISPLAY 'PGLTRIAL : ' WS-NUM-STR
                      ' COMPTE(S) OUVERT(S) SANS NO CLIENT'
           END-IF
           .

*> Code retour et fermeture
       9000-FIN.

           IF WS-RETURN-CODE NOT = 8
              IF WS-STATUT-MOIS NOT = 'EQUILIBRE'
                 OR WS-CT-CLI-ECART > 0
                 OR WS-CCL-DEBORD > 0
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF

           DISPLAY 'PGLTRIAL : CODE RETOUR ' WS-RETURN-CODE

           CLOSE FTRLRPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
