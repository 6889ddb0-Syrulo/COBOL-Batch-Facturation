*>   Un solde entierement courant ne declenche aucune lettre
*>
*> Entrées :
*> - FAGING / DAGING-RPT : balance agee ('C' = ligne client, 'G' =
*>   ligne groupe, 'T' = total general, ignoree ici), telle qu'ecrite
*>   par PARAGING
*> - Table DB2 : CUSTOMERS (nom et adresse du client, lecture seule)
*> - FPROMISE / DPROMISE : promesses de paiement tenues par
*>   PPROMISE, lues par cle (facultatif)
*>
*> Sorties :
*> - DDUNNING-LTR : lettres de relance (lignes de 80 caracteres)
*> - DDUNNING-RPT : rapport de fin de run, une ligne avec le nombre
*>   de lettres produites par niveau de relance, et le nombre de
*>   clients non relances pour cause de promesse en cours
*>
*> Sous-programmes appelés :
*> - Aucun
*> - Un client de la balance agee introuvable dans CUSTOMERS (purge
*>   intervenue entre les deux runs) est compte et signale, sans
*>   arreter le run
*> - Les factures sous litige ouvert (cf PDISPUTE) sont deja hors
*>   des tranches de la balance agee : elles ne declenchent aucune
*>   lettre, et leur montant (colonne LITIGE) est deduit du solde
*>   reclame et signale sur la lettre comme exclu
*> - Un client ayant une promesse de paiement en cours (etat 'A' au
*>   registre DPROMISE) ne recoit pas de lettre tant que la promesse
*>   court : le recouvreur a obtenu un engagement, la lettre le
*>   contredirait ; registre absent = aucune promesse
*> - Grands comptes : une balance agee par groupe (PARAGING GROUPE)
*>   porte une ligne 'G' au N° du parent pour le solde cumule du
*>   parent et de ses agences (CUSTOMERS.PARENT_C_NO) ; la lettre
*>   part alors a l'adresse du parent et l'indique comme portant sur
*>   le groupe. Une promesse en cours sur le parent ou sur l'une des
*>   agences suspend la lettre du groupe
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande,
*>   apres un run PARAGING
*> - Ce code est fourni à titre pédagogique
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-RPT.

*> Promesses de paiement tenues par PPROMISE, parcourues par client
           SELECT FPROMISE ASSIGN TO DPROMISE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PTP-CLE
                           FILE STATUS IS WS-STATUS-PTP.

       DATA DIVISION.
       FILE SECTION.

          05 AGE-90J            PIC X(10).
          05 FILLER             PIC X(1).
          05 AGE-TOTAL          PIC X(10).
          05 FILLER             PIC X(1).
          05 AGE-LITIGE         PIC X(10).

       FD FLETTRE
           RECORDING MODE F
          05 RPT-SANS-LETTRE    PIC ZZZ9.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 RPT-INTROUVABLES   PIC ZZZ9.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 RPT-PROMESSES      PIC ZZZ9.

*> Même découpage que celui écrit par PPROMISE (cf PPROMISE.cbl)
       FD FPROMISE
           DATA RECORD IS ENRPROMISE.

       01 ENRPROMISE.
          05 PTP-CLE.
             10 PTP-C-NO        PIC 9(4).
             10 PTP-INVOICE-NO  PIC 9(6).
          05 PTP-ETAT        PIC X(1).
          05 PTP-MONTANT     PIC 9(7)V99.
          05 PTP-DATE-PROM   PIC X(10).
          05 PTP-DATE-SAISIE PIC X(10).
          05 PTP-COLLECTEUR  PIC X(8).
          05 PTP-RECU        PIC 9(7)V99.
          05 PTP-DATE-CLOT   PIC X(10).
          05 FILLER          PIC X(10).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-AGE      PIC 99 VALUE 0.
       77 WS-STATUS-LTR      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.
       77 WS-STATUS-PTP      PIC 99 VALUE 0.

*> Registre des promesses disponible, promesse en cours du client
       01 WS-PTP-OUVERT      PIC X(1) VALUE 'N'.
       01 WS-PTP-EN-COURS    PIC X(1).
       01 WS-EOF-PTP         PIC X(1).
       01 WS-PTP-C-NO        PIC 9(4).

*> Montants de la ligne client en cours, reconvertis depuis l'edition
       01 WS-LTR-C-NO        PIC 9(4).
       01 WS-MNT-60J         PIC 9(7)V99.
       01 WS-MNT-90J         PIC 9(7)V99.
       01 WS-MNT-TOTAL       PIC 9(7)V99.
       01 WS-MNT-LITIGE      PIC 9(7)V99.
       77 WS-MNT-STR         PIC Z(6)9,99.

*> Agences d'un groupe, pour la recherche de promesse de la lettre
*> de groupe
           EXEC SQL DECLARE CAGENCES CURSOR FOR
                SELECT C_NO
                FROM API12.CUSTOMERS
                WHERE PARENT_C_NO = :WS-LTR-C-NO
           END-EXEC.

*> Niveau de relance de la ligne en cours : 0 = pas de lettre,
*> 1 = rappel, 2 = relance ferme, 3 = mise en demeure
       01 WS-NIVEAU          PIC 9 VALUE 0.
       77 WS-CT-DEMEURES     PIC 9(4) VALUE 0.
       77 WS-CT-SANS         PIC 9(4) VALUE 0.
       77 WS-CT-INTROUVABLES PIC 9(4) VALUE 0.
       77 WS-CT-PROMESSES    PIC 9(4) VALUE 0.

*> Code retour remis au moniteur de job : 8 si la balance agee est
*> vide ou absente (rien a relancer, PARAGING n'a probablement pas
           OPEN OUTPUT FLETTRE
           OPEN OUTPUT FDUNRPT

           OPEN INPUT FPROMISE
           IF WS-STATUS-PTP = 0
              MOVE 'Y' TO WS-PTP-OUVERT
           END-IF

           IF WS-STATUS-AGE NOT = 0
              MOVE 'Y' TO WS-EOF-AGE
           ELSE
           .

*> Une ligne de balance agee par tour de boucle ; seules les lignes
*> client ('C') ou groupe ('G') sont traitees, la ligne de total
*> 'T' est ignoree
       2000-TRAITEMENT.

           IF AGE-TYPE-REC = 'C' OR AGE-TYPE-REC = 'G'
              ADD 1 TO WS-CT-CLIENTS
              PERFORM 2010-CLASSER-NIVEAU
              IF WS-NIVEAU NOT = 0
                 PERFORM 2015-TESTER-PROMESSE
              END-IF
              EVALUATE TRUE
                 WHEN WS-NIVEAU = 0
                    ADD 1 TO WS-CT-SANS
                 WHEN WS-PTP-EN-COURS = 'Y'
                    ADD 1 TO WS-CT-PROMESSES
                    DISPLAY 'PDUNNING : CLIENT ' WS-LTR-C-NO
                            ' NON RELANCE, PROMESSE EN COURS'
                 WHEN OTHER
                    PERFORM 2020-IMPRIMER-LETTRE
              END-EVALUATE
           END-IF

           READ FAGING
           COMPUTE WS-MNT-90J   = FUNCTION NUMVAL-C(AGE-90J)
           COMPUTE WS-MNT-TOTAL = FUNCTION NUMVAL-C(AGE-TOTAL)

*> Balance agee anterieure a la colonne LITIGE : rien en litige
           IF AGE-LITIGE = SPACES
              MOVE 0 TO WS-MNT-LITIGE
           ELSE
              COMPUTE WS-MNT-LITIGE = FUNCTION NUMVAL-C(AGE-LITIGE)
           END-IF
           IF WS-MNT-LITIGE > WS-MNT-TOTAL
              MOVE WS-MNT-TOTAL TO WS-MNT-LITIGE
           END-IF
           SUBTRACT WS-MNT-LITIGE FROM WS-MNT-TOTAL

           EVALUATE TRUE
              WHEN WS-MNT-90J > 0
                 MOVE 3 TO WS-NIVEAU
           END-EVALUATE
           .

*> Le client a-t-il une promesse de paiement en cours, sur le compte
*> ou sur l'une de ses factures ? Pour un groupe, celles du parent
*> puis de chacune des agences
       2015-TESTER-PROMESSE.

           MOVE 'N' TO WS-PTP-EN-COURS

           MOVE WS-LTR-C-NO TO WS-PTP-C-NO
           PERFORM 2016-CHERCHER-PROMESSE

           IF AGE-TYPE-REC = 'G' AND WS-PTP-OUVERT = 'Y'
              EXEC SQL OPEN CAGENCES END-EXEC
              PERFORM UNTIL SQLCODE NOT = 0
                      OR WS-PTP-EN-COURS = 'Y'
                 EXEC SQL FETCH CAGENCES INTO :WS-PTP-C-NO END-EXEC
                 IF SQLCODE = 0
                    PERFORM 2016-CHERCHER-PROMESSE
                 END-IF
              END-PERFORM
              EXEC SQL CLOSE CAGENCES END-EXEC
           END-IF
           .

*> Promesse en cours ('A') du compte WS-PTP-C-NO au registre
       2016-CHERCHER-PROMESSE.

           IF WS-PTP-OUVERT = 'Y'
              MOVE WS-PTP-C-NO TO PTP-C-NO
              MOVE 0 TO PTP-INVOICE-NO
              MOVE 'N' TO WS-EOF-PTP
              START FPROMISE KEY IS NOT LESS THAN PTP-CLE
                  INVALID KEY
                      MOVE 'Y' TO WS-EOF-PTP
              END-START

              PERFORM UNTIL WS-EOF-PTP = 'Y'
                 READ FPROMISE NEXT RECORD
                     AT END
                         MOVE 'Y' TO WS-EOF-PTP
                     NOT AT END
                         IF PTP-C-NO NOT = WS-PTP-C-NO
                            MOVE 'Y' TO WS-EOF-PTP
                         ELSE
                            IF PTP-ETAT = 'A'
                               MOVE 'Y' TO WS-PTP-EN-COURS
                               MOVE 'Y' TO WS-EOF-PTP
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
           END-IF
           .

*> Impression d'une lettre de relance : en-tete avec nom et adresse
*> du client (CUSTOMERS), montant du, puis corps du texte selon le
*> niveau d'escalade - un bloc de lignes de 80 caracteres par lettre,
              MOVE SPACES TO ENRLETTRE
              MOVE 'CLIENT : ' TO ENRLETTRE(5:9)
              MOVE WS-LTR-C-NO TO ENRLETTRE(14:4)
              IF AGE-TYPE-REC = 'G'
                 IF C-LANG = 'E'
                    MOVE '(GROUP ACCOUNT, ALL BRANCHES INCLUDED)'
                         TO ENRLETTRE(20:38)
                 ELSE
                    MOVE '(COMPTE GROUPE, AGENCES COMPRISES)'
                         TO ENRLETTRE(20:34)
                 END-IF
              END-IF
              WRITE ENRLETTRE

              MOVE WS-MNT-TOTAL TO WS-MNT-STR
              END-IF
              WRITE ENRLETTRE

*> Montant en litige exclu du solde reclame
              IF WS-MNT-LITIGE > 0
                 MOVE WS-MNT-LITIGE TO WS-MNT-STR
                 MOVE SPACES TO ENRLETTRE
                 IF C-LANG = 'E'
                    MOVE 'DISPUTED, NOT CLAIMED : ' TO ENRLETTRE(5:24)
                    MOVE WS-MNT-STR TO ENRLETTRE(29:10)
                    MOVE 'USD' TO ENRLETTRE(40:3)
                 ELSE
                    MOVE 'EN LITIGE, NON RECLAME : '
                         TO ENRLETTRE(5:25)
                    MOVE WS-MNT-STR TO ENRLETTRE(30:10)
                    MOVE 'USD' TO ENRLETTRE(41:3)
                 END-IF
                 WRITE ENRLETTRE
              END-IF

              MOVE SPACES TO ENRLETTRE
              WRITE ENRLETTRE

           MOVE WS-CT-DEMEURES     TO RPT-MISES-DEMEURE
           MOVE WS-CT-SANS         TO RPT-SANS-LETTRE
           MOVE WS-CT-INTROUVABLES TO RPT-INTROUVABLES
           MOVE WS-CT-PROMESSES    TO RPT-PROMESSES
           WRITE ENRDUNRPT

           DISPLAY 'PDUNNING : ' WS-CT-CLIENTS ' CLIENTS LUS'
                   ' MISES EN DEMEURE=' WS-CT-DEMEURES
                   ' SANS LETTRE=' WS-CT-SANS
           DISPLAY 'PDUNNING : INTROUVABLES=' WS-CT-INTROUVABLES
           DISPLAY 'PDUNNING : PROMESSES EN COURS=' WS-CT-PROMESSES

           EVALUATE TRUE
              WHEN WS-CT-CLIENTS = 0
           CLOSE FAGING
                 FLETTRE
                 FDUNRPT
           IF WS-PTP-OUVERT = 'Y'
              CLOSE FPROMISE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
