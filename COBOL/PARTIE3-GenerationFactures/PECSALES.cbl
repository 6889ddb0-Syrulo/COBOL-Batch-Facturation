*> ==========================================================
*> PECSALES.cbl - Etat recapitulatif mensuel des ventes
*> intracommunautaires
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Produire, pour un mois donne, l'etat recapitulatif des clients
*>   (livraisons intracommunautaires en autoliquidation) a partir du
*>   registre cumulatif DECSALES-LEDGER ecrit par PFACTURE : le total
*>   HT du mois par N° de TVA du client, a reporter tel quel sur la
*>   declaration au lieu de trier les factures a la main
*>
*> Entrées :
*> - SYSIN : mois de la declaration (AAAA-MM)
*> - FECSALES / DECSALES-LEDGER : une ligne par facture en
*>   autoliquidation (cf PFACTURE.4080-REGISTRE-INTRACOM)
*>
*> Sorties :
*> - DECSALES-RPT : une ligne 'V' par N° de TVA et devise (pays, N°,
*>   montant HT, nombre de factures), une ligne 'T' de total par
*>   devise
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - Ce rapport ne modifie rien : le registre n'est que lu
*> - Les montants restent dans la devise de facturation du client :
*>   un meme N° de TVA facture dans deux devises sort sur deux lignes
*> - Le mois retenu est celui de la date de commande de la facture,
*>   la date qui fixe aussi le taux de taxe (cf PFACTURE.3150)
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*>   (declaration mensuelle)
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PECSALES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FECSALES ASSIGN TO DECSALES-LEDGER
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-ECS.

           SELECT FECSRPT ASSIGN TO DECSALES-RPT
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.

*> Même structure que celle écrite par PFACTURE (cf PFACTURE.cbl)
       FD FECSALES
           RECORDING MODE IS F.

       01 ENRECSALES.
          05 ECS-DATE        PIC X(10).
          05 FILLER          PIC X(1).
          05 ECS-INVOICE-NO  PIC 9(6).
          05 FILLER          PIC X(1).
          05 ECS-C-NO        PIC 9(4).
          05 FILLER          PIC X(1).
          05 ECS-TVA-NO      PIC X(14).
          05 FILLER          PIC X(1).
          05 ECS-DEVISE      PIC X(2).
          05 FILLER          PIC X(1).
          05 ECS-BASE        PIC 9(8)V99.

       FD FECSRPT
           RECORDING MODE IS F.

       01 ENRECSRPT.
          05 ESR-TYPE-REC    PIC X(1).
*>            'V' = N° de TVA du client, 'T' = total de la devise
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ESR-PAYS        PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ESR-TVA-NO      PIC X(14).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ESR-DEVISE      PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ESR-MONTANT     PIC Z(8)9,99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ESR-NB-FACT     PIC Z(4)9.

       WORKING-STORAGE SECTION.

       77 WS-STATUS-ECS      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1) VALUE 'N'.

       01 WS-MOIS            PIC X(7).

*> Cumuls du mois par N° de TVA du client et devise
       01 WS-ECV-TABLE.
          05 WS-ECV-ENTRY OCCURS 500 TIMES.
             10 WS-ECV-TVA-NO  PIC X(14).
             10 WS-ECV-DEVISE  PIC X(2).
             10 WS-ECV-MONTANT PIC 9(9)V99.
             10 WS-ECV-NB      PIC 9(5).
       01 WS-NB-ECV          PIC 9(3) VALUE 0.
       01 WS-ECV-IDX         PIC 9(3).
       01 WS-ECV-SCAN        PIC 9(3).
       01 WS-ECV-TROUVE      PIC X(1).

*> Totaux par devise, pour les lignes 'T'
       01 WS-ECT-TABLE.
          05 WS-ECT-ENTRY OCCURS 20 TIMES.
             10 WS-ECT-DEVISE  PIC X(2).
             10 WS-ECT-MONTANT PIC 9(9)V99.
             10 WS-ECT-NB      PIC 9(5).
       01 WS-NB-ECT          PIC 99 VALUE 0.
       01 WS-ECT-IDX         PIC 99.
       01 WS-ECT-SCAN        PIC 99.
       01 WS-ECT-TROUVE      PIC X(1).

*> Compteurs de fin de run
       77 WS-CT-LIGNES       PIC 9(5) VALUE 0.
       77 WS-CT-RETENUES     PIC 9(5) VALUE 0.
       77 WS-CT-DEBORD       PIC 9(5) VALUE 0.

*> Code retour remis au moniteur de job : 8 si le mois est absent
*> sur SYSIN, 4 si le registre ne contient rien pour le mois ou si
*> une table a deborde, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 2000-CUMULER-MOIS
              PERFORM 3000-EDITER-RAPPORT
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Lecture du mois et ouverture du rapport
       1000-DEBUT.

           ACCEPT WS-MOIS FROM SYSIN

           IF WS-MOIS(1:4) NOT NUMERIC
              OR WS-MOIS(5:1) NOT = '-'
              OR WS-MOIS(6:2) NOT NUMERIC
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PECSALES : MOIS ABSENT OU INVALIDE SUR SYSIN'
                      ' (AAAA-MM)'
           END-IF

           OPEN OUTPUT FECSRPT
           .

*> Cumul des lignes du registre dont la date tombe dans le mois
       2000-CUMULER-MOIS.

           OPEN INPUT FECSALES
           IF WS-STATUS-ECS = 0
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FECSALES
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LIGNES
                       IF ECS-DATE(1:7) = WS-MOIS
                          PERFORM 2100-CUMULER-LIGNE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FECSALES
           END-IF
           .

*> Ligne du mois sur son N° de TVA + devise, et sur le total de sa
*> devise
       2100-CUMULER-LIGNE.

           ADD 1 TO WS-CT-RETENUES

           MOVE 'N' TO WS-ECV-TROUVE
           PERFORM VARYING WS-ECV-SCAN FROM 1 BY 1
                   UNTIL WS-ECV-SCAN > WS-NB-ECV
              IF WS-ECV-TVA-NO(WS-ECV-SCAN) = ECS-TVA-NO
                 AND WS-ECV-DEVISE(WS-ECV-SCAN) = ECS-DEVISE
                 MOVE WS-ECV-SCAN TO WS-ECV-IDX
                 MOVE 'Y' TO WS-ECV-TROUVE
              END-IF
           END-PERFORM

           IF WS-ECV-TROUVE = 'N' AND WS-NB-ECV < 500
              ADD 1 TO WS-NB-ECV
              MOVE ECS-TVA-NO TO WS-ECV-TVA-NO(WS-NB-ECV)
              MOVE ECS-DEVISE TO WS-ECV-DEVISE(WS-NB-ECV)
              MOVE 0 TO WS-ECV-MONTANT(WS-NB-ECV)
              MOVE 0 TO WS-ECV-NB(WS-NB-ECV)
              MOVE WS-NB-ECV TO WS-ECV-IDX
              MOVE 'Y' TO WS-ECV-TROUVE
           END-IF

           IF WS-ECV-TROUVE = 'Y'
              ADD ECS-BASE TO WS-ECV-MONTANT(WS-ECV-IDX)
              ADD 1 TO WS-ECV-NB(WS-ECV-IDX)
           ELSE
              ADD 1 TO WS-CT-DEBORD
              DISPLAY 'PECSALES : TABLE PLEINE, FACTURE '
                      ECS-INVOICE-NO ' NON RETENUE'
           END-IF

           MOVE 'N' TO WS-ECT-TROUVE
           PERFORM VARYING WS-ECT-SCAN FROM 1 BY 1
                   UNTIL WS-ECT-SCAN > WS-NB-ECT
              IF WS-ECT-DEVISE(WS-ECT-SCAN) = ECS-DEVISE
                 MOVE WS-ECT-SCAN TO WS-ECT-IDX
                 MOVE 'Y' TO WS-ECT-TROUVE
              END-IF
           END-PERFORM

           IF WS-ECT-TROUVE = 'N' AND WS-NB-ECT < 20
              ADD 1 TO WS-NB-ECT
              MOVE ECS-DEVISE TO WS-ECT-DEVISE(WS-NB-ECT)
              MOVE 0 TO WS-ECT-MONTANT(WS-NB-ECT)
              MOVE 0 TO WS-ECT-NB(WS-NB-ECT)
              MOVE WS-NB-ECT TO WS-ECT-IDX
              MOVE 'Y' TO WS-ECT-TROUVE
           END-IF

           IF WS-ECT-TROUVE = 'Y' AND WS-ECV-TROUVE = 'Y'
              ADD ECS-BASE TO WS-ECT-MONTANT(WS-ECT-IDX)
              ADD 1 TO WS-ECT-NB(WS-ECT-IDX)
           END-IF
           .

*> Edition : les N° de TVA dans l'ordre de premiere apparition,
*> puis un total par devise
       3000-EDITER-RAPPORT.

           PERFORM 3100-LIGNE-TVA
                   VARYING WS-ECV-SCAN FROM 1 BY 1
                   UNTIL WS-ECV-SCAN > WS-NB-ECV

           PERFORM 3200-LIGNE-TOTAL
                   VARYING WS-ECT-SCAN FROM 1 BY 1
                   UNTIL WS-ECT-SCAN > WS-NB-ECT
           .

       3100-LIGNE-TVA.

           MOVE SPACES TO ENRECSRPT
           MOVE 'V' TO ESR-TYPE-REC
           MOVE WS-ECV-TVA-NO(WS-ECV-SCAN)(1:2) TO ESR-PAYS
           MOVE WS-ECV-TVA-NO(WS-ECV-SCAN) TO ESR-TVA-NO
           MOVE WS-ECV-DEVISE(WS-ECV-SCAN) TO ESR-DEVISE
           MOVE WS-ECV-MONTANT(WS-ECV-SCAN) TO ESR-MONTANT
           MOVE WS-ECV-NB(WS-ECV-SCAN) TO ESR-NB-FACT
           WRITE ENRECSRPT
           .

       3200-LIGNE-TOTAL.

           MOVE SPACES TO ENRECSRPT
           MOVE 'T' TO ESR-TYPE-REC
           MOVE WS-ECT-DEVISE(WS-ECT-SCAN) TO ESR-DEVISE
           MOVE WS-ECT-MONTANT(WS-ECT-SCAN) TO ESR-MONTANT
           MOVE WS-ECT-NB(WS-ECT-SCAN) TO ESR-NB-FACT
           WRITE ENRECSRPT
           .

*> Synthese de fin de run et code retour
       9000-FIN.

           DISPLAY 'PECSALES : ' WS-CT-LIGNES ' LIGNES LUES, '
                   WS-CT-RETENUES ' DANS LE MOIS ' WS-MOIS
           DISPLAY 'PECSALES : ' WS-NB-ECV ' N TVA CLIENTS'

           IF WS-RETURN-CODE NOT = 8
              IF WS-CT-RETENUES = 0 OR WS-CT-DEBORD > 0
                 MOVE 4 TO WS-RETURN-CODE
              ELSE
                 MOVE 0 TO WS-RETURN-CODE
              END-IF
           END-IF

           CLOSE FECSRPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
