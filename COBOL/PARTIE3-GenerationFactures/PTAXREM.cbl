*> - Isoler sur leur propre ligne les montants factures au taux SYSIN
*>   de repli (etat absent de DSTATETAX au moment du run) : ce sont
*>   exactement les montants que les auditeurs demandent a justifier
*> - Ventiler chaque etat par classe de taxe (TXL-CLASSE, blanc =
*>   classe generale) : services, fournitures, fret... declares
*>   chacun a leur taux ou en exonere
*>
*> Entrées :
*> - SYSIN : date de debut et date de fin de periode (AAAA-MM-JJ)
*> - FTAXLEDGER / DTAXLEDGER : registre cumulatif de taxe (une ligne
*>   par etat, classe de taxe et run, cf PFACTURE.6200-REGISTRE-TAXE)
*>
*> Sorties :
*> - DTAXREM-RPT : une ligne 'E' par etat et classe (taux table), une
*>   ligne 'D' par etat et classe factures au taux de repli, une ligne
*>   'A' par pays de l'Union et classe factures en autoliquidation
*>   (base seule, taxe a zero, cf PFACTURE.2087-REGIME-TVA), une
*>   ligne 'H' des lignes du registre restees hors table (seulement
*>   s'il y en a), une ligne 'T' de total ; la classe est en fin de
*>   ligne
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - Ce rapport ne modifie rien : le registre n'est que lu
*> - La table des cumuls tient 2000 combinaisons etat + classe +
*>   marque ; au-dela, les lignes du registre sont cumulees sur la
*>   ligne 'H' (comptees dans le total 'T') et le run finit en code
*>   retour 4 : la declaration est a completer a la main
*> - Les lignes du registre anterieures a la ventilation par classe
*>   (37 caracteres) sont completees a blanc lors de l'elargissement
*>   du fichier : elles se lisent en classe generale
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*>   (cloture trimestrielle)
*> - Ce code est fourni à titre pédagogique
          05 TXL-BASE        PIC 9(8)V99.
          05 FILLER          PIC X(1).
          05 TXL-TAXE        PIC 9(8)V99.
          05 FILLER          PIC X(1).
          05 TXL-CLASSE      PIC X(3).

       FD FTAXREM
           RECORDING MODE IS F.
       01 ENRTAXREM.
          05 REM-TYPE-REC    PIC X(1).
*>            'E' = etat au taux table, 'D' = etat au taux de repli,
*>            'A' = pays de l'Union en autoliquidation,
*>            'H' = lignes du registre hors table, non ventilees,
*>            'T' = total general de la periode
          05 FILLER          PIC X(1) VALUE SPACE.
          05 REM-ETAT        PIC X(2).
          05 REM-BASE        PIC Z(8)9,99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 REM-TAXE        PIC Z(8)9,99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 REM-CLASSE      PIC X(3).

       WORKING-STORAGE SECTION.

       01 WS-DATE-DEBUT      PIC X(10).
       01 WS-DATE-FIN        PIC X(10).

*> Cumuls de la periode par etat, classe de taxe et marque taux de
*> repli
       01 WS-REM-TABLE.
          05 WS-REM-ENTRY OCCURS 2000 TIMES.
             10 WS-REM-ETAT    PIC X(2).
             10 WS-REM-CLASSE  PIC X(3).
             10 WS-REM-DEFAUT  PIC X(1).
             10 WS-REM-BASE    PIC 9(9)V99.
             10 WS-REM-TAXE    PIC 9(9)V99.
       01 WS-NB-REM          PIC 9(4) VALUE 0.
       01 WS-REM-IDX         PIC 9(4).
       01 WS-REM-SCAN        PIC 9(4).
       01 WS-REM-TROUVE      PIC X(1).
       01 WS-REM-TYPE        PIC X(1).

       77 WS-TOT-BASE        PIC 9(9)V99 VALUE 0.
       77 WS-TOT-TAXE        PIC 9(9)V99 VALUE 0.

*> Lignes du registre de la periode restees hors table (cf 2100)
       77 WS-CT-HORS-TABLE   PIC 9(5) VALUE 0.
       77 WS-HORS-BASE       PIC 9(9)V99 VALUE 0.
       77 WS-HORS-TAXE       PIC 9(9)V99 VALUE 0.

*> Code retour remis au moniteur de job : 8 si la periode est absente
*> sur SYSIN, 4 si le registre ne contient rien pour la periode ou
*> si des lignes sont restees hors table, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.
           OPEN OUTPUT FTAXREM
           .

*> Cumul des lignes du registre tombant dans la periode, par etat,
*> classe de taxe et marque taux de repli
       2000-CUMULER-PERIODE.

           OPEN INPUT FTAXLEDGER
           PERFORM VARYING WS-REM-SCAN FROM 1 BY 1
                   UNTIL WS-REM-SCAN > WS-NB-REM
              IF WS-REM-ETAT(WS-REM-SCAN) = TXL-ETAT
                 AND WS-REM-CLASSE(WS-REM-SCAN) = TXL-CLASSE
                 AND WS-REM-DEFAUT(WS-REM-SCAN) = TXL-DEFAUT
                 MOVE WS-REM-SCAN TO WS-REM-IDX
                 MOVE 'Y' TO WS-REM-TROUVE
              END-IF
           END-PERFORM

           IF WS-REM-TROUVE = 'N' AND WS-NB-REM < 2000
              ADD 1 TO WS-NB-REM
              MOVE TXL-ETAT   TO WS-REM-ETAT(WS-NB-REM)
              MOVE TXL-CLASSE TO WS-REM-CLASSE(WS-NB-REM)
              MOVE TXL-DEFAUT TO WS-REM-DEFAUT(WS-NB-REM)
              MOVE 0          TO WS-REM-BASE(WS-NB-REM)
              MOVE 0          TO WS-REM-TAXE(WS-NB-REM)
              ADD TXL-TAXE TO WS-REM-TAXE(WS-REM-IDX)
              ADD TXL-BASE TO WS-TOT-BASE
              ADD TXL-TAXE TO WS-TOT-TAXE
           ELSE
              ADD 1 TO WS-CT-HORS-TABLE
              ADD TXL-BASE TO WS-HORS-BASE
              ADD TXL-TAXE TO WS-HORS-TAXE
              ADD TXL-BASE TO WS-TOT-BASE
              ADD TXL-TAXE TO WS-TOT-TAXE
           END-IF
           .

*> Edition du rapport : les etats au taux table d'abord ('E'), puis
*> les montants au taux de repli ('D'), les ventes intracommunautaires
*> en autoliquidation ('A'), puis le total ('T')
       3000-EDITER-RAPPORT.

           PERFORM VARYING WS-REM-SCAN FROM 1 BY 1
              END-IF
           END-PERFORM

           PERFORM VARYING WS-REM-SCAN FROM 1 BY 1
                   UNTIL WS-REM-SCAN > WS-NB-REM
              IF WS-REM-DEFAUT(WS-REM-SCAN) = 'A'
                 MOVE 'A' TO WS-REM-TYPE
                 PERFORM 3100-LIGNE-ETAT
              END-IF
           END-PERFORM

           IF WS-CT-HORS-TABLE > 0
              MOVE SPACES TO ENRTAXREM
              MOVE 'H'          TO REM-TYPE-REC
              MOVE WS-HORS-BASE TO REM-BASE
              MOVE WS-HORS-TAXE TO REM-TAXE
              WRITE ENRTAXREM
           END-IF

           MOVE SPACES TO ENRTAXREM
           MOVE 'T'         TO REM-TYPE-REC
           MOVE WS-TOT-BASE TO REM-BASE
           MOVE SPACES TO ENRTAXREM
           MOVE WS-REM-TYPE TO REM-TYPE-REC
           MOVE WS-REM-ETAT(WS-REM-SCAN) TO REM-ETAT
           MOVE WS-REM-CLASSE(WS-REM-SCAN) TO REM-CLASSE
           MOVE WS-REM-BASE(WS-REM-SCAN) TO REM-BASE
           MOVE WS-REM-TAXE(WS-REM-SCAN) TO REM-TAXE
           WRITE ENRTAXREM
           DISPLAY 'PTAXREM : ' WS-CT-LIGNES ' LIGNES LUES, '
                   WS-CT-RETENUES ' DANS LA PERIODE'
           DISPLAY 'PTAXREM : TAXE DE LA PERIODE=' WS-TOT-TAXE
           IF WS-CT-HORS-TABLE > 0
              DISPLAY 'PTAXREM : ' WS-CT-HORS-TABLE
                      ' LIGNE(S) DU REGISTRE HORS TABLE, NON VENTILEES'
                      ' (LIGNE H)'
           END-IF

           IF WS-RETURN-CODE NOT = 8
              IF WS-CT-RETENUES = 0 OR WS-CT-HORS-TABLE > 0
                 MOVE 4 TO WS-RETURN-CODE
              ELSE
                 MOVE 0 TO WS-RETURN-CODE
