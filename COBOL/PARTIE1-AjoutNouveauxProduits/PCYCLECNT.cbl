*>   plus une ligne total, sur le modele de DDNEWPRO-AUDIT
*> - DSHRINK-RPT   : demarque par categorie ('G' par categorie,
*>   'T' de total), valorisee au cout unitaire
*> - DSTOCK-LEDGER : un mouvement AJ par ajustement applique, piece =
*>   operateur du comptage (via PSTKMVT)
*>
*> Sous-programmes appelés :
*> - PSTKMVT : journal des mouvements de stock
*>
*> Remarques :
*> - La liberation 'R' applique l'ecart tel que compte, tolerance
*>   ignoree (meme principe que la transaction 'R' de PNEWPROD)
*> - Un deplacement de stock entre depots ne passe pas par ici mais
*>   par un ordre de transfert PXFER : une paire d'ajustements
*>   fausserait la demarque et les ecarts d'inventaire
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================
*> déclarées localement comme dans PNEWPROD
       01 P-STOCK-QTY        PIC S9(5).
       01 P-CATEGORY         PIC X(10).
       01 P-UNIT-COST        PIC 9(5)V99.

       77 WS-STATUS-TXN  PIC 99 VALUE 0.
       77 WS-STATUS-TOL  PIC 99 VALUE 0.
       01 WS-CT-RETENUES   PIC 9(5) VALUE 0.
       01 WS-CT-REJETEES   PIC 9(5) VALUE 0.

*> Mouvement de stock passe a PSTKMVT (meme structure que sa LINKAGE)
       01 PSTKMVT            PIC X(7) VALUE 'PSTKMVT'.
       01 WS-SMV-ACTION      PIC X(1).
       01 WS-SMV-MVT.
          05 WS-SMV-P-NO        PIC 9(3).
          05 WS-SMV-DEPOT       PIC X(2).
          05 WS-SMV-DATE        PIC X(10).
          05 WS-SMV-QTE         PIC S9(5).
          05 WS-SMV-TYPE        PIC X(2).
          05 WS-SMV-PORTEE      PIC X(1).
          05 WS-SMV-PROGRAMME   PIC X(10).
          05 WS-SMV-DOC         PIC X(10).

       PROCEDURE DIVISION.

       0000-MAINLINE.
              END-IF
              ADD 1 TO WS-CT-APPLIQUEES
              PERFORM 2070-CUMULER-DEMARQUE

              MOVE 'M'           TO WS-SMV-ACTION
              MOVE TXN-P-NO      TO WS-SMV-P-NO
              MOVE TXN-DEPOT     TO WS-SMV-DEPOT
              MOVE SPACES        TO WS-SMV-DATE
              MOVE WS-ECART      TO WS-SMV-QTE
              MOVE 'AJ'          TO WS-SMV-TYPE
              MOVE 'B'           TO WS-SMV-PORTEE
              MOVE 'PCYCLECNT'   TO WS-SMV-PROGRAMME
              MOVE TXN-OPERATEUR TO WS-SMV-DOC
              CALL PSTKMVT USING WS-SMV-ACTION WS-SMV-MVT
              DISPLAY 'AJUSTEMENT ' TXN-DEPOT '/' TXN-P-NO
                      ' : ECART ' WS-ECART
           ELSE
           CLOSE FREJECT
           CLOSE FAUDIT
           CLOSE FSHRINK

           MOVE '*' TO WS-SMV-ACTION
           CALL PSTKMVT USING WS-SMV-ACTION WS-SMV-MVT
           .
