           RECORDING MODE F
           DATA RECORD IS ENREXTRACT.

*> EXT-ONO en tete de ligne, EXT-ZIP en position 285 (cf le decoupage
*> complet de l'ENREXTRACT dans PEXTRACT.cbl)
       01 ENREXTRACT.
          05 EXT-ONO            PIC 9(6).
          05 FILLER             PIC X(278).
          05 EXT-ZIP            PIC X(5).
          05 FILLER             PIC X(316).

       FD FFACTURE
           RECORDING MODE F

*> Correspondance commande -> ZIP, indexee par EXT-ONO
       01 WS-ZIP-TABLE.
          05 WS-ZIP-ONO OCCURS 999999 TIMES PIC X(5).
       01 WS-ONO-IDX         PIC 9(6).

*> ZIP de chaque bloc de facture, attribue en premiere passe
       01 WS-BLOC-TABLE.
           OPEN OUTPUT FFACTRI
           OPEN OUTPUT FPRESRPT

           MOVE SPACES TO WS-ZIP-TABLE
           .

*> Correspondance commande -> ZIP depuis l'extrait du cycle
*> Ligne ORDER NUMBER : le ZIP du bloc vient de l'extrait
           IF ENRFACTURE(5:15) = 'ORDER NUMBER : '
              AND WS-NB-BLOCS > 0
              AND ENRFACTURE(20:6) NUMERIC
              MOVE ENRFACTURE(20:6) TO WS-ONO-IDX
              IF WS-ONO-IDX > 0
                 MOVE WS-ZIP-ONO(WS-ONO-IDX)
                      TO WS-BLOC-ZIP(WS-NB-BLOCS)
