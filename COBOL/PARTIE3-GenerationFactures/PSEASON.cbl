           RECORDING MODE IS F.

       01 ENRARCHORD.
          05 AO-O-NO            PIC 9(6).
          05 FILLER             PIC X(1).
          05 AO-S-NO            PIC 9(2).
          05 FILLER             PIC X(1).
           RECORDING MODE IS F.

       01 ENRARCHITM.
          05 AI-O-NO            PIC 9(6).
          05 FILLER             PIC X(1).
          05 AI-P-NO            PIC X(3).
          05 FILLER             PIC X(1).
          05 AI-QUANTITY        PIC 9(4).
          05 FILLER             PIC X(1).
          05 AI-PRICE           PIC 9(5)V99.

       FD FSEASON
           RECORDING MODE IS F.
*> Mois AAAA-MM de chaque commande archivée retenue, indexé par son
*> N° de commande (blanc = commande hors fenêtre ou inconnue)
       01 WS-AO-TABLE.
          05 WS-AO-MOIS OCCURS 999999 TIMES PIC X(7).
       01 WS-AO-IDX          PIC 9(6).

*> Mois AAAA-MM reconstruit de la date archivée MM/JJ/AAAA
       01 WS-ARC-MOIS        PIC X(2).
*> archivée rejoint le cumul de son produit et de son mois
       2000-CUMULER-ARCHIVES.

           MOVE SPACES TO WS-AO-TABLE

           OPEN INPUT FARCHORD
           IF WS-STATUS-AORD = 0
