           RECORDING MODE IS F.

       01 ENRBACKORD.
          05 BKO-NO         PIC 9(6).
          05 FILLER         PIC X(1).
          05 BKO-P-NO       PIC 9(3).
          05 FILLER         PIC X(1).
          05 BKO-QUANTITY   PIC 9(4).
          05 FILLER         PIC X(1).
          05 BKO-STOCK-APRES PIC S9(5).
          05 FILLER         PIC X(1).
           RECORDING MODE IS F.

       01 ENRBACKNEW.
          05 BKN-NO         PIC 9(6).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 BKN-P-NO       PIC 9(3).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 BKN-QUANTITY   PIC 9(4).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 BKN-STOCK-APRES PIC S9(5).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 REL-P-NO       PIC ZZ9.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 REL-O-NO       PIC Z(5)9.
          05 FILLER         PIC X(1) VALUE SPACE.
          05 REL-DEFICIT    PIC ZZZZ9.
          05 FILLER         PIC X(1) VALUE SPACE.
*> Journal des ruptures charge en memoire, dans l'ordre du fichier
       01 WS-BKO-TABLE.
          05 WS-BKO-ENTRY OCCURS 1000 TIMES.
             10 WS-BKO-ONO      PIC 9(6).
             10 WS-BKO-DEPOT    PIC X(2).
             10 WS-BKO-PNO      PIC 9(3).
             10 WS-BKO-QTE      PIC 9(4).
             10 WS-BKO-MOTIF    PIC X(30).
             10 WS-BKO-ETAT     PIC X(1).
*>               ' ' = non traite, 'T' = libere en totalite,
*>               'P' = libere en partie, 'R' = reste en rupture
             10 WS-BKO-LIBEREE  PIC 9(4).
       01 WS-NB-BKO          PIC 9(4) VALUE 0.
       01 WS-BKO-IDX         PIC 9(4).
       01 WS-BKO-SCAN        PIC 9(4).
