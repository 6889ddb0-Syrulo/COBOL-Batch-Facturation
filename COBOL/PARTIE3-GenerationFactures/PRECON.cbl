*>            ORDER = commande ORDERS sans client
*>            EMPL = employé avec département inconnu
          05 FILLER             PIC X(1) VALUE SPACE.
          05 RPT-CLE-1          PIC X(6).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 RPT-CLE-2          PIC X(4).
          05 FILLER             PIC X(1) VALUE SPACE.
