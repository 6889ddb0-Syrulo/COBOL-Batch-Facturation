           RECORDING MODE IS F.

       01 ENRRETREG.
          05 REG-O-NO        PIC 9(6).
          05 FILLER          PIC X(1).
          05 REG-C-NO        PIC 9(4).
          05 FILLER          PIC X(1).
       01 ENRVOIDAUDIT.
          05 AUD-REC-TYPE     PIC X(1).
          05 AUD-INVOICE-NO   PIC 9(6).
          05 AUD-O-NO         PIC 9(6).
          05 AUD-C-NO         PIC 9(4).
          05 AUD-MONTANT      PIC 9(7)V99.
          05 AUD-MOTIF        PIC X(30).

*> Reprise en cours
       01 WS-EVT-TYPE        PIC X(1).
       01 WS-EVT-ONO         PIC 9(6).
       01 WS-EVT-REF         PIC 9(6).
       01 WS-EVT-MONTANT     PIC 9(7)V99.
       01 WS-COM-BONUS       PIC V9(2).
