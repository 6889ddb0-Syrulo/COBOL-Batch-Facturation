          05 ARO-TYPE        PIC X(1).
          05 FILLER          PIC X(1).
          05 ARO-C-NO        PIC 9(4).
          05 FILLER          PIC X(67).

       FD FARONEW
           RECORDING MODE IS F.
          05 ARN-TYPE        PIC X(1).
          05 FILLER          PIC X(1).
          05 ARN-C-NO        PIC 9(4).
          05 FILLER          PIC X(67).

*> Même structure que celle écrite par PPAYMENT (cf PPAYMENT.cbl)
       FD FPAYHIST
             10 ARX-C-NO        PIC 9(4).
             10 ARX-INVOICE-NO  PIC 9(6).
          05 ARX-TYPE        PIC X(1).
          05 ARX-O-NO        PIC 9(6).
          05 ARX-DATE        PIC X(10).
          05 ARX-MONTANT     PIC 9(7)V99.
          05 ARX-REGLE       PIC 9(7)V99.
           DATA RECORD IS ENRINVXREF.

       01 ENRINVXREF.
          05 XRF-O-NO        PIC 9(6).
          05 XRF-INVOICE-NO  PIC 9(6).
          05 XRF-DATE        PIC X(10).
          05 XRF-C-NO        PIC 9(4).
