           RECORDING MODE IS F.

       01 ENRINVCTL.
          05 INV-O-NO        PIC 9(6).
          05 INV-LAST-NO     PIC 9(6).
          05 INV-OFFICE      PIC 9(1).
          05 INV-VOID        PIC X(1).
           DATA RECORD IS ENREXTRACT.

       01 ENREXTRACT.
          05 EXT-ONO            PIC 9(6).
          05 FILLER             PIC X(599).

*> Rapport : 'A' = commande orpheline, 'T' = synthese
       FD FCHKRPT
       01 ENRCHKRPT.
          05 CHK-TYPE-REC    PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 CHK-O-NO        PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 CHK-C-NO        PIC 9(4).
          05 FILLER          PIC X(1) VALUE SPACE.
*> Presence par commande au registre des factures et dans l'extrait,
*> indexee par N° de commande
       01 WS-CTL-TABLE.
          05 WS-CTL-VU OCCURS 999999 TIMES PIC X(1).
       01 WS-EXT-TABLE.
          05 WS-EXT-VU OCCURS 999999 TIMES PIC X(1).
       01 WS-ONO-IDX         PIC 9(6).

*> Compteurs de fin de run
       77 WS-CT-FACTUREES    PIC 9(4) VALUE 0.

           OPEN OUTPUT FCHKRPT

           MOVE ALL 'N' TO WS-CTL-TABLE
           MOVE ALL 'N' TO WS-EXT-TABLE

           OPEN INPUT FINVCTL
           IF WS-STATUS-INV = 0
