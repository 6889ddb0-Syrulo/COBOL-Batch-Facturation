*>   (cf DCATMISS-NEW)
*>
*> Images a plat (largeurs fixes, contrat avec le BI) :
*> - 'O' : O_NO(6) O_DATE(10) S_NO(2) C_NO(4) SHIPPED(1)
*>         INVOICED(1) DEPOT(2)
*> - 'I' : O_NO(6) P_NO(3) QUANTITY(4) PRICE(7, 2 decimales
*>         implicites) SHIP_CONF(1) INVOICED(1)
*> - 'C' : C_NO(4) COMPANY(20) BALANCE(10, signe en tete, 2
*>         decimales implicites) STATE(2) CURRENCY(2) OFFICE(20)
*>         TERMS(3) LANG(1) FIN_EXEMPT(1) BILL_FREQ(1)
*> - 'F' : O_NO(6) INVOICE_NO(6) OFFICE(1) VOID(1)
*>
*> Sous-programmes appelés :
*> - PRUNLOG (journal d'execution du cycle)
           RECORDING MODE IS F.

       01 ENRINVCTL.
          05 INV-O-NO        PIC 9(6).
          05 INV-LAST-NO     PIC 9(6).
          05 INV-OFFICE      PIC 9(1).
          05 INV-VOID        PIC X(1).
       01 WS-CUR-IMAGE       PIC X(64).

*> Zones de mise a plat
       01 WS-IMG-ONO         PIC 9(6).
       01 WS-IMG-PNO         PIC X(3).
       01 WS-IMG-SNO         PIC 9(2).
       01 WS-IMG-CNO         PIC 9(4).
       01 WS-IMG-QTY         PIC 9(4).
       01 WS-IMG-PRICE       PIC 9(5)V99.
       01 WS-IMG-BALANCE     PIC S9(7)V99 SIGN LEADING SEPARATE.

       01 WS-DATE-COURANTE   PIC X(21).
                 MOVE 'O' TO WS-CUR-SOURCE
                 MOVE SPACES TO WS-CUR-CLE
                 MOVE O-O-NO TO WS-IMG-ONO
                 MOVE WS-IMG-ONO TO WS-CUR-CLE(1:6)
                 MOVE O-S-NO TO WS-IMG-SNO
                 MOVE O-C-NO TO WS-IMG-CNO
                 MOVE SPACES TO WS-CUR-IMAGE
                    MOVE 'I' TO WS-CUR-SOURCE
                    MOVE SPACES TO WS-CUR-CLE
                    MOVE I-O-NO TO WS-IMG-ONO
                    MOVE WS-IMG-ONO TO WS-CUR-CLE(1:6)
                    MOVE I-P-NO TO WS-IMG-PNO
                    MOVE WS-IMG-PNO TO WS-CUR-CLE(7:3)
                    MOVE I-QUANTITY TO WS-IMG-QTY
                    MOVE I-PRICE TO WS-IMG-PRICE
                    MOVE SPACES TO WS-CUR-IMAGE
                          MOVE 'F' TO WS-CUR-SOURCE
                          MOVE SPACES TO WS-CUR-CLE
                          MOVE INV-O-NO TO WS-IMG-ONO
                          MOVE WS-IMG-ONO TO WS-CUR-CLE(1:6)
                          MOVE SPACES TO WS-CUR-IMAGE
                          STRING WS-IMG-ONO DELIMITED BY SIZE
                                 INV-LAST-NO DELIMITED BY SIZE
