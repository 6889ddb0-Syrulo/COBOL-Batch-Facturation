*> - Convertir les details des remises equilibrees au format ENRPAYMENT
*>   que PPAYMENT lit deja (DPAYMENT-TXN), pour que l'encaissement
*>   bancaire atteigne CUSTOMERS.BALANCE le jour meme au lieu d'une
*>   ressaisie manuelle depuis les releves ; chaque reglement porte
*>   le N° de sa remise (PAY-DEPOT-NO), PPAYMENT passe ainsi un debit
*>   banque par remise, rapproche du releve par PBANKREC
*>
*> Entrées :
*> - FLOCKBOX / DLOCKBOX : fichier lockbox de la banque
*>     'H' : N° de depot, date, nombre de details, montant total
*>     'D' : client, montant, date, reference de remise, montant
*>           recu en devise (client facture en devise, sinon blanc)
*>
*> Sorties :
*> - DPAYMENT-TXN    : reglements au format lu par PPAYMENT
           05 LBH-DATE      PIC X(10).
           05 LBH-NB        PIC 9(5).
           05 LBH-MONTANT   PIC 9(9)V99.
           05 FILLER        PIC X(18).

*> Detail : un reglement de la remise
       01 ENRLBX-D.
           05 LBD-MONTANT   PIC 9(7)V99.
           05 LBD-DATE      PIC X(10).
           05 LBD-REFERENCE PIC X(20).
           05 LBD-MONTANT-DEV PIC X(9).

       FD FPAYMENT
           RECORDING MODE IS F.
           05 PAY-REFERENCE PIC X(20).
           05 PAY-INVOICE-NO PIC X(6).
           05 PAY-ESCOMPTE  PIC X(7).
           05 PAY-DEPOT-NO  PIC X(8).
           05 PAY-MONTANT-DEV PIC X(9).
           05 FILLER        PIC X(9).

       FD FREJLBX
           RECORDING MODE IS F.

       01 ENRREJLBX.
          05 REJ-RAW-LINE   PIC X(53).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 REJ-CODE       PIC X(4).
          05 FILLER         PIC X(1) VALUE SPACE.
             10 WS-DET-MONTANT  PIC 9(7)V99.
             10 WS-DET-DATE     PIC X(10).
             10 WS-DET-REF      PIC X(20).
             10 WS-DET-MT-DEV   PIC X(9).
             10 WS-DET-RAW      PIC X(53).
       01 WS-NB-DET          PIC 9(3) VALUE 0.
       01 WS-DET-IDX         PIC 9(3).

                    MOVE LBD-MONTANT   TO WS-DET-MONTANT(WS-NB-DET)
                    MOVE LBD-DATE      TO WS-DET-DATE(WS-NB-DET)
                    MOVE LBD-REFERENCE TO WS-DET-REF(WS-NB-DET)
                    MOVE LBD-MONTANT-DEV TO WS-DET-MT-DEV(WS-NB-DET)
                    MOVE ENRLBX-D      TO WS-DET-RAW(WS-NB-DET)
                 ELSE
                    MOVE 'N' TO WS-DEPOT-VALIDE
                 MOVE WS-DET-DATE(WS-DET-IDX) TO PAY-DATE
              END-IF
              MOVE WS-DET-REF(WS-DET-IDX)     TO PAY-REFERENCE
              MOVE WS-DEPOT-NO                TO PAY-DEPOT-NO
              MOVE WS-DET-MT-DEV(WS-DET-IDX)  TO PAY-MONTANT-DEV
              WRITE ENRPAYMENT
              ADD 1 TO WS-CT-REGLEMENTS
              ADD WS-DET-MONTANT(WS-DET-IDX) TO WS-TOT-MONTANT
