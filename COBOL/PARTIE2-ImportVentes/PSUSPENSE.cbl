*>   enfin combien d'argent de la banque est pose nulle part
*> - Une réimputation acceptée repart au format DPAYMENT-TXN lu par
*>   PPAYMENT (comme PLOCKBOX) : la remise refait le circuit normal
*>   au prochain run, avec ses contrôles (doublons, période fermée) ;
*>   marquée PAY-DEPOT-NO 'SUSPENS', elle sort du compte d'attente au
*>   journal de PPAYMENT sans repasser en banque
*>
*> Entrées :
*> - FSUSP / DPAYMENT-SUSP : compte d'attente courant (cf PPAYMENT)
           05 PAY-REFERENCE PIC X(20).
           05 PAY-INVOICE-NO PIC X(6).
           05 PAY-ESCOMPTE  PIC X(7).
           05 PAY-DEPOT-NO  PIC X(8).
           05 PAY-MONTANT-DEV PIC X(9).
           05 FILLER        PIC X(9).

       FD FREJECT
           RECORDING MODE IS F.
           MOVE WS-SUS-DATE(WS-SUS-CHOISI)    TO PAY-DATE
           MOVE WS-SUS-REF(WS-SUS-CHOISI)     TO PAY-REFERENCE
           MOVE SPACES TO PAY-INVOICE-NO
           MOVE 'SUSPENS' TO PAY-DEPOT-NO
           WRITE ENRPAYMENT

           MOVE 'R' TO WS-SUS-ETAT(WS-SUS-CHOISI)
