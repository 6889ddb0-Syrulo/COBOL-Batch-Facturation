*>     TXN-TAUX (taux, ex. "1.250" - pour A et U)
*>     TXN-OPERATEUR (identifiant de la personne à l'origine du
*>     changement, reporté tel quel sur DDDEVMAINT-AUDIT)
*>     TXN-SYMBOLE (facultatif, code imprimé sur les factures, ex.
*>     "CHF" - pour A et U ; à blanc sur U, le symbole reste inchangé)
*>
*> Sorties :
*> - DDDEVISE : fichier indexé des devises (même structure que celle
                            INDEXED BY DEV-IDX.
             10 DEV-EFF-DATE  PIC X(8).
             10 DEV-EFF-TAUX  PIC 99V999.
          05 DEV-SYMBOLE    PIC X(3).

*> Transactions mal formées ou inapplicables : ligne brute + motif
       FD FREJECT
       01 TXN-EFF-DATE    PIC X(8).
       01 TXN-TAUX        PIC X(6).
       01 TXN-OPERATEUR   PIC X(8).
       01 TXN-SYMBOLE     PIC X(3).

*> Indicateurs de validation de la transaction en cours
       01 WS-VALID-REC     PIC X VALUE 'Y'.

           ADD 1 TO WS-CT-LUS

*> Symbole facultatif : absent de la ligne, il ne doit pas reprendre
*> celui de la transaction precedente
           MOVE SPACES TO TXN-SYMBOLE
           UNSTRING WS-ENRTXN DELIMITED BY ';'
                 INTO TXN-CODE TXN-DEVI TXN-EFF-DATE TXN-TAUX
                      TXN-OPERATEUR TXN-SYMBOLE
           END-UNSTRING

           PERFORM 2010-VALIDER
                   MOVE SPACES TO ENRDEVIS
                   MOVE TXN-DEVI     TO DEV-DEVI
                   MOVE 'Y'          TO DEV-ACTIVE
                   MOVE TXN-SYMBOLE  TO DEV-SYMBOLE
                   MOVE 1            TO DEV-NB-TAUX
                   MOVE TXN-EFF-DATE TO DEV-EFF-DATE(1)
                   COMPUTE DEV-EFF-TAUX(1) ROUNDED =
                         COMPUTE DEV-EFF-TAUX(DEV-NB-TAUX) ROUNDED =
                             FUNCTION NUMVAL-C(TXN-TAUX)
                         MOVE DEV-EFF-TAUX(DEV-NB-TAUX) TO WS-TAUX-APRES
                         IF TXN-SYMBOLE NOT = SPACES
                            MOVE TXN-SYMBOLE TO DEV-SYMBOLE
                         END-IF

                         REWRITE ENRDEVIS

