*>   (PRODUCTS.STOCK_QTY et le depot de la commande dans
*>   DSTOCK-DEPOT) et les lignes ITEMS en phase, avec rejets et
*>   piste d'audit comme les autres programmes a transactions
*> - Chaque ajustement de stock est trace dans DSTOCK-LEDGER
*>
*> Entrées :
*> - DAMEND-TXN : un amendement par ligne, champs separes par ';'
*>   (positionnels, champs non fournis vides) :
*>     TXN-CODE (Q = quantite / D = retrait de ligne / A = ajout de
*>     ligne / S = adresse de livraison)
*>     TXN-O-NO / TXN-P-NO (commande sur 6 chiffres et produit vises)
*>     TXN-QTE (nouvelle quantite pour Q, quantite pour A, sur 4
*>     chiffres)
*>     TXN-PRIX (prix de la ligne ajoutee, ex. "12.50" - pour A)
*>     TXN-ADDRESS / TXN-CITY / TXN-STATE / TXN-ZIP (pour S)
*>     TXN-OPERATEUR (identifiant du demandeur)
*> - DAMEND-REJECT : amendements mal formes ou inapplicables
*> - DAMEND-AUDIT  : une ligne par amendement plus une ligne total,
*>   sur le modele de DDDEVMAINT-AUDIT
*> - DSTOCK-LEDGER : mouvements de stock de type AM (via PSTKMVT)
*>
*> Sous-programmes appelés :
*> - PSTKMVT : journal des mouvements de stock
*>
*> Remarques :
*> - Une commande deja facturee, meme partiellement (une ligne ITEMS
       01 ENRAMDAUDIT.
          05 AUD-REC-TYPE     PIC X(1).
          05 AUD-TXN-CODE     PIC X(1).
          05 AUD-O-NO         PIC 9(6).
          05 AUD-P-NO         PIC X(3).
          05 AUD-QTE-AVANT    PIC 9(4).
          05 AUD-QTE-APRES    PIC 9(4).
          05 AUD-MONTANT      PIC S9(7)V99.
          05 AUD-OPERATEUR    PIC X(8).
          05 AUD-RESULTAT     PIC X(1).

*> Champs de l'amendement en cours
       01 TXN-CODE        PIC X(1).
       01 TXN-O-NO        PIC X(6).
       01 TXN-P-NO        PIC X(3).
       01 TXN-QTE         PIC X(4).
       01 TXN-PRIX        PIC X(8).
       01 TXN-ADDRESS     PIC X(100).
       01 TXN-CITY        PIC X(20).
       01 WS-AUDIT-SQLCODE  PIC S9(4).

*> Calculs de l'amendement en cours
       01 WS-QTE-AVANT     PIC 9(4).
       01 WS-QTE-APRES     PIC 9(4).
       01 WS-DELTA-QTE     PIC S9(5).
       01 WS-DELTA-MONTANT PIC S9(7)V99.
       01 WS-CT-LIGNES-INV PIC 9(4).
       01 WS-CT-LIGNES-ORD PIC 9(5).
       01 WS-CT-APPLIQUEES PIC 9(5) VALUE 0.
       01 WS-CT-REJETEES   PIC 9(5) VALUE 0.

*> Mouvement de stock passe a PSTKMVT (meme structure que sa LINKAGE)
       01 PSTKMVT            PIC X(7) VALUE 'PSTKMVT'.
       01 WS-SMV-ACTION      PIC X(1).
       01 WS-SMV-MVT.
          05 WS-SMV-P-NO        PIC 9(3).
          05 WS-SMV-DEPOT       PIC X(2).
          05 WS-SMV-DATE        PIC X(10).
          05 WS-SMV-QTE         PIC S9(5).
          05 WS-SMV-TYPE        PIC X(2).
          05 WS-SMV-PORTEE      PIC X(1).
          05 WS-SMV-PROGRAMME   PIC X(10).
          05 WS-SMV-DOC         PIC X(10).

       PROCEDURE DIVISION.

       0000-MAINLINE.
                   SUBTRACT WS-DELTA-QTE FROM STK-QTY
                   REWRITE ENRSTKDEP
           END-READ

           MOVE 'M'         TO WS-SMV-ACTION
           MOVE I-P-NO      TO WS-SMV-P-NO
           MOVE O-DEPOT     TO WS-SMV-DEPOT
           MOVE SPACES      TO WS-SMV-DATE
           COMPUTE WS-SMV-QTE = 0 - WS-DELTA-QTE
           MOVE 'AM'        TO WS-SMV-TYPE
           MOVE 'B'         TO WS-SMV-PORTEE
           MOVE 'PORDAMEND' TO WS-SMV-PROGRAMME
           MOVE TXN-O-NO    TO WS-SMV-DOC
           CALL PSTKMVT USING WS-SMV-ACTION WS-SMV-MVT
           .

*> Ajustement de la balance du client du delta de montant
           CLOSE FSTKDEP
           CLOSE FREJECT
           CLOSE FAUDIT

           MOVE '*' TO WS-SMV-ACTION
           CALL PSTKMVT USING WS-SMV-ACTION WS-SMV-MVT
           .
