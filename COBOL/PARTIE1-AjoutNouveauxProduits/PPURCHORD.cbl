*>   par couple depot/produit a reapprovisionner)
*> - FVENDOR / DVENDOR : referentiel fournisseurs, une ligne par
*>   produit : produit, code fournisseur, raison sociale, delai de
*>   livraison en jours, prix d'achat unitaire convenu
*> - FPOFILE / DPO-FILE (relu au demarrage pour reprendre le dernier
*>   numero de bon emis)
*>
*> - FPOFILE / DPO-FILE : registre des bons, en mode ajout - une
*>   ligne 'O' (ouverte) par produit commande ; PPORECV y appose les
*>   lignes 'R' (recue), le dernier enregistrement d'une ligne de
*>   bon fait foi ; le prix convenu du fournisseur y est reporte
*>   (PO-PRIX), c'est lui que PAPMATCH oppose a la facture
*> - DPO-PRINT : bons imprimes, un bloc par fournisseur
*> - DPO-REJECT : suggestions sans fournisseur connu
*>
*>   lignes de ce fournisseur dessous
*> - Code retour 8 si suggestions ou referentiel fournisseurs
*>   absents, 4 si au moins une suggestion sans fournisseur, 0 sinon
*> - Ce programme tourne apres PREPLEN, hors du cycle FACTBAT ; il
*>   ne tourne pas pendant PORDER, qui numerote lui aussi a la suite
*>   de DPO-FILE les bons de livraison directe
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

          05 FILLER         PIC X(1).
          05 SUG-BACKORDER  PIC 9(5).

*> Un fournisseur par produit, avec son delai de livraison et son
*> prix d'achat unitaire convenu
       FD FVENDOR
           RECORDING MODE IS F.

          05 VND-NOM        PIC X(30).
          05 FILLER         PIC X(1).
          05 VND-DELAI      PIC 9(3).
          05 FILLER         PIC X(1).
          05 VND-PRIX-ACHAT PIC 9(5)V99.

*> Registre des bons : le dernier enregistrement d'une ligne de bon
*> (bon + produit + depot) fait foi ('O' ouverte, 'R' recue) ;
*> PO-TYPE blanc = reassort d'un depot (ce programme), 'D' = bon de
*> livraison directe leve par PORDER pour la commande PO-O-NO, a
*> livrer a l'adresse PO-LIV-* du client ; PO-PRIX = prix d'achat
*> unitaire convenu (zero sur les bons emis avant son ajout)
       FD FPOFILE
           RECORDING MODE IS F
           DATA RECORD IS ENRPO.
          05 PO-DATE-ATTENDUE PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PO-ETAT         PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PO-TYPE         PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PO-O-NO         PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PO-LIV-NOM      PIC X(30).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PO-LIV-ADRESSE  PIC X(60).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PO-LIV-VILLE    PIC X(20).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PO-LIV-ETAT     PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PO-LIV-ZIP      PIC X(5).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PO-PRIX         PIC 9(5)V99.

       FD FPOPRINT
           RECORDING MODE F
             10 WS-VND-NO       PIC X(4).
             10 WS-VND-NOM      PIC X(30).
             10 WS-VND-DELAI    PIC 9(3).
             10 WS-VND-PRIX     PIC 9(5)V99.
       01 WS-NB-VND          PIC 9(3) VALUE 0.
       01 WS-VND-IDX         PIC 9(3).
       01 WS-VND-TROUVE      PIC 9(3).
       01 WS-DERNIER-NO      PIC 9(6) VALUE 0.
       77 WS-PO-NO-STR       PIC Z(5)9.
       77 WS-QTY-STR         PIC ZZZZ9.
       77 WS-PRIX-STR        PIC ZZZZ9,99.

*> Date du run et date attendue par fournisseur via PDATECALC
       01 WS-DATE-CURRENT    PIC X(21).
                          MOVE VND-NOM  TO WS-VND-NOM(WS-NB-VND)
                          MOVE VND-DELAI
                             TO WS-VND-DELAI(WS-NB-VND)
                          MOVE VND-PRIX-ACHAT
                             TO WS-VND-PRIX(WS-NB-VND)
                       END-IF
                 END-READ
              END-PERFORM
           ADD 1 TO WS-CT-LIGNES

           MOVE WS-LIG-QTY(WS-LIG-IDX) TO WS-QTY-STR
           MOVE WS-VND-PRIX(WS-VND-TROUVE) TO WS-PRIX-STR
           MOVE SPACES TO ENRPOPRINT
           STRING '   PRODUIT ' WS-LIG-PNO(WS-LIG-IDX)
                  '  DEPOT ' WS-LIG-DEPOT(WS-LIG-IDX)
                  '  QUANTITE ' WS-QTY-STR
                  '  PRIX UNITAIRE ' WS-PRIX-STR
                  DELIMITED BY SIZE INTO ENRPOPRINT
           WRITE ENRPOPRINT

           MOVE WS-DATE-RUN             TO PO-DATE-EMISE
           MOVE WS-DATE-ATTENDUE        TO PO-DATE-ATTENDUE
           MOVE 'O'                     TO PO-ETAT
           MOVE WS-VND-PRIX(WS-VND-TROUVE) TO PO-PRIX
           WRITE ENRPO
           .

