*>
*> Entrées :
*> - LS-DEVISE : code de la devise (X(2))
*> - LS-PRICE  : prix en devise locale (X(8))
*> - LS-LOAD-DATE : date de chargement du produit (X(8), AAAAMMJJ),
*>   utilisée pour retrouver le taux en vigueur à cette date
*>
*> Sortie :
*> - LS-RESULT : prix converti en dollars (9(5)V99)
*>
*> Remarques :
*> - Fichier DDDEVISE : mapping des devises, avec historique des taux
*>   la finance puisse rapprocher les prix chargés du prix fournisseur
*> - Fichier DDPRICECAP : plafond de prix converti, configurable au
*>   lieu d’être câblé en dur (cf 2200-APPLIQUER-TAUX). Si absent ou
*>   vide, le seul plafond est la capacite du prix converti
*>   (99999.99) : l'ancien plafond par defaut de 999.99 empechait de
*>   vendre a son vrai prix un produit converti au-dela. Le plafond
*>   est porte sur 7 positions (9(5)V99)
*> - Les fichiers ne sont plus ouverts/fermés à chaque appel : ils
*>   s'ouvrent au premier appel du run et restent ouverts (le plafond
*>   n'est lu qu'une fois), appelé comme il l'est une fois par ligne
           RECORDING MODE IS F.

       01 ENRDEVRPT.
          05 RPT-REF          PIC X(6).
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 RPT-DEVISE       PIC X(2).
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 RPT-TAUX         PIC Z9.999.
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 RPT-PRICE-BRUT   PIC Z(5).99.
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 RPT-PRICE-CONV   PIC Z(5).99.
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 RPT-PLAFONNE     PIC X(3).

           RECORDING MODE IS F.

       01 ENRCAP.
          05 CAP-VALEUR     PIC 9(5)V99.

       WORKING-STORAGE SECTION.

       01 WS-IDX          PIC 99.

*> Plafond de prix converti en vigueur pour le run
       01 WS-PRICE-CAP    PIC 9(5)V99 VALUE 99999.99.
       01 WS-PLAFONNE     PIC X VALUE 'N'.

*> 'Y' une fois les fichiers ouverts et le plafond lu : l'etat du
       LINKAGE SECTION.
*> Variables d’entrée et sortie
       01 LS-DEVISE       PIC X(2).
       01 LS-PRICE        PIC X(8).
       01 LS-LOAD-DATE    PIC X(8).
       01 LS-RESULT       PIC 9(5)V99.
*> Référence de l’enregistrement appelant (N° produit ou N° commande),
*> reportée telle quelle sur le rapport de conversion DDDEVISE-RPT
       01 LS-REF          PIC X(6).

       PROCEDURE DIVISION USING LS-DEVISE LS-PRICE LS-LOAD-DATE
                                LS-RESULT LS-REF.
           .

*> Lecture du plafond de prix converti configurable. À défaut de
*> fichier ou d’enregistrement présent, on garde le plafond par défaut
*> (capacité du prix converti)
       1100-LIRE-PLAFOND.

           MOVE 99999.99 TO WS-PRICE-CAP

           OPEN INPUT FCAP
           IF WS-STATUS-CAP = 0
