*> ==========================================================
*> PTVACHK.cbl - Sous-programme de controle de forme d'un numero
*> de TVA intracommunautaire
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Verifier qu'un numero de TVA intracommunautaire a la forme
*>   attendue pour son pays : prefixe pays de l'Union (EL pour la
*>   Grece, XI pour l'Irlande du Nord), puis un corps de la longueur
*>   et de la nature (chiffres seuls ou alphanumerique) propres a ce
*>   pays - le meme controle pour la saisie (PCUSTMAINT), pour notre
*>   propre numero (PPARMVAL) et pour la decision d'autoliquidation
*>   (PFACTURE)
*>
*> Entrées :
*> - LS-TVA-NO : numero a controler (X(14)), prefixe pays compris,
*>   sans espace ni ponctuation, cadre a gauche
*>
*> Sorties :
*> - LS-TVA-PAYS : prefixe pays du numero (X(2)), blanc si inconnu
*> - LS-STATUT   : 'Y' si le numero a la forme de son pays, 'N' sinon
*>   (numero vide compris)
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - Controle de forme seulement : l'existence du numero aupres de
*>   l'administration (VIES) reste a la charge du service clients
*>   avant la saisie
*> - La table des formats est en dur : un changement de format d'un
*>   pays se fait ici, un seul endroit pour toute la chaine
*> - Code fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PTVACHK.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

*> Formats par pays : prefixe, nature du corps ('9' = chiffres
*> seuls, 'X' = chiffres et lettres majuscules), longueur minimale
*> et maximale du corps
       01 WS-FMT-VALEURS.
          05 FILLER PIC X(7) VALUE 'ATX0909'.
          05 FILLER PIC X(7) VALUE 'BE91010'.
          05 FILLER PIC X(7) VALUE 'BG90910'.
          05 FILLER PIC X(7) VALUE 'CYX0909'.
          05 FILLER PIC X(7) VALUE 'CZ90810'.
          05 FILLER PIC X(7) VALUE 'DE90909'.
          05 FILLER PIC X(7) VALUE 'DK90808'.
          05 FILLER PIC X(7) VALUE 'EE90909'.
          05 FILLER PIC X(7) VALUE 'EL90909'.
          05 FILLER PIC X(7) VALUE 'ESX0909'.
          05 FILLER PIC X(7) VALUE 'FI90808'.
          05 FILLER PIC X(7) VALUE 'FRX1111'.
          05 FILLER PIC X(7) VALUE 'HR91111'.
          05 FILLER PIC X(7) VALUE 'HU90808'.
          05 FILLER PIC X(7) VALUE 'IEX0809'.
          05 FILLER PIC X(7) VALUE 'IT91111'.
          05 FILLER PIC X(7) VALUE 'LT90912'.
          05 FILLER PIC X(7) VALUE 'LU90808'.
          05 FILLER PIC X(7) VALUE 'LV91111'.
          05 FILLER PIC X(7) VALUE 'MT90808'.
          05 FILLER PIC X(7) VALUE 'NLX1212'.
          05 FILLER PIC X(7) VALUE 'PL91010'.
          05 FILLER PIC X(7) VALUE 'PT90909'.
          05 FILLER PIC X(7) VALUE 'RO90210'.
          05 FILLER PIC X(7) VALUE 'SE91212'.
          05 FILLER PIC X(7) VALUE 'SI90808'.
          05 FILLER PIC X(7) VALUE 'SK91010'.
          05 FILLER PIC X(7) VALUE 'XIX0912'.
       01 WS-FMT-TABLE REDEFINES WS-FMT-VALEURS.
          05 WS-FMT-ENTRY OCCURS 28 TIMES.
             10 WS-FMT-PAYS   PIC X(2).
             10 WS-FMT-NATURE PIC X(1).
             10 WS-FMT-MIN    PIC 9(2).
             10 WS-FMT-MAX    PIC 9(2).
       01 WS-NB-FMT        PIC 99 VALUE 28.
       01 WS-FMT-IDX       PIC 99.
       01 WS-FMT-CHOISI    PIC 99.

*> Corps du numero (apres le prefixe) et sa longueur utile
       01 WS-CORPS         PIC X(12).
       01 WS-CORPS-LEN     PIC 99.
       01 WS-CAR-IDX       PIC 99.
       01 WS-CAR           PIC X(1).

       LINKAGE SECTION.

       01 LS-TVA-NO        PIC X(14).
       01 LS-TVA-PAYS      PIC X(2).
       01 LS-STATUT        PIC X(1).

       PROCEDURE DIVISION USING LS-TVA-NO LS-TVA-PAYS LS-STATUT.

           MOVE 'N' TO LS-STATUT
           MOVE SPACES TO LS-TVA-PAYS

           IF LS-TVA-NO = SPACES
              GOBACK
           END-IF

*> Prefixe pays : doit figurer dans la table des formats
           MOVE 0 TO WS-FMT-CHOISI
           PERFORM VARYING WS-FMT-IDX FROM 1 BY 1
                   UNTIL WS-FMT-IDX > WS-NB-FMT
              IF WS-FMT-PAYS(WS-FMT-IDX) = LS-TVA-NO(1:2)
                 MOVE WS-FMT-IDX TO WS-FMT-CHOISI
              END-IF
           END-PERFORM

           IF WS-FMT-CHOISI = 0
              GOBACK
           END-IF
           MOVE LS-TVA-NO(1:2) TO LS-TVA-PAYS

*> Longueur utile du corps : dernier caractere non blanc
           MOVE LS-TVA-NO(3:12) TO WS-CORPS
           MOVE 12 TO WS-CORPS-LEN
           PERFORM UNTIL WS-CORPS-LEN = 0
                   OR WS-CORPS(WS-CORPS-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-CORPS-LEN
           END-PERFORM

           IF WS-CORPS-LEN < WS-FMT-MIN(WS-FMT-CHOISI)
              OR WS-CORPS-LEN > WS-FMT-MAX(WS-FMT-CHOISI)
              GOBACK
           END-IF

*> Nature de chaque caractere du corps (un blanc interieur est une
*> faute de saisie)
           MOVE 'Y' TO LS-STATUT
           PERFORM 1000-CONTROLER-CARACTERE
                   VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > WS-CORPS-LEN
           GOBACK
           .

*> Caractere WS-CAR-IDX du corps : chiffre, ou lettre majuscule si
*> le format du pays l'admet
       1000-CONTROLER-CARACTERE.

           MOVE WS-CORPS(WS-CAR-IDX:1) TO WS-CAR
           IF WS-CAR NOT NUMERIC
              IF WS-FMT-NATURE(WS-FMT-CHOISI) = '9'
                 OR WS-CAR = SPACE
                 OR WS-CAR NOT ALPHABETIC-UPPER
                 MOVE 'N' TO LS-STATUT
              END-IF
           END-IF
           .
