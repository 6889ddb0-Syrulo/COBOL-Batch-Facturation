*> ==========================================================
*> PSTKMVT.cbl - Sous-programme du journal des mouvements de stock
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Tracer dans un journal commun (DSTOCK-LEDGER) chaque mouvement
*>   de PRODUCTS.STOCK_QTY et de DSTOCK-DEPOT, quel que soit le
*>   programme qui le fait : un solde de depot qui parait faux doit
*>   pouvoir s'expliquer mouvement par mouvement (cf PSTKCARD) et
*>   se prouver chaque nuit (cf PSTKCHK)
*>
*> Entrées :
*> - LS-ACTION : 'M' = un mouvement a journaliser, '*' = appel de
*>   cloture de fin de run (cf PDEVISE)
*> - LS-MVT : produit, depot, date du mouvement (vide = date du
*>   jour), quantite signee (+ entree, - sortie), type, portee,
*>   programme appelant et N° de piece
*>   Types : VT vente, KT vente d'un composant de kit, AM
*>   modification de commande, RF refus credit, RT retour client,
*>   RC reception fournisseur, AJ ajustement d'inventaire, TE
*>   transfert expedie, TR transfert recu, TX ecart de transit, CA
*>   chargement catalogue
*>   Portee : 'B' = PRODUCTS et DSTOCK-DEPOT, 'G' = PRODUCTS seul,
*>   'D' = DSTOCK-DEPOT seul
*>
*> Sorties :
*> - DSTOCK-LEDGER : une ligne par mouvement, en mode ajout
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - L'heure du mouvement est celle de l'appel : elle ordonne les
*>   mouvements d'une meme journee sur la fiche de stock
*> - Un mouvement a quantite nulle n'est pas journalise
*> - Le fichier s'ouvre au premier appel du run et reste ouvert ;
*>   l'appelant le ferme par LS-ACTION = '*'
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PSTKMVT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FLEDGER ASSIGN TO DSTOCK-LEDGER
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-LED.

       DATA DIVISION.
       FILE SECTION.

*> Un mouvement de stock par ligne (cf PSTKCARD, PSTKCHK)
       FD FLEDGER
           RECORDING MODE IS F.

       01 ENRLEDGER.
          05 LED-DATE          PIC X(10).
          05 FILLER            PIC X(1).
          05 LED-HEURE         PIC X(8).
          05 FILLER            PIC X(1).
          05 LED-P-NO          PIC 9(3).
          05 FILLER            PIC X(1).
          05 LED-DEPOT         PIC X(2).
          05 FILLER            PIC X(1).
          05 LED-QTE           PIC S9(5) SIGN LEADING SEPARATE.
          05 FILLER            PIC X(1).
          05 LED-TYPE          PIC X(2).
          05 FILLER            PIC X(1).
          05 LED-PORTEE        PIC X(1).
          05 FILLER            PIC X(1).
          05 LED-PROGRAMME     PIC X(10).
          05 FILLER            PIC X(1).
          05 LED-DOC           PIC X(10).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-LED   PIC 99 VALUE 0.

*> 'Y' une fois le journal ouvert : l'etat du sous-programme
*> persiste d'un CALL a l'autre (cf PDEVISE)
       01 WS-INITIALISE   PIC X VALUE 'N'.
       01 WS-DATE-CURRENT PIC X(21).

       LINKAGE SECTION.

       01 LS-ACTION       PIC X(1).

       01 LS-MVT.
          05 LS-P-NO         PIC 9(3).
          05 LS-DEPOT        PIC X(2).
          05 LS-DATE         PIC X(10).
          05 LS-QTE          PIC S9(5).
          05 LS-TYPE         PIC X(2).
          05 LS-PORTEE       PIC X(1).
          05 LS-PROGRAMME    PIC X(10).
          05 LS-DOC          PIC X(10).

       PROCEDURE DIVISION USING LS-ACTION LS-MVT.

*> Appel de cloture de fin de run : fermeture du journal
           IF LS-ACTION = '*'
              IF WS-INITIALISE = 'Y'
                 CLOSE FLEDGER
                 MOVE 'N' TO WS-INITIALISE
              END-IF
              GOBACK
           END-IF.

           IF WS-INITIALISE = 'N'
              PERFORM 1000-DEBUT
           END-IF.

           IF LS-ACTION = 'M' AND LS-QTE NOT = 0
              PERFORM 2000-JOURNALISER
           END-IF

           GOBACK
           .

*> Premier appel du run : journal en mode ajout, cree s'il n'existe
*> pas encore
       1000-DEBUT.

           OPEN EXTEND FLEDGER
           IF WS-STATUS-LED NOT = 0
              CLOSE FLEDGER
              OPEN OUTPUT FLEDGER
           END-IF

           MOVE 'Y' TO WS-INITIALISE
           .

       2000-JOURNALISER.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT

           MOVE SPACES TO ENRLEDGER
           IF LS-DATE = SPACES
              STRING WS-DATE-CURRENT(1:4) DELIMITED BY SIZE
                     '-'                  DELIMITED BY SIZE
                     WS-DATE-CURRENT(5:2) DELIMITED BY SIZE
                     '-'                  DELIMITED BY SIZE
                     WS-DATE-CURRENT(7:2) DELIMITED BY SIZE
                     INTO LED-DATE
              END-STRING
           ELSE
              MOVE LS-DATE TO LED-DATE
           END-IF
           MOVE WS-DATE-CURRENT(9:8) TO LED-HEURE
           MOVE LS-P-NO      TO LED-P-NO
           MOVE LS-DEPOT     TO LED-DEPOT
           MOVE LS-QTE       TO LED-QTE
           MOVE LS-TYPE      TO LED-TYPE
           MOVE LS-PORTEE    TO LED-PORTEE
           MOVE LS-PROGRAMME TO LED-PROGRAMME
           MOVE LS-DOC       TO LED-DOC
           WRITE ENRLEDGER
           .
