*> ==========================================================
*> PXFER.cbl - Transferts de stock entre depots
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Deplacer du stock d'un depot a l'autre par un ordre de
*>   transfert (depot source, depot destination, produit, quantite)
*>   au lieu d'une paire d'ajustements PCYCLECNT qui faussait les
*>   statistiques d'ecarts d'inventaire
*> - L'expedition sort la quantite du depot source et la place en
*>   transit ; la reception l'entre au depot destination ; un ecart
*>   entre quantite expediee et quantite recue part au rapport
*>   d'ecarts et corrige le stock global (perte ou surplus en route)
*>
*> Entrées :
*> - FXFERTXN / DXFER-TXN : mouvements saisis, une ligne par
*>   mouvement, champs separes par ';' :
*>     CODE;NO-TRANSFERT;SOURCE;DESTINATION;NO-PRODUIT;QUANTITE
*>     C = creation (numero vide = attribue par le programme)
*>     E = expedition, R = reception, A = annulation d'un ordre non
*>     encore expedie (source et destination vides pour E/R/A)
*> - FXFERFIL / DXFER-FILE : registre des transferts, relu au
*>   demarrage - le dernier enregistrement d'une ligne de transfert
*>   (numero + produit) fait foi, seules les lignes encore ouvertes
*>   ('C' ou 'T') restent en memoire ; cree au premier run
*> - FSTKDEP / DSTOCK-DEPOT : stock par depot (cf PORDER)
*> - Table DB2 : PRODUCTS (existence du produit, STOCK_QTY corrige
*>   de l'ecart de transit)
*>
*> Sorties :
*> - FXFERFIL / DXFER-FILE : une ligne par mouvement en mode ajout,
*>   etat 'C' cree, 'T' en transit, 'R' recu, 'A' annule
*> - DXFER-RPT : rapport - une ligne par mouvement applique ('C',
*>   'E', 'R', 'A'), 'I' par ligne encore en transit ou non
*>   expediee, 'T' de synthese
*> - DXFER-ECART : ecarts de reception (recu different de l'expedie)
*> - DXFER-REJECT : mouvements rejetes
*> - DSTOCK-LOT / DLOT-JRNL : stock par lot et journal, via PLOTMVT
*> - DSTOCK-LEDGER : mouvements de stock via PSTKMVT - TE expedition
*>   et TR reception (depot seul), TX ecart de transit (PRODUCTS
*>   seul)
*>
*> Sous-programmes appelés :
*> - PLOTMVT : lots sortis du depot source, passes en transit puis
*>   entres au depot destination
*> - PSTKMVT : journal des mouvements de stock
*>
*> Remarques :
*> - Le stock global PRODUCTS.STOCK_QTY ne bouge pas a l'expedition :
*>   la marchandise en transit reste a nous ; seul l'ecart constate a
*>   la reception le corrige
*> - Une expedition est refusee si le depot source n'a pas le stock
*>   en livres (a corriger d'abord par un comptage PCYCLECNT)
*> - Les lots suivent la marchandise : l'expedition sort les plus
*>   anciens lots du depot source vers le depot fictif de transit
*>   '**', la reception les reprend du transit (plus anciens
*>   d'abord) vers le depot destination en gardant leur date de
*>   reception d'origine. Le transit est commun a tous les transferts
*>   d'un meme produit : deux transferts simultanes du meme produit
*>   peuvent s'echanger leurs lots. Une perte en route sort du
*>   transit, un surplus entre au lot vide de la destination
*> - Les ordres 'C' proposes par PREPLEN (DXFER-SUGG) sont au format
*>   de DXFER-TXN et se chargent ici tels quels apres revue
*> - Une ligne recue ou annulee sort de la table au chargement : un
*>   mouvement qui la vise encore est rejete en transfert inconnu
*>   (E010), une creation saisie sous le meme numero + produit ouvre
*>   une nouvelle ligne (le controle E007 ne porte que sur les lignes
*>   ouvertes ; la numerotation automatique, elle, ne reprend jamais
*>   un numero deja lu). La table tient 500 lignes ouvertes a la
*>   fois ; au-dela le run s'arrete (code retour 8) sans rien
*>   appliquer, plutot que d'oublier des transferts en cours
*> - Code retour 8 sur erreur SQL bloquante, fichier des mouvements
*>   absent ou table des lignes ouvertes pleine au chargement, 4 si
*>   au moins un rejet ou un ecart de reception, 0 sinon
*> - Ce programme tourne hors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PXFER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FXFERTXN ASSIGN TO DXFER-TXN
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-TXN.

           SELECT FXFERFIL ASSIGN TO DXFER-FILE
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-XFR.

*> Stock par depot, meme organisation que dans PORDER
           SELECT FSTKDEP ASSIGN TO DSTOCK-DEPOT
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS STK-CLE
                          FILE STATUS IS WS-STATUS-STK.

           SELECT FXFERRPT ASSIGN TO DXFER-RPT
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-RPT.

           SELECT FECART ASSIGN TO DXFER-ECART
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-ECA.

           SELECT FREJECT ASSIGN TO DXFER-REJECT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-REJ.

       DATA DIVISION.
       FILE SECTION.

       FD FXFERTXN
           RECORDING MODE IS F.

       01 ENRXFERTXN         PIC X(40).

*> Registre des transferts : image complete de la ligne de transfert
*> a chaque mouvement, le dernier enregistrement fait foi
       FD FXFERFIL
           RECORDING MODE IS F
           DATA RECORD IS ENRXFER.

       01 ENRXFER.
          05 XFR-NO          PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 XFR-P-NO        PIC 9(3).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 XFR-SOURCE      PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 XFR-DEST        PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 XFR-QTE-DEM     PIC 9(5).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 XFR-QTE-EXP     PIC 9(5).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 XFR-QTE-REC     PIC 9(5).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 XFR-ETAT        PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 XFR-DATE        PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 XFR-DATE-EXP    PIC X(10).

*> Même structure que dans PORDER (cf PORDER.cbl)
       FD FSTKDEP
           DATA RECORD IS ENRSTKDEP.

       01 ENRSTKDEP.
          05 STK-CLE.
             10 STK-DEPOT    PIC X(2).
             10 STK-P-NO     PIC 9(3).
          05 STK-QTY         PIC S9(5).

*> Rapport de 80 colonnes, lignes composees par position comme celui
*> de PPORECV
       FD FXFERRPT
           RECORDING MODE IS F.

       01 ENRXFERRPT         PIC X(80).

*> Ecart de reception : quantite expediee, recue, ecart signe (negatif
*> = perte en transit)
       FD FECART
           RECORDING MODE IS F.

       01 ENRECART.
          05 ECA-NO          PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ECA-P-NO        PIC 9(3).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ECA-SOURCE      PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ECA-DEST        PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ECA-QTE-EXP     PIC ZZZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ECA-QTE-REC     PIC ZZZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ECA-ECART       PIC -ZZZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ECA-DATE-EXP    PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ECA-DATE-REC    PIC X(10).

       FD FREJECT
           RECORDING MODE IS F.

       01 ENRREJECT.
          05 REJ-RAW-LINE     PIC X(40).
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 REJ-REASON-CODE  PIC X(4).
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 REJ-REASON-TEXT  PIC X(30).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE PRODUCTS END-EXEC.

       77 WS-STATUS-TXN      PIC 99 VALUE 0.
       77 WS-STATUS-XFR      PIC 99 VALUE 0.
       77 WS-STATUS-STK      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.
       77 WS-STATUS-ECA      PIC 99 VALUE 0.
       77 WS-STATUS-REJ      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1).
       01 WS-VALID-REC       PIC X(1).
       01 WS-REJ-CODE        PIC X(4).
       01 WS-REJ-MOTIF       PIC X(30).

*> Registre des transferts en memoire, dernier gagnant par ligne
*> (numero + produit)
       01 WS-XFR-TABLE.
          05 WS-XFR-ENTREE OCCURS 500 TIMES.
             10 WS-XFR-NO       PIC 9(6).
             10 WS-XFR-PNO      PIC 9(3).
             10 WS-XFR-SOURCE   PIC X(2).
             10 WS-XFR-DEST     PIC X(2).
             10 WS-XFR-QTE-DEM  PIC 9(5).
             10 WS-XFR-QTE-EXP  PIC 9(5).
             10 WS-XFR-QTE-REC  PIC 9(5).
             10 WS-XFR-ETAT     PIC X(1).
             10 WS-XFR-DATE     PIC X(10).
             10 WS-XFR-DATE-EXP PIC X(10).
       01 WS-NB-XFR          PIC 9(3) VALUE 0.
       01 WS-XFR-IDX         PIC 9(3).
       01 WS-XFR-TROUVE      PIC 9(3).
       01 WS-DERNIER-XFR     PIC 9(6) VALUE 0.
       01 WS-XFR-DEBORDE     PIC X VALUE 'N'.

*> Champs du mouvement en cours, issus de l'UNSTRING
       01 WS-TXN-CODE        PIC X(1).
       01 WS-TXN-NO-X        PIC X(6).
       01 WS-TXN-SOURCE      PIC X(2).
       01 WS-TXN-DEST        PIC X(2).
       01 WS-TXN-PNO-X       PIC X(3).
       01 WS-TXN-QTY-X       PIC X(5).
       01 WS-TXN-NO          PIC 9(6).
       01 WS-TXN-PNO         PIC 9(3).
       01 WS-TXN-QTY         PIC 9(5).

       01 WS-STOCK-SOURCE    PIC S9(5).
       01 WS-QTE-LOTS        PIC 9(5).
       01 WS-ECART           PIC S9(5).

       01 WS-DATE-CURRENT    PIC X(21).
       01 WS-DATE-RUN        PIC X(10).
       77 WS-QTY-STR         PIC ZZZZ9.

*> Mouvement de lot passe a PLOTMVT (meme structure que sa LINKAGE)
       01 PLOTMVT            PIC X(7) VALUE 'PLOTMVT'.
       01 WS-LOT-ACTION      PIC X(1).
       01 WS-LOT-MVT.
          05 WS-LOT-DEPOT       PIC X(2).
          05 WS-LOT-P-NO        PIC 9(3).
          05 WS-LOT-NO          PIC X(12).
          05 WS-LOT-QTE         PIC 9(5).
          05 WS-LOT-DATE        PIC X(10).
          05 WS-LOT-DATE-LOT    PIC X(10).
          05 WS-LOT-ORIGINE     PIC X(1).
          05 WS-LOT-REF         PIC 9(6).
       01 WS-LOT-RESULTAT.
          05 WS-LOT-STATUT      PIC X(1).
          05 WS-LOT-NB          PIC 9(2).
          05 WS-LOT-ALLOC OCCURS 10 TIMES.
             10 WS-LOT-AL-LOT   PIC X(12).
             10 WS-LOT-AL-QTE   PIC 9(5).
             10 WS-LOT-AL-DATE  PIC X(10).

*> Depot fictif de la marchandise en transit, et lots sortis d'un
*> depot gardes le temps de les entrer dans l'autre
       01 WS-DEPOT-TRANSIT   PIC X(2) VALUE '**'.
       01 WS-LTR-TABLE.
          05 WS-LTR-ENTREE OCCURS 10 TIMES.
             10 WS-LTR-LOT      PIC X(12).
             10 WS-LTR-QTE      PIC 9(5).
             10 WS-LTR-DATE     PIC X(10).
       01 WS-NB-LTR          PIC 9(2).
       01 WS-LTR-IDX         PIC 9(2).
       01 WS-LTR-DEST        PIC X(2).

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

*> Compteurs de fin de run
       77 WS-CT-LUES         PIC 9(5) VALUE 0.
       77 WS-CT-CREES        PIC 9(5) VALUE 0.
       77 WS-CT-EXPEDIEES    PIC 9(5) VALUE 0.
       77 WS-CT-RECUES       PIC 9(5) VALUE 0.
       77 WS-CT-ANNULEES     PIC 9(5) VALUE 0.
       77 WS-CT-REJETEES     PIC 9(5) VALUE 0.
       77 WS-CT-ECARTS       PIC 9(5) VALUE 0.
       77 WS-CT-EN-COURS     PIC 9(5) VALUE 0.

*> Code retour remis au moniteur de job : 8 si mouvements absents ou
*> erreur SQL, 4 si rejet ou ecart de reception, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 2000-TRAITER-MOUVEMENTS
              PERFORM 3000-ETAT-DES-TRANSFERTS
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Ouvertures et rechargement du registre des transferts
       1000-DEBUT.

           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

           OPEN OUTPUT FXFERRPT
           OPEN OUTPUT FECART
           OPEN OUTPUT FREJECT

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT
           STRING WS-DATE-CURRENT(1:4) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(5:2) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-RUN
           END-STRING

           OPEN INPUT FXFERTXN
           IF WS-STATUS-TXN NOT = 0
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PXFER : FICHIER DXFER-TXN ABSENT OU ILLISIBLE'
           END-IF

*> Registre absent au premier run : il se cree en sortie
           OPEN INPUT FXFERFIL
           IF WS-STATUS-XFR = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FXFERFIL
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM 1100-RETENIR-LIGNE-TRANSFERT
                 END-READ
              END-PERFORM
              CLOSE FXFERFIL
           END-IF

*> Plus de lignes ouvertes que la table n'en tient : appliquer des
*> mouvements sur un registre incomplet fausserait les stocks
           IF WS-XFR-DEBORDE = 'Y' AND WS-RETURN-CODE NOT = 8
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PXFER : PLUS DE 500 LIGNES DE TRANSFERT '
                      'OUVERTES AU REGISTRE, RIEN N''EST APPLIQUE'
              CLOSE FXFERTXN
           END-IF

           IF WS-RETURN-CODE NOT = 8
              OPEN EXTEND FXFERFIL
              IF WS-STATUS-XFR NOT = 0
                 CLOSE FXFERFIL
                 OPEN OUTPUT FXFERFIL
              END-IF

*> Stock par depot, cree au premier run s'il n'existe pas encore
              OPEN I-O FSTKDEP
              IF WS-STATUS-STK NOT = 0
                 CLOSE FSTKDEP
                 OPEN OUTPUT FSTKDEP
                 CLOSE FSTKDEP
                 OPEN I-O FSTKDEP
              END-IF
           END-IF
           .

*> Dernier gagnant par ligne de transfert (numero + produit) ; une
*> ligne recue ou annulee quitte la table, le plus grand numero lu
*> sert de base a la numerotation
       1100-RETENIR-LIGNE-TRANSFERT.

           IF XFR-NO > WS-DERNIER-XFR
              MOVE XFR-NO TO WS-DERNIER-XFR
           END-IF

           MOVE 0 TO WS-XFR-TROUVE
           PERFORM VARYING WS-XFR-IDX FROM 1 BY 1
                   UNTIL WS-XFR-IDX > WS-NB-XFR
                   OR WS-XFR-TROUVE > 0
              IF WS-XFR-NO(WS-XFR-IDX) = XFR-NO
                 AND WS-XFR-PNO(WS-XFR-IDX) = XFR-P-NO
                 MOVE WS-XFR-IDX TO WS-XFR-TROUVE
              END-IF
           END-PERFORM

           IF XFR-ETAT NOT = 'C' AND XFR-ETAT NOT = 'T'
              IF WS-XFR-TROUVE > 0
                 PERFORM 1110-OTER-LIGNE-CLOSE
              END-IF
              MOVE 0 TO WS-XFR-TROUVE
           ELSE
              IF WS-XFR-TROUVE = 0
                 IF WS-NB-XFR < 500
                    ADD 1 TO WS-NB-XFR
                    MOVE WS-NB-XFR TO WS-XFR-TROUVE
                 ELSE
                    MOVE 'Y' TO WS-XFR-DEBORDE
                 END-IF
              END-IF
           END-IF

           IF WS-XFR-TROUVE > 0
              MOVE XFR-NO       TO WS-XFR-NO(WS-XFR-TROUVE)
              MOVE XFR-P-NO     TO WS-XFR-PNO(WS-XFR-TROUVE)
              MOVE XFR-SOURCE   TO WS-XFR-SOURCE(WS-XFR-TROUVE)
              MOVE XFR-DEST     TO WS-XFR-DEST(WS-XFR-TROUVE)
              MOVE XFR-QTE-DEM  TO WS-XFR-QTE-DEM(WS-XFR-TROUVE)
              MOVE XFR-QTE-EXP  TO WS-XFR-QTE-EXP(WS-XFR-TROUVE)
              MOVE XFR-QTE-REC  TO WS-XFR-QTE-REC(WS-XFR-TROUVE)
              MOVE XFR-ETAT     TO WS-XFR-ETAT(WS-XFR-TROUVE)
              MOVE XFR-DATE     TO WS-XFR-DATE(WS-XFR-TROUVE)
              MOVE XFR-DATE-EXP TO WS-XFR-DATE-EXP(WS-XFR-TROUVE)
           END-IF
           .

*> La derniere ligne de la table prend la place de la ligne close
       1110-OTER-LIGNE-CLOSE.

           IF WS-XFR-TROUVE < WS-NB-XFR
              MOVE WS-XFR-ENTREE(WS-NB-XFR)
                   TO WS-XFR-ENTREE(WS-XFR-TROUVE)
           END-IF
           SUBTRACT 1 FROM WS-NB-XFR
           .

*> Un mouvement par ligne : controle de forme, recherche de la ligne
*> de transfert, puis application selon le code
       2000-TRAITER-MOUVEMENTS.

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ FXFERTXN
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-CT-LUES
                    PERFORM 2100-UN-MOUVEMENT
              END-READ
           END-PERFORM
           CLOSE FXFERTXN
           .

       2100-UN-MOUVEMENT.

           MOVE 'Y' TO WS-VALID-REC
           MOVE SPACES TO WS-TXN-CODE WS-TXN-NO-X WS-TXN-SOURCE
                          WS-TXN-DEST WS-TXN-PNO-X WS-TXN-QTY-X
           UNSTRING ENRXFERTXN DELIMITED BY ';'
              INTO WS-TXN-CODE WS-TXN-NO-X WS-TXN-SOURCE
                   WS-TXN-DEST WS-TXN-PNO-X WS-TXN-QTY-X
           END-UNSTRING

           EVALUATE TRUE
              WHEN WS-TXN-CODE NOT = 'C' AND WS-TXN-CODE NOT = 'E'
               AND WS-TXN-CODE NOT = 'R' AND WS-TXN-CODE NOT = 'A'
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E001' TO WS-REJ-CODE
                 MOVE 'CODE MOUVEMENT INVALIDE' TO WS-REJ-MOTIF
              WHEN WS-TXN-PNO-X IS NOT NUMERIC
                OR WS-TXN-QTY-X IS NOT NUMERIC
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E002' TO WS-REJ-CODE
                 MOVE 'PRODUIT OU QUANTITE INVALIDE' TO WS-REJ-MOTIF
              WHEN WS-TXN-NO-X IS NOT NUMERIC
               AND (WS-TXN-CODE NOT = 'C' OR WS-TXN-NO-X NOT = SPACES)
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E003' TO WS-REJ-CODE
                 MOVE 'NUMERO DE TRANSFERT INVALIDE' TO WS-REJ-MOTIF
              WHEN OTHER
                 MOVE WS-TXN-PNO-X TO WS-TXN-PNO
                 MOVE WS-TXN-QTY-X TO WS-TXN-QTY
                 IF WS-TXN-NO-X = SPACES
                    MOVE 0 TO WS-TXN-NO
                 ELSE
                    MOVE WS-TXN-NO-X TO WS-TXN-NO
                 END-IF
           END-EVALUATE

*> Ligne de transfert visee (toujours cherchee, une creation ne
*> doit pas reprendre un numero + produit existant)
           MOVE 0 TO WS-XFR-TROUVE
           IF WS-VALID-REC = 'Y' AND WS-TXN-NO > 0
              PERFORM VARYING WS-XFR-IDX FROM 1 BY 1
                      UNTIL WS-XFR-IDX > WS-NB-XFR
                      OR WS-XFR-TROUVE > 0
                 IF WS-XFR-NO(WS-XFR-IDX) = WS-TXN-NO
                    AND WS-XFR-PNO(WS-XFR-IDX) = WS-TXN-PNO
                    MOVE WS-XFR-IDX TO WS-XFR-TROUVE
                 END-IF
              END-PERFORM
           END-IF

           IF WS-VALID-REC = 'Y'
              EVALUATE WS-TXN-CODE
                 WHEN 'C'
                    PERFORM 2200-VALIDER-CREATION
                 WHEN 'E'
                    PERFORM 2300-VALIDER-EXPEDITION
                 WHEN 'R'
                    PERFORM 2400-VALIDER-RECEPTION
                 WHEN 'A'
                    PERFORM 2500-VALIDER-ANNULATION
              END-EVALUATE
           END-IF

           IF WS-VALID-REC = 'Y'
              EVALUATE WS-TXN-CODE
                 WHEN 'C'
                    PERFORM 2210-CREER-TRANSFERT
                 WHEN 'E'
                    PERFORM 2310-EXPEDIER
                 WHEN 'R'
                    PERFORM 2410-RECEVOIR
                 WHEN 'A'
                    PERFORM 2510-ANNULER
              END-EVALUATE
           END-IF

           IF WS-VALID-REC = 'N'
              PERFORM 2900-REJETER
           END-IF
           .

*> Creation : depots renseignes et distincts, produit connu,
*> quantite non nulle, numero + produit pas deja au registre
       2200-VALIDER-CREATION.

           EVALUATE TRUE
              WHEN WS-TXN-SOURCE = SPACES OR WS-TXN-DEST = SPACES
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E004' TO WS-REJ-CODE
                 MOVE 'DEPOT SOURCE OU DEST MANQUANT' TO WS-REJ-MOTIF
              WHEN WS-TXN-SOURCE = WS-TXN-DEST
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E005' TO WS-REJ-CODE
                 MOVE 'DEPOTS SOURCE ET DEST IDENTIQ.' TO WS-REJ-MOTIF
              WHEN WS-TXN-QTY = 0
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E006' TO WS-REJ-CODE
                 MOVE 'QUANTITE NULLE' TO WS-REJ-MOTIF
              WHEN WS-XFR-TROUVE > 0
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E007' TO WS-REJ-CODE
                 MOVE 'TRANSFERT DEJA ENREGISTRE' TO WS-REJ-MOTIF
              WHEN WS-NB-XFR NOT < 500
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E008' TO WS-REJ-CODE
                 MOVE 'TROP DE TRANSFERTS EN COURS' TO WS-REJ-MOTIF
           END-EVALUATE

           IF WS-VALID-REC = 'Y'
              MOVE WS-TXN-PNO TO P-P-NO
              EXEC SQL
                 SELECT P_NO
                 INTO :P-P-NO
                 FROM API12.PRODUCTS
                 WHERE P_NO = :P-P-NO
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E009' TO WS-REJ-CODE
                 MOVE 'PRODUIT INCONNU' TO WS-REJ-MOTIF
              END-IF
           END-IF
           .

*> Nouvel ordre de transfert, etat 'C' ; numero attribue a la suite
*> du registre quand il n'est pas saisi
       2210-CREER-TRANSFERT.

           IF WS-TXN-NO = 0
              ADD 1 TO WS-DERNIER-XFR
              MOVE WS-DERNIER-XFR TO WS-TXN-NO
           ELSE
              IF WS-TXN-NO > WS-DERNIER-XFR
                 MOVE WS-TXN-NO TO WS-DERNIER-XFR
              END-IF
           END-IF

           ADD 1 TO WS-NB-XFR
           MOVE WS-NB-XFR TO WS-XFR-TROUVE
           MOVE WS-TXN-NO     TO WS-XFR-NO(WS-XFR-TROUVE)
           MOVE WS-TXN-PNO    TO WS-XFR-PNO(WS-XFR-TROUVE)
           MOVE WS-TXN-SOURCE TO WS-XFR-SOURCE(WS-XFR-TROUVE)
           MOVE WS-TXN-DEST   TO WS-XFR-DEST(WS-XFR-TROUVE)
           MOVE WS-TXN-QTY    TO WS-XFR-QTE-DEM(WS-XFR-TROUVE)
           MOVE 0             TO WS-XFR-QTE-EXP(WS-XFR-TROUVE)
           MOVE 0             TO WS-XFR-QTE-REC(WS-XFR-TROUVE)
           MOVE 'C'           TO WS-XFR-ETAT(WS-XFR-TROUVE)
           MOVE SPACES        TO WS-XFR-DATE-EXP(WS-XFR-TROUVE)

           ADD 1 TO WS-CT-CREES
           PERFORM 2800-ECRIRE-REGISTRE
           MOVE 'ORDRE CREE' TO ENRXFERRPT(41:10)
           WRITE ENRXFERRPT
           .

*> Expedition : ordre connu non encore expedie, quantite non nulle,
*> stock en livres suffisant au depot source
       2300-VALIDER-EXPEDITION.

           EVALUATE TRUE
              WHEN WS-XFR-TROUVE = 0
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E010' TO WS-REJ-CODE
                 MOVE 'TRANSFERT INCONNU' TO WS-REJ-MOTIF
              WHEN WS-XFR-ETAT(WS-XFR-TROUVE) NOT = 'C'
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E011' TO WS-REJ-CODE
                 MOVE 'TRANSFERT DEJA EXPEDIE OU CLOS' TO WS-REJ-MOTIF
              WHEN WS-TXN-QTY = 0
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E006' TO WS-REJ-CODE
                 MOVE 'QUANTITE NULLE' TO WS-REJ-MOTIF
           END-EVALUATE

           IF WS-VALID-REC = 'Y'
              MOVE WS-XFR-SOURCE(WS-XFR-TROUVE) TO STK-DEPOT
              MOVE WS-TXN-PNO                   TO STK-P-NO
              READ FSTKDEP
                  INVALID KEY
                      MOVE 0 TO WS-STOCK-SOURCE
                  NOT INVALID KEY
                      MOVE STK-QTY TO WS-STOCK-SOURCE
              END-READ
              IF WS-STOCK-SOURCE < WS-TXN-QTY
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E012' TO WS-REJ-CODE
                 MOVE 'STOCK DEPOT SOURCE INSUFFISANT' TO WS-REJ-MOTIF
              END-IF
           END-IF
           .

*> La quantite quitte le depot source et passe en transit (etat
*> 'T') ; le stock global ne bouge pas
       2310-EXPEDIER.

           SUBTRACT WS-TXN-QTY FROM STK-QTY
           REWRITE ENRSTKDEP

           MOVE WS-XFR-SOURCE(WS-XFR-TROUVE) TO WS-SMV-DEPOT
           COMPUTE WS-SMV-QTE = 0 - WS-TXN-QTY
           MOVE 'TE'                         TO WS-SMV-TYPE
           MOVE 'D'                          TO WS-SMV-PORTEE
           PERFORM 2700-APPELER-PSTKMVT

*> Les plus anciens lots du depot source passent en transit
           MOVE WS-XFR-SOURCE(WS-XFR-TROUVE) TO WS-LOT-DEPOT
           MOVE WS-TXN-QTY                   TO WS-QTE-LOTS
           MOVE WS-DEPOT-TRANSIT             TO WS-LTR-DEST
           PERFORM 2600-DEPLACER-LOTS

           MOVE WS-TXN-QTY  TO WS-XFR-QTE-EXP(WS-XFR-TROUVE)
           MOVE 'T'         TO WS-XFR-ETAT(WS-XFR-TROUVE)
           MOVE WS-DATE-RUN TO WS-XFR-DATE-EXP(WS-XFR-TROUVE)

           ADD 1 TO WS-CT-EXPEDIEES
           PERFORM 2800-ECRIRE-REGISTRE
           MOVE 'EXPEDIE - EN TRANSIT' TO ENRXFERRPT(41:20)
           WRITE ENRXFERRPT
           .

*> Reception : ordre en transit ; une quantite nulle est admise
*> (tout perdu en route), elle part en ecart
       2400-VALIDER-RECEPTION.

           EVALUATE TRUE
              WHEN WS-XFR-TROUVE = 0
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E010' TO WS-REJ-CODE
                 MOVE 'TRANSFERT INCONNU' TO WS-REJ-MOTIF
              WHEN WS-XFR-ETAT(WS-XFR-TROUVE) NOT = 'T'
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E013' TO WS-REJ-CODE
                 MOVE 'TRANSFERT NON EN TRANSIT' TO WS-REJ-MOTIF
           END-EVALUATE

           IF WS-VALID-REC = 'Y'
              COMPUTE WS-ECART = WS-TXN-QTY
                               - WS-XFR-QTE-EXP(WS-XFR-TROUVE)
              IF WS-ECART NOT = 0
*> L'ecart de transit corrige le stock global (cf PCYCLECNT.2040 :
*> PRODUCTS d'abord, le depot seulement si le SQL a reussi)
                 MOVE WS-TXN-PNO TO P-P-NO
                 EXEC SQL
                    UPDATE API12.PRODUCTS
                    SET STOCK_QTY = STOCK_QTY + :WS-ECART
                    WHERE P_NO = :P-P-NO
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'N'    TO WS-VALID-REC
                    MOVE 'E014' TO WS-REJ-CODE
                    MOVE 'ECHEC MISE A JOUR STOCK' TO WS-REJ-MOTIF
                    DISPLAY 'PXFER : ERREUR SQL PRODUCTS ' SQLCODE
                 END-IF
              END-IF
           END-IF
           .

*> La quantite recue entre au depot destination (solde ouvert au
*> premier mouvement, cf PPORECV.2210), ligne close 'R'
       2410-RECEVOIR.

           MOVE WS-XFR-DEST(WS-XFR-TROUVE) TO STK-DEPOT
           MOVE WS-TXN-PNO                 TO STK-P-NO
           READ FSTKDEP
               INVALID KEY
                   MOVE WS-XFR-DEST(WS-XFR-TROUVE) TO STK-DEPOT
                   MOVE WS-TXN-PNO                 TO STK-P-NO
                   MOVE WS-TXN-QTY                 TO STK-QTY
                   WRITE ENRSTKDEP
               NOT INVALID KEY
                   ADD WS-TXN-QTY TO STK-QTY
                   REWRITE ENRSTKDEP
           END-READ

           MOVE WS-XFR-DEST(WS-XFR-TROUVE) TO WS-SMV-DEPOT
           MOVE WS-TXN-QTY                 TO WS-SMV-QTE
           MOVE 'TR'                       TO WS-SMV-TYPE
           MOVE 'D'                        TO WS-SMV-PORTEE
           PERFORM 2700-APPELER-PSTKMVT

*> L'ecart deja passe sur PRODUCTS en 2400 (depot de destination
*> pour memoire, le mouvement ne vise que le total)
           IF WS-ECART NOT = 0
              MOVE WS-XFR-DEST(WS-XFR-TROUVE) TO WS-SMV-DEPOT
              MOVE WS-ECART                   TO WS-SMV-QTE
              MOVE 'TX'                       TO WS-SMV-TYPE
              MOVE 'G'                        TO WS-SMV-PORTEE
              PERFORM 2700-APPELER-PSTKMVT
           END-IF

           PERFORM 2430-LOTS-RECUS

           MOVE WS-TXN-QTY TO WS-XFR-QTE-REC(WS-XFR-TROUVE)
           MOVE 'R'        TO WS-XFR-ETAT(WS-XFR-TROUVE)

           ADD 1 TO WS-CT-RECUES
           PERFORM 2800-ECRIRE-REGISTRE
           MOVE 'RECU' TO ENRXFERRPT(41:4)
           IF WS-ECART NOT = 0
              MOVE '- ECART DE RECEPTION' TO ENRXFERRPT(46:20)
              PERFORM 2420-ECRIRE-ECART
           END-IF
           WRITE ENRXFERRPT
           .

*> Lots repris du transit vers la destination pour la quantite a la
*> fois expediee et recue ; la perte sort du transit, le surplus
*> entre au lot vide de la destination
       2430-LOTS-RECUS.

           IF WS-ECART < 0
              MOVE WS-TXN-QTY TO WS-QTE-LOTS
           ELSE
              MOVE WS-XFR-QTE-EXP(WS-XFR-TROUVE) TO WS-QTE-LOTS
           END-IF

           IF WS-QTE-LOTS > 0
              MOVE WS-DEPOT-TRANSIT TO WS-LOT-DEPOT
              MOVE WS-XFR-DEST(WS-XFR-TROUVE) TO WS-LTR-DEST
              PERFORM 2600-DEPLACER-LOTS
           END-IF

           IF WS-ECART < 0
              MOVE 'S'              TO WS-LOT-ACTION
              MOVE WS-DEPOT-TRANSIT TO WS-LOT-DEPOT
              COMPUTE WS-LOT-QTE = 0 - WS-ECART
              MOVE SPACES           TO WS-LOT-NO
              PERFORM 2650-APPELER-PLOTMVT
           END-IF

           IF WS-ECART > 0
              MOVE 'E'                        TO WS-LOT-ACTION
              MOVE WS-XFR-DEST(WS-XFR-TROUVE) TO WS-LOT-DEPOT
              MOVE WS-ECART                   TO WS-LOT-QTE
              MOVE SPACES                     TO WS-LOT-NO
              PERFORM 2650-APPELER-PLOTMVT
           END-IF
           .

       2420-ECRIRE-ECART.

           MOVE SPACES TO ENRECART
           MOVE WS-XFR-NO(WS-XFR-TROUVE)       TO ECA-NO
           MOVE WS-TXN-PNO                     TO ECA-P-NO
           MOVE WS-XFR-SOURCE(WS-XFR-TROUVE)   TO ECA-SOURCE
           MOVE WS-XFR-DEST(WS-XFR-TROUVE)     TO ECA-DEST
           MOVE WS-XFR-QTE-EXP(WS-XFR-TROUVE)  TO ECA-QTE-EXP
           MOVE WS-TXN-QTY                     TO ECA-QTE-REC
           MOVE WS-ECART                       TO ECA-ECART
           MOVE WS-XFR-DATE-EXP(WS-XFR-TROUVE) TO ECA-DATE-EXP
           MOVE WS-DATE-RUN                    TO ECA-DATE-REC
           WRITE ENRECART

           ADD 1 TO WS-CT-ECARTS
           .

*> Annulation : seul un ordre non encore expedie s'annule
       2500-VALIDER-ANNULATION.

           EVALUATE TRUE
              WHEN WS-XFR-TROUVE = 0
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E010' TO WS-REJ-CODE
                 MOVE 'TRANSFERT INCONNU' TO WS-REJ-MOTIF
              WHEN WS-XFR-ETAT(WS-XFR-TROUVE) NOT = 'C'
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E011' TO WS-REJ-CODE
                 MOVE 'TRANSFERT DEJA EXPEDIE OU CLOS' TO WS-REJ-MOTIF
           END-EVALUATE
           .

       2510-ANNULER.

           MOVE 'A' TO WS-XFR-ETAT(WS-XFR-TROUVE)

           ADD 1 TO WS-CT-ANNULEES
           PERFORM 2800-ECRIRE-REGISTRE
           MOVE 'ANNULE' TO ENRXFERRPT(41:6)
           WRITE ENRXFERRPT
           .

*> Sortie FIFO de WS-QTE-LOTS du depot WS-LOT-DEPOT, puis entree
*> des memes lots (date de reception d'origine) au depot WS-LTR-DEST
       2600-DEPLACER-LOTS.

           MOVE 'S'         TO WS-LOT-ACTION
           MOVE SPACES      TO WS-LOT-NO
           MOVE WS-QTE-LOTS TO WS-LOT-QTE
           PERFORM 2650-APPELER-PLOTMVT

           MOVE WS-LOT-NB TO WS-NB-LTR
           PERFORM VARYING WS-LTR-IDX FROM 1 BY 1
                   UNTIL WS-LTR-IDX > WS-NB-LTR
              MOVE WS-LOT-AL-LOT(WS-LTR-IDX)  TO WS-LTR-LOT(WS-LTR-IDX)
              MOVE WS-LOT-AL-QTE(WS-LTR-IDX)  TO WS-LTR-QTE(WS-LTR-IDX)
              MOVE WS-LOT-AL-DATE(WS-LTR-IDX)
                   TO WS-LTR-DATE(WS-LTR-IDX)
           END-PERFORM

           PERFORM VARYING WS-LTR-IDX FROM 1 BY 1
                   UNTIL WS-LTR-IDX > WS-NB-LTR
              MOVE 'E'                     TO WS-LOT-ACTION
              MOVE WS-LTR-DEST             TO WS-LOT-DEPOT
              MOVE WS-LTR-LOT(WS-LTR-IDX)  TO WS-LOT-NO
              MOVE WS-LTR-QTE(WS-LTR-IDX)  TO WS-LOT-QTE
              MOVE WS-LTR-DATE(WS-LTR-IDX) TO WS-LOT-DATE-LOT
              PERFORM 2650-APPELER-PLOTMVT
           END-PERFORM
           .

*> Mouvement de lot du transfert en cours (produit, date du run,
*> origine transfert, numero de transfert en reference)
       2650-APPELER-PLOTMVT.

           MOVE WS-TXN-PNO               TO WS-LOT-P-NO
           MOVE WS-DATE-RUN              TO WS-LOT-DATE
           IF WS-LOT-ACTION NOT = 'E'
              MOVE SPACES                TO WS-LOT-DATE-LOT
           END-IF
           MOVE 'T'                      TO WS-LOT-ORIGINE
           MOVE WS-XFR-NO(WS-XFR-TROUVE) TO WS-LOT-REF
           CALL PLOTMVT USING WS-LOT-ACTION WS-LOT-MVT
                              WS-LOT-RESULTAT
           MOVE SPACES                   TO WS-LOT-DATE-LOT
           .

*> Mouvement de stock du transfert en cours (depot, quantite, type
*> et portee prepares par l'appelant)
       2700-APPELER-PSTKMVT.

           MOVE 'M'                      TO WS-SMV-ACTION
           MOVE WS-TXN-PNO               TO WS-SMV-P-NO
           MOVE WS-DATE-RUN              TO WS-SMV-DATE
           MOVE 'PXFER'                  TO WS-SMV-PROGRAMME
           MOVE WS-XFR-NO(WS-XFR-TROUVE) TO WS-SMV-DOC
           CALL PSTKMVT USING WS-SMV-ACTION WS-SMV-MVT
           .

*> Image de la ligne de transfert apposee au registre, et debut de
*> la ligne de rapport du mouvement (complete par l'appelant)
       2800-ECRIRE-REGISTRE.

           MOVE WS-DATE-RUN TO WS-XFR-DATE(WS-XFR-TROUVE)

           MOVE SPACES TO ENRXFER
           MOVE WS-XFR-NO(WS-XFR-TROUVE)       TO XFR-NO
           MOVE WS-XFR-PNO(WS-XFR-TROUVE)      TO XFR-P-NO
           MOVE WS-XFR-SOURCE(WS-XFR-TROUVE)   TO XFR-SOURCE
           MOVE WS-XFR-DEST(WS-XFR-TROUVE)     TO XFR-DEST
           MOVE WS-XFR-QTE-DEM(WS-XFR-TROUVE)  TO XFR-QTE-DEM
           MOVE WS-XFR-QTE-EXP(WS-XFR-TROUVE)  TO XFR-QTE-EXP
           MOVE WS-XFR-QTE-REC(WS-XFR-TROUVE)  TO XFR-QTE-REC
           MOVE WS-XFR-ETAT(WS-XFR-TROUVE)     TO XFR-ETAT
           MOVE WS-XFR-DATE(WS-XFR-TROUVE)     TO XFR-DATE
           MOVE WS-XFR-DATE-EXP(WS-XFR-TROUVE) TO XFR-DATE-EXP
           WRITE ENRXFER

           MOVE WS-TXN-QTY TO WS-QTY-STR
           MOVE SPACES TO ENRXFERRPT
           MOVE WS-TXN-CODE TO ENRXFERRPT(1:1)
           MOVE WS-XFR-NO(WS-XFR-TROUVE) TO ENRXFERRPT(3:6)
           MOVE WS-XFR-PNO(WS-XFR-TROUVE) TO ENRXFERRPT(10:3)
           MOVE WS-XFR-SOURCE(WS-XFR-TROUVE) TO ENRXFERRPT(14:2)
           MOVE '>' TO ENRXFERRPT(17:1)
           MOVE WS-XFR-DEST(WS-XFR-TROUVE) TO ENRXFERRPT(19:2)
           MOVE WS-QTY-STR TO ENRXFERRPT(22:5)
           MOVE WS-DATE-RUN TO ENRXFERRPT(29:10)
           .

       2900-REJETER.

           MOVE SPACES TO ENRREJECT
           MOVE ENRXFERTXN   TO REJ-RAW-LINE
           MOVE WS-REJ-CODE  TO REJ-REASON-CODE
           MOVE WS-REJ-MOTIF TO REJ-REASON-TEXT
           WRITE ENRREJECT
           ADD 1 TO WS-CT-REJETEES
           .

*> Etat apres mouvements : une ligne 'I' par transfert cree non
*> expedie ou en transit, puis la synthese 'T'
       3000-ETAT-DES-TRANSFERTS.

           PERFORM VARYING WS-XFR-IDX FROM 1 BY 1
                   UNTIL WS-XFR-IDX > WS-NB-XFR
              IF WS-XFR-ETAT(WS-XFR-IDX) = 'C'
                 OR WS-XFR-ETAT(WS-XFR-IDX) = 'T'
                 ADD 1 TO WS-CT-EN-COURS
                 MOVE SPACES TO ENRXFERRPT
                 MOVE 'I' TO ENRXFERRPT(1:1)
                 MOVE WS-XFR-NO(WS-XFR-IDX) TO ENRXFERRPT(3:6)
                 MOVE WS-XFR-PNO(WS-XFR-IDX) TO ENRXFERRPT(10:3)
                 MOVE WS-XFR-SOURCE(WS-XFR-IDX) TO ENRXFERRPT(14:2)
                 MOVE '>' TO ENRXFERRPT(17:1)
                 MOVE WS-XFR-DEST(WS-XFR-IDX) TO ENRXFERRPT(19:2)
                 IF WS-XFR-ETAT(WS-XFR-IDX) = 'T'
                    MOVE WS-XFR-QTE-EXP(WS-XFR-IDX) TO WS-QTY-STR
                    MOVE WS-QTY-STR TO ENRXFERRPT(22:5)
                    MOVE WS-XFR-DATE-EXP(WS-XFR-IDX)
                         TO ENRXFERRPT(29:10)
                    MOVE 'EN TRANSIT' TO ENRXFERRPT(41:10)
                 ELSE
                    MOVE WS-XFR-QTE-DEM(WS-XFR-IDX) TO WS-QTY-STR
                    MOVE WS-QTY-STR TO ENRXFERRPT(22:5)
                    MOVE WS-XFR-DATE(WS-XFR-IDX) TO ENRXFERRPT(29:10)
                    MOVE 'A EXPEDIER' TO ENRXFERRPT(41:10)
                 END-IF
                 WRITE ENRXFERRPT
              END-IF
           END-PERFORM

           MOVE SPACES TO ENRXFERRPT
           MOVE 'T' TO ENRXFERRPT(1:1)
           MOVE WS-CT-CREES TO WS-QTY-STR
           MOVE WS-QTY-STR TO ENRXFERRPT(3:5)
           MOVE WS-CT-EXPEDIEES TO WS-QTY-STR
           MOVE WS-QTY-STR TO ENRXFERRPT(9:5)
           MOVE WS-CT-RECUES TO WS-QTY-STR
           MOVE WS-QTY-STR TO ENRXFERRPT(15:5)
           MOVE WS-CT-ANNULEES TO WS-QTY-STR
           MOVE WS-QTY-STR TO ENRXFERRPT(21:5)
           MOVE WS-CT-ECARTS TO WS-QTY-STR
           MOVE WS-QTY-STR TO ENRXFERRPT(27:5)
           MOVE WS-CT-EN-COURS TO WS-QTY-STR
           MOVE WS-QTY-STR TO ENRXFERRPT(33:5)
           WRITE ENRXFERRPT
           .

*> Synthese de fin de run et code retour
       9000-FIN.

           IF WS-RETURN-CODE NOT = 8
              EXEC SQL COMMIT END-EXEC
           END-IF

           DISPLAY 'PXFER : ' WS-CT-LUES ' MOUVEMENTS LUS, '
                   WS-CT-REJETEES ' REJETES'
           DISPLAY 'PXFER : CREES=' WS-CT-CREES
                   ' EXPEDIES=' WS-CT-EXPEDIEES
                   ' RECUS=' WS-CT-RECUES
                   ' ANNULES=' WS-CT-ANNULEES
           DISPLAY 'PXFER : ' WS-CT-ECARTS ' ECARTS DE RECEPTION, '
                   WS-CT-EN-COURS ' LIGNES EN COURS'

           IF WS-RETURN-CODE NOT = 8
              IF WS-CT-REJETEES > 0 OR WS-CT-ECARTS > 0
                 MOVE 4 TO WS-RETURN-CODE
              ELSE
                 MOVE 0 TO WS-RETURN-CODE
              END-IF
              CLOSE FXFERFIL
              CLOSE FSTKDEP
           END-IF

           CLOSE FXFERRPT
           CLOSE FECART
           CLOSE FREJECT

*> Cloture de PLOTMVT (stock par lot et journal)
           MOVE '*' TO WS-LOT-ACTION
           CALL PLOTMVT USING WS-LOT-ACTION WS-LOT-MVT
                              WS-LOT-RESULTAT
           MOVE '*' TO WS-SMV-ACTION
           CALL PSTKMVT USING WS-SMV-ACTION WS-SMV-MVT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
