*>   distinctes et des lignes)
*> - DFACTURE-RPT   : rapport de controle de PFACTURE (dernier
*>   enregistrement)
*> - DSEQAUDIT-RPT  : audit des numeros de facture de PSEQAUDIT
*>   (ligne 'T' de verdict)
*>
*> Sorties :
*> - DOPS-RPT : synthese d'exploitation du cycle, lignes de 80
*> Remarques :
*> - Les champs des rapports sont relus tels qu'edites (Z...9) et
*>   reconvertis par NUMVAL-C, virgule decimale comme partout
*> - Un verdict NON PROPRE de PSEQAUDIT (trou ou doublon dans une
*>   serie de numeros) compte comme un ecart
*> - Code retour 8 sur tout ecart de rapprochement, 4 si un fichier
*>   de controle attendu est absent ou vide, 0 si la nuit est propre
*> - Prévu pour tourner en STEP050 de FACTBAT, en toute fin de cycle
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-FAC.

           SELECT FSEQRPT ASSIGN TO DSEQAUDIT-RPT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-SEQ.

*> Membre central de parametres du run (DRUNPARM, valide en tete de
*> cycle par PPARMVAL) : seul MODE interesse la synthese - un cycle
*> d'essai n'imprime pas de totaux PFACTURE, le rapprochement
          05 AUD-TXN-CODE     PIC X(1).
          05 AUD-PNO          PIC X(3).
          05 AUD-DESCRIPTION  PIC X(30).
          05 AUD-PRICE        PIC 9(5)V99.
          05 AUD-DEVISE       PIC X(2).
          05 AUD-CATEGORY     PIC X(10).
          05 AUD-STOCK-QTY    PIC 9(5).
          05 FILLER         PIC X(1).
          05 ORP-PRICESRC   PIC X(4).
          05 FILLER         PIC X(1).
          05 ORP-MONTANT    PIC X(11).
          05 FILLER         PIC X(1).
          05 ORP-BACKORDER  PIC X(4).

          05 FILLER             PIC X(1).
          05 REC-CATEGORIE      PIC X(6).
          05 FILLER             PIC X(1).
          05 REC-CLE-1          PIC X(6).
          05 FILLER             PIC X(1).
          05 REC-CLE-2          PIC X(4).
          05 FILLER             PIC X(1).
           DATA RECORD IS ENREXTRACT.

       01 ENREXTRACT.
          05 EXT-ONO            PIC 9(6).
          05 FILLER             PIC X(599).

*> Même découpage que l'ENRFACTRPT écrit par PFACTURE, relu en X
       FD FFACTRPT
          05 FILLER          PIC X(1).
          05 FRP-FRAIS       PIC X(9).

*> Même découpage que l'ENRSEQRPT écrit par PSEQAUDIT, relu en X
       FD FSEQRPT
           RECORDING MODE IS F.

       01 ENRSEQRPT.
          05 SEQ-TYPE        PIC X(1).
          05 FILLER          PIC X(1).
          05 SEQ-MOIS        PIC X(7).
          05 FILLER          PIC X(1).
          05 SEQ-SERIE       PIC X(1).
          05 FILLER          PIC X(1).
          05 SEQ-NO1         PIC X(6).
          05 FILLER          PIC X(1).
          05 SEQ-NO2         PIC X(6).
          05 FILLER          PIC X(1).
          05 SEQ-NB1         PIC X(6).
          05 FILLER          PIC X(1).
          05 SEQ-NB2         PIC X(6).
          05 FILLER          PIC X(1).
          05 SEQ-NB3         PIC X(6).
          05 FILLER          PIC X(1).
          05 SEQ-NB4         PIC X(6).
          05 FILLER          PIC X(1).
          05 SEQ-LIBELLE     PIC X(15).
          05 FILLER          PIC X(1).
          05 SEQ-STATUT      PIC X(10).

*> Même découpage que celui valide par PPARMVAL (cf PPARMVAL.cbl)
       FD FRUNPARM
           RECORDING MODE IS F.
       77 WS-STATUS-REC      PIC 99 VALUE 0.
       77 WS-STATUS-EXT      PIC 99 VALUE 0.
       77 WS-STATUS-FAC      PIC 99 VALUE 0.
       77 WS-STATUS-SEQ      PIC 99 VALUE 0.
       77 WS-STATUS-OPS      PIC 99 VALUE 0.
       77 WS-STATUS-PRM      PIC 99 VALUE 0.

       01 WS-EX-TROUVE       PIC X(1) VALUE 'N'.
       01 WS-EX-LIGNES       PIC 9(5) VALUE 0.
       01 WS-EX-COMMANDES    PIC 9(5) VALUE 0.
       01 WS-EX-DERNIER-ONO  PIC 9(6) VALUE 0.

       01 WS-FA-TROUVE       PIC X(1) VALUE 'N'.
       01 WS-FA-FACTURES     PIC 9(5).
       01 WS-FA-SKIPPED      PIC 9(5).
       01 WS-FA-TOTAL        PIC 9(9)V99.

       01 WS-SQ-TROUVE       PIC X(1) VALUE 'N'.
       01 WS-SQ-MOIS         PIC X(7).
       01 WS-SQ-TROUS        PIC 9(6).
       01 WS-SQ-DOUBLONS     PIC 9(6).
       01 WS-SQ-VERDICT      PIC X(10).

*> Champs d'edition de la synthese
       77 WS-NUM-STR         PIC ZZZZZZ9.
       77 WS-MNT-STR         PIC Z(8)9,99.
           PERFORM 3000-LIRE-RAPPORT-PRECON
           PERFORM 4000-COMPTER-EXTRAIT
           PERFORM 5000-LIRE-RAPPORT-PFACTURE
           PERFORM 5500-LIRE-AUDIT-SEQUENCE

           PERFORM 6000-EDITER-SYNTHESE
           PERFORM 7000-RAPPROCHER
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
*> Les lignes de controle de lot 'CTL' et de capacite 'CAP'
*> partagent le fichier avec les totaux de run : elles ne portent pas
*> de compteurs (cf PCLOSE)
                       IF ENRORDRPT(1:3) NOT = 'CTL'
                          AND ENRORDRPT(1:3) NOT = 'CAP'
                          MOVE 'Y' TO WS-OR-TROUVE
                          COMPUTE WS-OR-LUS =
                              FUNCTION NUMVAL-C(ORP-LUS-AS)
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
*> Les lignes 'OFF' de ventilation par bureau, 'EXM' de
*> certificats expires et 'CAP' d'occupation des tables ne sont pas
*> des totaux de run (cf PFACTURE) : seul le dernier enregistrement
*> de totaux nous interesse ici
                     IF ENRFACTRPT(1:3) = 'OFF'
                        OR ENRFACTRPT(1:3) = 'EXM'
                        OR ENRFACTRPT(1:3) = 'CAP'
                       CONTINUE
                     ELSE
                       MOVE 'Y' TO WS-FA-TROUVE
           END-IF
           .

*> Ligne 'T' de verdict de l'audit des numeros de PSEQAUDIT
       5500-LIRE-AUDIT-SEQUENCE.

           OPEN INPUT FSEQRPT
           IF WS-STATUS-SEQ = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FSEQRPT
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF SEQ-TYPE = 'T'
                          MOVE 'Y' TO WS-SQ-TROUVE
                          MOVE SEQ-MOIS TO WS-SQ-MOIS
                          COMPUTE WS-SQ-TROUS =
                              FUNCTION NUMVAL-C(SEQ-NB2)
                          COMPUTE WS-SQ-DOUBLONS =
                              FUNCTION NUMVAL-C(SEQ-NB3)
                          MOVE SEQ-STATUT TO WS-SQ-VERDICT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FSEQRPT
           END-IF

           IF WS-SQ-TROUVE = 'N'
              ADD 1 TO WS-CT-ABSENTS
           END-IF
           .

*> Synthese lisible du cycle, un pave par etape
       6000-EDITER-SYNTHESE.

           END-IF
           WRITE ENROPSRPT

           MOVE SPACES TO ENROPSRPT
           MOVE 'PSEQAUDIT- NUMEROS   :' TO ENROPSRPT(3:22)
           IF WS-SQ-TROUVE = 'Y'
              MOVE WS-SQ-MOIS TO ENROPSRPT(27:7)
              MOVE WS-SQ-TROUS TO WS-NUM-STR
              MOVE 'TROUS' TO ENROPSRPT(36:5)
              MOVE WS-NUM-STR TO ENROPSRPT(42:7)
              MOVE WS-SQ-DOUBLONS TO WS-NUM-STR
              MOVE 'DOUBLONS' TO ENROPSRPT(51:8)
              MOVE WS-NUM-STR TO ENROPSRPT(60:7)
              MOVE WS-SQ-VERDICT TO ENROPSRPT(69:10)
           ELSE
              MOVE 'RAPPORT ABSENT' TO ENROPSRPT(27:14)
           END-IF
           WRITE ENROPSRPT

           MOVE SPACES TO ENROPSRPT
           WRITE ENROPSRPT
           .
              END-IF
           END-IF

*> Un trou ou un doublon de numerotation est une anomalie fiscale :
*> ecart au meme titre qu'un ecart de volumes
           IF WS-SQ-TROUVE = 'Y' AND WS-SQ-VERDICT NOT = 'PROPRE'
              ADD 1 TO WS-CT-ECARTS
              MOVE SPACES TO ENROPSRPT
              MOVE 'ECART : NUMEROTATION DES FACTURES NON PROPRE'
                   TO ENROPSRPT(3:44)
              MOVE '(CF DSEQAUDIT-RPT)' TO ENROPSRPT(48:18)
              WRITE ENROPSRPT
           END-IF

           IF WS-CT-ECARTS = 0
              MOVE SPACES TO ENROPSRPT
              MOVE 'RAPPROCHEMENT INTER-ETAPES : AUCUN ECART'
