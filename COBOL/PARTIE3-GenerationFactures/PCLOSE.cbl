*> - Imprimer les totaux arretes a la cloture, tires des rapports de
*>   run cumules (DORDER-RPT, DPAYMENT-RPT, DRETURN-RPT,
*>   DFACTURE-RPT)
*> - Refuser la cloture d'un mois dont la balance generale ou le
*>   rapprochement clients / grand livre (PGLTRIAL) est en ecart,
*>   ou dont la numerotation des factures et avoirs (PSEQAUDIT) n'est
*>   pas propre, sauf forcage explicite de l'operateur
*>
*> Entrées :
*> - SYSIN : mois a fermer (AAAA-MM), identifiant de l'operateur,
*>   puis en option FORCE pour fermer malgre un ecart
*> - FPERIODE / DPERIODE : calendrier comptable courant
*> - DORDER-RPT / DPAYMENT-RPT / DRETURN-RPT / DFACTURE-RPT :
*>   rapports de controle cumules des programmes du cycle
*> - DGL-TRIAL-RPT : balance et rapprochement produits par PGLTRIAL,
*>   dont la ligne 'S' porte le statut EQUILIBRE / ECART du mois
*> - DSEQAUDIT-RPT : audit des numeros produit par PSEQAUDIT, dont
*>   la ligne 'T' porte le verdict PROPRE / NON PROPRE de la periode
*>
*> Sorties :
*> - DPERIODE-NEW : calendrier reecrit avec le mois ferme (remplace
*>   l'ensemble des runs presents dans ces fichiers, arretes au
*>   moment de la cloture (la bascule PHOUSEKEEP remet ces fichiers a
*>   zero apres cloture, le cumul repart alors pour le mois suivant)
*> - Sans ligne 'S' EQUILIBRE du mois dans DGL-TRIAL-RPT (ecart ou
*>   PGLTRIAL non lance), la cloture est refusee (code retour 8,
*>   DPERIODE-NEW non ecrit) ; avec FORCE elle passe, le forcage est
*>   trace au proces-verbal avec l'operateur et le code retour est 4
*> - Meme regle pour la ligne 'T' PROPRE du mois dans DSEQAUDIT-RPT
*>   (trou ou doublon de numerotation, ou PSEQAUDIT non lance pour
*>   le mois)
*> - Un mois jamais vu du calendrier y est ajoute ferme ; un mois
*>   deja ferme est signale (code retour 4), la cloture n'est pas
*>   rejouee
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-CUT.

*> Même structure que celle écrite par PGLTRIAL (cf PGLTRIAL.cbl)
           SELECT FTRLRPT ASSIGN TO DGL-TRIAL-RPT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-TRL.

*> Même structure que celle écrite par PSEQAUDIT (cf PSEQAUDIT.cbl)
           SELECT FSEQRPT ASSIGN TO DSEQAUDIT-RPT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-SEQ.

           SELECT FCLOSRPT ASSIGN TO DCLOSE-RPT
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-RPT.
          05 FILLER         PIC X(1).
          05 ORP-PRICESRC   PIC X(4).
          05 FILLER         PIC X(1).
          05 ORP-MONTANT    PIC X(11).
          05 FILLER         PIC X(1).
          05 ORP-BACKORDER  PIC X(4).


       01 ENRCUTRPT          PIC X(80).

*> Même découpage que l'ENRTRLRPT écrit par PGLTRIAL, relu en X
       FD FTRLRPT
           RECORDING MODE IS F.

       01 ENRTRLRPT.
          05 TRL-TYPE        PIC X(1).
          05 FILLER          PIC X(1).
          05 TRL-MOIS        PIC X(7).
          05 FILLER          PIC X(1).
          05 TRL-CLE         PIC X(6).
          05 FILLER          PIC X(1).
          05 TRL-MNT1        PIC X(12).
          05 FILLER          PIC X(1).
          05 TRL-MNT2        PIC X(12).
          05 FILLER          PIC X(1).
          05 TRL-MNT3        PIC X(12).
          05 FILLER          PIC X(1).
          05 TRL-MNT4        PIC X(12).
          05 FILLER          PIC X(1).
          05 TRL-STATUT      PIC X(10).

*> Même découpage que l'ENRSEQRPT écrit par PSEQAUDIT, relu en X
       FD FSEQRPT
           RECORDING MODE IS F.

       01 ENRSEQRPT.
          05 SEQ-TYPE        PIC X(1).
          05 FILLER          PIC X(1).
          05 SEQ-MOIS        PIC X(7).
          05 FILLER          PIC X(61).
          05 SEQ-STATUT      PIC X(10).

       FD FCLOSRPT
           RECORDING MODE F
           DATA RECORD IS ENRCLOSRPT.
       77 WS-STATUS-RET      PIC 99 VALUE 0.
       77 WS-STATUS-FAC      PIC 99 VALUE 0.
       77 WS-STATUS-CUT      PIC 99 VALUE 0.
       77 WS-STATUS-TRL      PIC 99 VALUE 0.
       77 WS-STATUS-SEQ      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1) VALUE 'N'.
       01 WS-MOIS-TROUVE     PIC X(1) VALUE 'N'.
       01 WS-DEJA-FERME      PIC X(1) VALUE 'N'.

*> Statut de balance du mois (derniere ligne 'S' de PGLTRIAL) et
*> forcage eventuel recu sur SYSIN
       01 WS-FORCAGE         PIC X(5).
       01 WS-STATUT-BAL      PIC X(10) VALUE SPACES.
       01 WS-CLOTURE-FORCEE  PIC X(1) VALUE 'N'.

*> Verdict de l'audit des numeros du mois (derniere ligne 'T' de
*> PSEQAUDIT)
       01 WS-STATUT-SEQ      PIC X(10) VALUE SPACES.

*> Calendrier charge en memoire puis reecrit
       01 WS-PER-TABLE.
          05 WS-PER-ENTRY OCCURS 60 TIMES.
       01 WS-DATE-CURRENT    PIC X(21).

*> Code retour remis au moniteur de job : 8 si le mois SYSIN est
*> absent ou invalide ou si la cloture est refusee pour ecart, 4 si
*> le mois etait deja ferme ou si la cloture a ete forcee, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 1100-CONTROLER-BALANCE
           END-IF

           IF WS-RETURN-CODE NOT = 8
              PERFORM 1200-CONTROLER-NUMEROTATION
           END-IF

           IF WS-RETURN-CODE NOT = 8
              PERFORM 2000-FERMER-MOIS
              PERFORM 3000-CUMULER-RAPPORTS

           ACCEPT WS-MOIS-CLOTURE FROM SYSIN
           ACCEPT WS-OPERATEUR FROM SYSIN
           MOVE SPACES TO WS-FORCAGE
           ACCEPT WS-FORCAGE FROM SYSIN

           IF WS-MOIS-CLOTURE(1:4) NOT NUMERIC
              OR WS-MOIS-CLOTURE(5:1) NOT = '-'
           END-IF
           .

*> Statut du mois pose par PGLTRIAL : la derniere ligne 'S' du mois
*> fait foi (PGLTRIAL peut avoir ete relance apres correction)
       1100-CONTROLER-BALANCE.

           OPEN INPUT FTRLRPT
           IF WS-STATUS-TRL = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FTRLRPT
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF TRL-TYPE = 'S'
                          AND TRL-MOIS = WS-MOIS-CLOTURE
                          MOVE TRL-STATUT TO WS-STATUT-BAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FTRLRPT
           END-IF

           IF WS-STATUT-BAL = SPACES
              MOVE 'ABSENTE' TO WS-STATUT-BAL
           END-IF

           IF WS-STATUT-BAL NOT = 'EQUILIBRE'
              IF WS-FORCAGE = 'FORCE'
                 MOVE 'Y' TO WS-CLOTURE-FORCEE
                 DISPLAY 'PCLOSE : BALANCE ' WS-STATUT-BAL
                         ' - CLOTURE FORCEE PAR ' WS-OPERATEUR
              ELSE
                 MOVE 8 TO WS-RETURN-CODE
                 DISPLAY 'PCLOSE : BALANCE ' WS-STATUT-BAL
                         ' - CLOTURE REFUSEE'
                 MOVE SPACES TO ENRCLOSRPT
                 MOVE 'CLOTURE REFUSEE DU MOIS ' TO ENRCLOSRPT(5:24)
                 MOVE WS-MOIS-CLOTURE TO ENRCLOSRPT(29:7)
                 MOVE ' - BALANCE PGLTRIAL :' TO ENRCLOSRPT(36:21)
                 MOVE WS-STATUT-BAL TO ENRCLOSRPT(58:10)
                 WRITE ENRCLOSRPT
                 MOVE SPACES TO ENRCLOSRPT
                 MOVE 'CORRIGER L''ECART PUIS RELANCER PGLTRIAL, OU'
                      TO ENRCLOSRPT(5:43)
                 MOVE ' FORCER (SYSIN FORCE)' TO ENRCLOSRPT(48:21)
                 WRITE ENRCLOSRPT
              END-IF
           END-IF
           .

*> Verdict de PSEQAUDIT pour le mois : la derniere ligne 'T' du
*> mois fait foi (audit relance apres concatenation des generations
*> du mois ou apres correction)
       1200-CONTROLER-NUMEROTATION.

           OPEN INPUT FSEQRPT
           IF WS-STATUS-SEQ = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FSEQRPT
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF SEQ-TYPE = 'T'
                          AND SEQ-MOIS = WS-MOIS-CLOTURE
                          MOVE SEQ-STATUT TO WS-STATUT-SEQ
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FSEQRPT
           END-IF

           IF WS-STATUT-SEQ = SPACES
              MOVE 'ABSENT' TO WS-STATUT-SEQ
           END-IF

           IF WS-STATUT-SEQ NOT = 'PROPRE'
              IF WS-FORCAGE = 'FORCE'
                 MOVE 'Y' TO WS-CLOTURE-FORCEE
                 DISPLAY 'PCLOSE : NUMEROTATION ' WS-STATUT-SEQ
                         ' - CLOTURE FORCEE PAR ' WS-OPERATEUR
              ELSE
                 MOVE 8 TO WS-RETURN-CODE
                 DISPLAY 'PCLOSE : NUMEROTATION ' WS-STATUT-SEQ
                         ' - CLOTURE REFUSEE'
                 MOVE SPACES TO ENRCLOSRPT
                 MOVE 'CLOTURE REFUSEE DU MOIS ' TO ENRCLOSRPT(5:24)
                 MOVE WS-MOIS-CLOTURE TO ENRCLOSRPT(29:7)
                 MOVE ' - NUMEROTATION :' TO ENRCLOSRPT(36:17)
                 MOVE WS-STATUT-SEQ TO ENRCLOSRPT(54:10)
                 WRITE ENRCLOSRPT
                 MOVE SPACES TO ENRCLOSRPT
                 MOVE 'JUSTIFIER LES TROUS ET DOUBLONS, RELANCER'
                      TO ENRCLOSRPT(5:41)
                 MOVE ' PSEQAUDIT OU FORCER (SYSIN FORCE)'
                      TO ENRCLOSRPT(46:34)
                 WRITE ENRCLOSRPT
              END-IF
           END-IF
           .

*> Fermeture du mois demande dans le calendrier, reecrit en entier
*> dans DPERIODE-NEW
       2000-FERMER-MOIS.
           .

*> Cumul des rapports de run de chaque programme du cycle ; les
*> lignes CTL de PORDER, OFF/EXM de PFACTURE et CAP (occupation des
*> tables de reference) ne sont pas des totaux de run et sont sautees
       3000-CUMULER-RAPPORTS.

           OPEN INPUT FORDRPT
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF ENRORDRPT(1:3) NOT = 'CTL'
                          AND ENRORDRPT(1:3) NOT = 'CAP'
                          COMPUTE WS-TOT-CDE-INSEREES =
                              WS-TOT-CDE-INSEREES
                              + FUNCTION NUMVAL-C(ORP-INSERES)
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF ENRPAYRPT(1:3) NOT = 'CAP'
                          COMPUTE WS-TOT-REG-TRAITES =
                              WS-TOT-REG-TRAITES
                              + FUNCTION NUMVAL-C(PAY-TRAITES)
                          COMPUTE WS-TOT-REG-MONTANT =
                              WS-TOT-REG-MONTANT
                              + FUNCTION NUMVAL-C(PAY-MONTANT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FPAYRPT
                    NOT AT END
                       IF ENRFACTRPT(1:3) NOT = 'OFF'
                          AND ENRFACTRPT(1:3) NOT = 'EXM'
                          AND ENRFACTRPT(1:3) NOT = 'CAP'
                          COMPUTE WS-TOT-FACTURES =
                              WS-TOT-FACTURES
                              + FUNCTION NUMVAL-C(FRP-FACTURES)
*> proces-verbal : la provision se passe depuis ce document
           PERFORM 4500-RELIER-CESURE

           MOVE SPACES TO ENRCLOSRPT
           MOVE 'BALANCE ET RAPPROCHEMENT PGLTRIAL :'
                TO ENRCLOSRPT(5:35)
           MOVE WS-STATUT-BAL TO ENRCLOSRPT(41:10)
           WRITE ENRCLOSRPT

           MOVE SPACES TO ENRCLOSRPT
           MOVE 'NUMEROTATION FACTURES PSEQAUDIT  :'
                TO ENRCLOSRPT(5:35)
           MOVE WS-STATUT-SEQ TO ENRCLOSRPT(41:10)
           WRITE ENRCLOSRPT

           IF WS-CLOTURE-FORCEE = 'Y'
              MOVE SPACES TO ENRCLOSRPT
              MOVE 'CLOTURE FORCEE PAR' TO ENRCLOSRPT(5:18)
              MOVE WS-OPERATEUR TO ENRCLOSRPT(24:8)
              MOVE 'MALGRE ECART' TO ENRCLOSRPT(33:12)
              WRITE ENRCLOSRPT
           END-IF

           MOVE SPACES TO ENRCLOSRPT
           IF WS-DEJA-FERME = 'Y'
              MOVE 'MOIS DEJA FERME - CLOTURE NON REJOUEE'
       9000-FIN.

           IF WS-RETURN-CODE NOT = 8
              IF WS-DEJA-FERME = 'Y' OR WS-CLOTURE-FORCEE = 'Y'
                 MOVE 4 TO WS-RETURN-CODE
              ELSE
                 MOVE 0 TO WS-RETURN-CODE
