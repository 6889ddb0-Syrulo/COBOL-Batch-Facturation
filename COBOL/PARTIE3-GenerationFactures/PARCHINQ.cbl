*>   elles sont rearrangees en AAAA-MM-JJ pour la comparaison a la
*>   plage demandee, comme le fait deja PARCHIVE
*> - Ce programme ne modifie pas les archives : elles ne sont que lues
*> - Le dossier et la re-generation PFACTURE ne sont pas l'original :
*>   la copie conforme d'un document emis se reimprime par PDOCINQ,
*>   depuis l'archive legale DDOC-ARCHIVE
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================
           RECORDING MODE IS F.

       01 ENRARCHORD.
          05 AO-O-NO            PIC 9(6).
          05 FILLER             PIC X(1).
          05 AO-S-NO            PIC 9(2).
          05 FILLER             PIC X(1).
           RECORDING MODE IS F.

       01 ENRARCHITM.
          05 AI-O-NO            PIC 9(6).
          05 FILLER             PIC X(1).
          05 AI-P-NO            PIC X(3).
          05 FILLER             PIC X(1).
          05 AI-QUANTITY        PIC 9(4).
          05 FILLER             PIC X(1).
          05 AI-PRICE           PIC 9(5)V99.

*> Lignes d'extrait archivees, recopiees telles quelles : le N° de
*> commande occupe les six premiers octets (EXT-ONO)
       FD FARCHEXT
           RECORDING MODE F
           DATA RECORD IS ENREXTRACT-A.

       01 ENREXTRACT-A.
          05 AEX-ONO            PIC 9(6).
          05 FILLER             PIC X(599).

       FD FRESTAGE
           RECORDING MODE F
           DATA RECORD IS ENREXTRACT-R.

       01 ENREXTRACT-R          PIC X(605).

       FD FINQRPT
           RECORDING MODE F
*> Commandes retenues pour le dossier
       01 WS-SEL-TABLE.
          05 WS-SEL-ENTRY OCCURS 100 TIMES.
             10 WS-SEL-ONO      PIC 9(6).
       01 WS-NB-SEL          PIC 9(3) VALUE 0.
       01 WS-SEL-IDX         PIC 9(3).
       01 WS-SEL-RETENU      PIC X(1).
       01 WS-ARC-DATE-ISO    PIC X(10).

*> Champs d'edition du dossier imprime
       77 WS-PRICE-STR       PIC Z(5),99.
       77 WS-QTE-STR         PIC Z(3)9.
       77 WS-MONTANT-STR     PIC Z(6)9,99.
       01 WS-LIGNE-TOTAL     PIC 9(7)V99.

*> Compteurs de fin de run
       77 WS-CT-CRITERES     PIC 9(3) VALUE 0.
              IF WS-SYSIN-LIGNE = SPACES
                 MOVE 'Y' TO WS-EOF
              ELSE
                 IF WS-SYSIN-LIGNE(1:6) NUMERIC
                    AND WS-NB-SEL < 100
                    ADD 1 TO WS-NB-SEL
                    MOVE WS-SYSIN-LIGNE(1:6)
                         TO WS-SEL-ONO(WS-NB-SEL)
                    ADD 1 TO WS-CT-CRITERES
                 END-IF

              MOVE SPACES TO ENRINQRPT
              MOVE 'COMMANDE ARCHIVEE : ' TO ENRINQRPT(5:20)
              MOVE AO-O-NO TO ENRINQRPT(25:6)
              WRITE ENRINQRPT

              MOVE SPACES TO ENRINQRPT
           MOVE 'PRODUIT ' TO ENRINQRPT(8:8)
           MOVE AI-P-NO TO ENRINQRPT(16:3)
           MOVE 'QTE' TO ENRINQRPT(22:3)
           MOVE WS-QTE-STR TO ENRINQRPT(26:4)
           MOVE 'PRIX' TO ENRINQRPT(31:4)
           MOVE WS-PRICE-STR TO ENRINQRPT(36:8)
           MOVE 'TOTAL' TO ENRINQRPT(46:5)
           MOVE WS-MONTANT-STR TO ENRINQRPT(52:10)
           WRITE ENRINQRPT
           .

