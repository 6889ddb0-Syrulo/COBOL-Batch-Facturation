*> Entrées :
*> - FRMATXN / DRMA-TXN : demandes d'autorisation, une ligne par
*>   demande, champs separes par ';' :
*>     NO-COMMANDE;NO-PRODUIT;QUANTITE;MOTIF (N° de commande sur 6
*>     chiffres, quantite sur 4, MOTIF code : AVA avarie, ERR erreur
*>     d'article, DEF defectueux, NCD non conforme a la description,
*>     AUT autre)
*> - FRMAFILE / DRMA-FILE (relu au demarrage pour reprendre le
*>   dernier numero emis)
*> - Tables DB2 : ORDERS, ITEMS (lecture seule)
*>   appose par PRETURN)
*> - DRMA-NOTICE : avis imprimes a envoyer aux clients
*> - DRMA-REJECT : demandes rejetees (commande/ligne inconnue,
*>   quantite superieure a la vente, motif non code)
*>
*> Sous-programmes appelés :
*> - PDATECALC (date d'expiration = date du run + 30 jours)
*> Remarques :
*> - L'autorisation expire 30 jours calendaires apres emission ;
*>   passe cette date, PRETURN rejette le retour
*> - Le motif code est porte au registre (RMA-RAISON) : PRETURN le
*>   reprend pour un retour presente sans motif
*> - Code retour 8 si aucune demande lue ou registre inutilisable,
*>   4 si au moins une demande rejetee, 0 sinon
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
       01 ENRRMA.
          05 RMA-NO          PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RMA-O-NO        PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RMA-P-NO        PIC X(3).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RMA-QTY         PIC 9(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RMA-C-NO        PIC 9(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RMA-DATE-EXPIRE PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RMA-ETAT        PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RMA-RAISON      PIC X(3).

*> Avis imprime, lignes de 80 caracteres comme DRETURN-MEMO
       FD FNOTICE
       01 WS-REJ-MOTIF       PIC X(30).

*> Champs de la demande en cours, issus de l'UNSTRING
       01 WS-TXN-ONO-X       PIC X(6).
       01 WS-TXN-PNO         PIC X(3).
       01 WS-TXN-QTY-X       PIC X(4).
       01 WS-TXN-MOTIF       PIC X(30).
       01 WS-TXN-ONO         PIC 9(6).
       01 WS-TXN-QTY         PIC 9(4).

*> Dernier numero d'autorisation emis, repris du registre
       01 WS-DERNIER-NO      PIC 9(6) VALUE 0.
              MOVE 'QUANTITE SUPERIEURE A LA VENTE'
                   TO WS-REJ-MOTIF
           END-IF

*> Motif code sur 3 caracteres, dans la liste lue par PRETURN
           IF WS-VALID-REC = 'Y'
              IF WS-TXN-MOTIF(4:27) NOT = SPACES
                 OR (WS-TXN-MOTIF(1:3) NOT = 'AVA'
                 AND WS-TXN-MOTIF(1:3) NOT = 'ERR'
                 AND WS-TXN-MOTIF(1:3) NOT = 'DEF'
                 AND WS-TXN-MOTIF(1:3) NOT = 'NCD'
                 AND WS-TXN-MOTIF(1:3) NOT = 'AUT')
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E006' TO WS-REJ-CODE
                 MOVE 'MOTIF DE RETOUR NON CODE' TO WS-REJ-MOTIF
              END-IF
           END-IF
           .

*> Emission : numero suivant, ligne 'O' au registre, avis imprime
           MOVE WS-DATE-RUN    TO RMA-DATE-EMISE
           MOVE WS-DATE-EXPIRE TO RMA-DATE-EXPIRE
           MOVE 'O'            TO RMA-ETAT
           MOVE WS-TXN-MOTIF(1:3) TO RMA-RAISON
           WRITE ENRRMA

           PERFORM 2030-IMPRIMER-AVIS
           MOVE SPACES TO ENRNOTICE
           STRING 'PRODUIT ' WS-TXN-PNO
                  '  QUANTITE AUTORISEE ' WS-TXN-QTY
                  '  MOTIF ' WS-TXN-MOTIF(1:3)
                  DELIMITED BY SIZE INTO ENRNOTICE
           WRITE ENRNOTICE

