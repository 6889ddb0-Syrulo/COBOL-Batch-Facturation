*> - DRETURN-RPT     : rapport de contrôle de fin de traitement
*> - DAR-OPEN        : grand livre auxiliaire en comptes ouverts, une
*>   écriture 'A' par avoir émis (cf PFACTURE)
*> - DSTOCK-LOT / DLOT-JRNL : retour en stock par lot et journal des
*>   lots, via PLOTMVT
*> - DSTOCK-LEDGER : un mouvement RT par remise en stock (via PSTKMVT)
*> - DDOC-ARCHIVE : archive legale des avoirs emis, image exacte de
*>   chaque ligne imprimee (via PDOCARCH)
*> - DRETURN-HIST : historique des retours acceptes, une ligne par
*>   retour (produit, depot, quantite, motif code, disposition,
*>   montant credite), en mode ajout - relu par PRETRATE pour les
*>   taux de retour mensuels
*>
*> Sous-programmes appelés :
*> - PGLACCT : compte de chaque ecriture du journal comptable
*> - PLOTMVT : retour au lot d'expedition de la ligne
*> - PSTKMVT : journal des mouvements de stock
*> - PDOCARCH : archivage legal des avoirs emis
*>
*> Remarques :
*> - Seule la quantité réellement vendue peut être retournée ; un
*>   expéditeur de la commande (ORDERS.DEPOT, 'D1' pour les
*>   commandes d'avant les dépôts) dans DSTOCK-DEPOT, en miroir de
*>   PORDER.3065 - PREPLEN et PBACKREL raisonnent par dépôt
*> - La quantité restockée revient au lot d'expédition de la ligne
*>   (ITEMS.LOT_NO posé par PSHIPCONF) dans ce même dépôt ; ligne
*>   expédiée avant le suivi par lot = lot vide (stock non suivi)
*> - Chaque retour porte le numero d'autorisation (RMA) emis par
*>   PRMA : il doit viser une autorisation vivante (ouverte, non
*>   expiree) couvrant la commande, le produit et la quantite, et
*>   l'autorisation est marquee utilisee au registre DRMA-FILE ;
*>   registre absent = controle inactif (deploiement progressif,
*>   cf DOPERAUTH). Le numero est rappele sur l'avoir
*> - Chaque retour porte un motif code (RET-RAISON) : AVA avarie,
*>   ERR erreur d'article, DEF defectueux, NCD non conforme a la
*>   description, AUT autre ; motif blanc = celui de l'autorisation
*>   (RMA) ; un motif absent ou hors liste rejette le retour. Le
*>   texte libre qui suit (RET-NOTE) n'est pas exploite
*> - Les numeros d'avoir se suivent de run en run : le dernier numero
*>   du registre DRETURN-REG est relu au demarrage (cf 1140), un
*>   avoir archive (type 'A', serie 0) est identifie par son seul
*>   numero
*> - Avant ce programme, un retour ne pouvait être traité que par une
*>   correction DB2 manuelle hors du système batch
*> - Ce code est fourni à titre pédagogique
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-REG.

*> Historique des retours acceptes, une ligne par retour, cumule de
*> run en run (cf DPAYMENT-HIST) : base des taux de retour
           SELECT FRETHIST ASSIGN TO DRETURN-HIST
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-HST.

*> Calendrier comptable (cf PCLOSE) : un reglement date dans un mois
*> ferme est rejete, les chiffres publies ne bougent plus
           SELECT FPERIODE ASSIGN TO DPERIODE
           RECORDING MODE IS F.

       01 ENRRETURN.
           05 RET-O-NO      PIC 9(6).
           05 RET-P-NO      PIC X(3).
           05 RET-QUANTITY  PIC 9(4).
*> Motif code du retour (AVA, ERR, DEF, NCD, AUT), suivi d'une
*> note libre non exploitee
           05 RET-RAISON    PIC X(3).
           05 RET-NOTE      PIC X(27).
*> Disposition de la marchandise revenue : 'R' = revendable (remise
*> en stock), 'D' = endommagee (detruite, pas de remise en stock) ;
*> blanc = 'R' pour les fichiers de retours anterieurs a ce code
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

*> Ligne retour + code/motif de rejet
       FD FREJRET
           RECORDING MODE IS F.

       01 ENRREJRET.
          05 REJ-O-NO       PIC 9(6).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 REJ-P-NO       PIC X(3).
          05 FILLER         PIC X(1) VALUE SPACE.
           RECORDING MODE IS F.

       01 ENRRETREG.
          05 REG-O-NO        PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 REG-C-NO        PIC 9(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 REG-MONTANT     PIC 9(7)V99.

*> Historique des retours : quantites et montants en clair, comme le
*> registre des avoirs (cf PRETRATE)
       FD FRETHIST
           RECORDING MODE IS F.

       01 ENRRETHIST.
          05 HRT-DATE        PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 HRT-O-NO        PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 HRT-P-NO        PIC X(3).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 HRT-C-NO        PIC 9(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 HRT-DEPOT       PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 HRT-QUANTITY    PIC 9(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 HRT-RAISON      PIC X(3).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 HRT-DISPOSITION PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 HRT-MONTANT     PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 HRT-MEMO-NO     PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 HRT-RMA         PIC X(6).

*> Même structure que celle écrite par PFACTURE (cf PFACTURE.cbl) :
*> 'A' = avoir émis, le numéro d'avoir est porté par ARO-INVOICE-NO
       FD FAROPEN
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-INVOICE-NO  PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-O-NO        PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-DATE        PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
             10 ARX-C-NO        PIC 9(4).
             10 ARX-INVOICE-NO  PIC 9(6).
          05 ARX-TYPE        PIC X(1).
          05 ARX-O-NO        PIC 9(6).
          05 ARX-DATE        PIC X(10).
          05 ARX-MONTANT     PIC 9(7)V99.
          05 ARX-REGLE       PIC 9(7)V99.
       01 WS-REJ-CODE        PIC X(4).
       01 WS-REJ-MOTIF       PIC X(40).

       01 WS-QTY-RESTANTE    PIC S9(5).
       01 WS-CT-ITEMS-ORD    PIC 9(5).
       01 WS-MONTANT-AVOIR   PIC 9(7)V99.

       01 WS-MEMO-NO         PIC 9(6) VALUE 0.
       01 WS-EOF-REG         PIC X(1) VALUE 'N'.
       77 WS-MEMO-NO-STR     PIC Z(5)9.
       77 WS-MONTANT-STR     PIC Z(5)9,99.
       77 WS-PRICE-STR       PIC Z(4)9,99.

       77 WS-STATUS-RET      PIC 99 VALUE 0.
       77 WS-STATUS-REJ      PIC 99 VALUE 0.
       77 WS-STATUS-MEMO     PIC 99 VALUE 0.
       77 WS-STATUS-REG      PIC 99 VALUE 0.
       77 WS-STATUS-HST      PIC 99 VALUE 0.
       77 WS-STATUS-ARO      PIC 99 VALUE 0.
       77 WS-STATUS-GLJ      PIC 99 VALUE 0.
       77 WS-STATUS-GLE      PIC 99 VALUE 0.
*> hors DCLGEN, declaree localement comme dans PORDER)
       01 O-DEPOT            PIC X(2).

*> ITEMS.LOT_NO : lot d'expedition de la ligne (cf PSHIPCONF), lu a
*> la validation, avant que la ligne ne soit supprimee ou reduite
       01 I-LOT-NO           PIC X(12).

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

*> Mouvement de stock passe a PSTKMVT (meme structure que sa LINKAGE)
       01 PSTKMVT            PIC X(7) VALUE 'PSTKMVT'.

*> Archive legale des avoirs (cf PDOCARCH) : chaque ligne imprimee
*> y part telle quelle, sous le numero d'avoir
       01 PDOCARCH           PIC X(8) VALUE 'PDOCARCH'.
       01 WS-ARC-FONCTION    PIC X(1).
       01 WS-ARC-TYPE        PIC X(1) VALUE 'A'.
       01 WS-ARC-SERIE       PIC 9(1) VALUE 0.
       01 WS-ARC-NO          PIC 9(6).
       01 WS-ARC-C-NO        PIC 9(4).
       01 WS-ARC-DATE        PIC X(10).
       01 WS-ARC-LIGNE       PIC X(80).
       01 WS-ARC-STATUT      PIC X(1).
       77 WS-CT-ARC-ERREURS  PIC 9(4) VALUE 0.
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

*> Registre des autorisations en memoire, dernier gagnant par
*> numero ; WS-RMA-ACTIF = 'N' si le registre est absent (controle
*> inactif, cf DOPERAUTH)
       01 WS-RMA-TABLE.
          05 WS-RMA-ENTREE OCCURS 500 TIMES.
             10 WS-RMA-NO       PIC 9(6).
             10 WS-RMA-ONO      PIC 9(6).
             10 WS-RMA-PNO      PIC X(3).
             10 WS-RMA-QTY      PIC 9(4).
             10 WS-RMA-EXPIRE   PIC X(10).
             10 WS-RMA-ETAT     PIC X(1).
             10 WS-RMA-RAISON   PIC X(3).
       01 WS-NB-RMA          PIC 9(3) VALUE 0.
       01 WS-RMA-IDX         PIC 9(3).
       01 WS-RMA-TROUVE      PIC 9(3).
*> Champs des ecritures comptables de fin de run
       77 WS-GL-MNT-STR      PIC Z(6)9,99.

*> Ecriture en cours et sa cle de recherche de compte (cf PGLACCT) :
*> nature, bureau, categorie, devise ; statut 'N' = compte d'attente
       01 PGLACCT            PIC X(7) VALUE 'PGLACCT'.
       01 WS-GL-PROGRAMME    PIC X(8) VALUE 'PRETURN'.
       01 WS-GL-TYPE         PIC X(8).
       01 WS-GL-OFFICE       PIC X(20).
       01 WS-GL-CATEG        PIC X(10).
       01 WS-GL-DEVISE       PIC X(2).
       01 WS-GL-SENS         PIC X(1).
       01 WS-GL-MONTANT      PIC 9(7)V99.
       01 WS-GL-COMPTE       PIC X(6).
       01 WS-GL-STATUT       PIC X(1).
       01 WS-GL-LIBELLE      PIC X(30).
       01 WS-GL-DEBIT        PIC 9(7)V99.
       01 WS-GL-CREDIT       PIC 9(7)V99.
       77 WS-CT-GL-ATTENTE   PIC 9(3) VALUE 0.

*> Montants du run par devise du client : un compte clients par
*> devise ; au-dela de la table, le montant part au compte d'attente
       01 C-DEVISE           PIC X(2).
       01 WS-GLC-TABLE.
          05 WS-GLC-ENTRY OCCURS 50 TIMES.
             10 WS-GLC-DEVISE   PIC X(2).
             10 WS-GLC-MONTANT  PIC 9(7)V99.
       01 WS-NB-GLC          PIC 9(2) VALUE 0.
       01 WS-GLC-IDX         PIC 9(2).
       01 WS-GLC-TROUVE      PIC X(1).
       01 WS-GLC-DEBORD      PIC 9(7)V99 VALUE 0.

       77 WS-STATUS-PER      PIC 99 VALUE 0.
       01 WS-EOF-PER         PIC X(1).

*> ramene a 'R' par 2010-VALIDER)
       01 WS-DISPOSITION     PIC X(1).

*> Motif code effectif du retour en cours (blanc deja remplace par
*> celui de l'autorisation par 2010-VALIDER)
       01 WS-RAISON          PIC X(3).

*> Code retour remis au moniteur de job : 8 si aucun retour n'a été
*> lu, 4 si au moins un retour a été rejeté ou si une ecriture
*> comptable est partie au compte d'attente, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.
           END-IF

*> Registre des avoirs en mode ajout : cumulé de run en run, comme le
*> rapport de contrôle ci-dessus ; relu d'abord pour reprendre la
*> numerotation des avoirs
           PERFORM 1140-DERNIER-AVOIR
           OPEN EXTEND FRETREG
           IF WS-STATUS-REG NOT = 0
              CLOSE FRETREG
              OPEN OUTPUT FRETREG
           END-IF

*> Historique des retours, toujours en mode ajout
           OPEN EXTEND FRETHIST
           IF WS-STATUS-HST NOT = 0
              CLOSE FRETHIST
              OPEN OUTPUT FRETHIST
           END-IF

*> Grand livre en comptes ouverts, toujours en mode ajout : les
*> écritures de PFACTURE/PPAYMENT et des runs précédents ne doivent
*> jamais être écrasées
           END-READ
           .

*> Dernier numero d'avoir emis, relu au registre : le premier avoir
*> du run prend le suivant (registre absent -> numerotation a 1)
       1140-DERNIER-AVOIR.

           OPEN INPUT FRETREG
           IF WS-STATUS-REG = 0
              MOVE 'N' TO WS-EOF-REG
              PERFORM UNTIL WS-EOF-REG = 'Y'
                 READ FRETREG
                    AT END
                       MOVE 'Y' TO WS-EOF-REG
                    NOT AT END
                       IF REG-MEMO-NO NUMERIC
                          AND REG-MEMO-NO > WS-MEMO-NO
                          MOVE REG-MEMO-NO TO WS-MEMO-NO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FRETREG
           .

*> Chargement du calendrier comptable ; fichier absent : tous les
*> mois sont reputes ouverts, comme avant cet ajout
       1150-CHARGER-PERIODES.
                 MOVE RMA-QTY         TO WS-RMA-QTY(WS-NB-RMA)
                 MOVE RMA-DATE-EXPIRE TO WS-RMA-EXPIRE(WS-NB-RMA)
                 MOVE RMA-ETAT        TO WS-RMA-ETAT(WS-NB-RMA)
                 MOVE RMA-RAISON      TO WS-RMA-RAISON(WS-NB-RMA)
              END-IF
           END-IF
           .

           IF WS-VALID-REC = 'Y'
              EXEC SQL
                 SELECT QUANTITY, PRICE, VALUE(LOT_NO, ' ')
                 INTO :I-QUANTITY, :I-PRICE, :I-LOT-NO
                 FROM API12.ITEMS
                 WHERE O_NO = :RET-O-NO
                 AND P_NO = :RET-P-NO
                    MOVE 'CODE DISPOSITION INVALIDE' TO WS-REJ-MOTIF
              END-EVALUATE
           END-IF

*> Motif code : blanc = motif de l'autorisation de retour, quand le
*> controle RMA est actif ; hors liste = rejet, le taux de retour par
*> motif (cf PRETRATE) ne doit rien compter d'illisible
           IF WS-VALID-REC = 'Y'
              MOVE RET-RAISON TO WS-RAISON
              IF WS-RAISON = SPACES AND WS-RMA-ACTIF = 'Y'
                 MOVE WS-RMA-RAISON(WS-RMA-TROUVE) TO WS-RAISON
              END-IF
              IF WS-RAISON NOT = 'AVA' AND WS-RAISON NOT = 'ERR'
                 AND WS-RAISON NOT = 'DEF' AND WS-RAISON NOT = 'NCD'
                 AND WS-RAISON NOT = 'AUT'
                 MOVE 'N'    TO WS-VALID-REC
                 MOVE 'E016' TO WS-REJ-CODE
                 MOVE 'MOTIF DE RETOUR ABSENT OU NON CODE'
                      TO WS-REJ-MOTIF
              END-IF
           END-IF
           .

*> Verification du numero RMA du retour en cours contre le registre
                         ADD RET-QUANTITY TO STK-QTY
                         REWRITE ENRSTKDEP
                 END-READ

*> ... et au lot d'ou la ligne etait partie
                 MOVE 'E'          TO WS-LOT-ACTION
                 MOVE O-DEPOT      TO WS-LOT-DEPOT
                 MOVE RET-P-NO     TO WS-LOT-P-NO
                 MOVE I-LOT-NO     TO WS-LOT-NO
                 MOVE RET-QUANTITY TO WS-LOT-QTE
                 MOVE WS-DATE-RUN  TO WS-LOT-DATE
                 MOVE SPACES       TO WS-LOT-DATE-LOT
                 MOVE 'R'          TO WS-LOT-ORIGINE
                 MOVE RET-O-NO     TO WS-LOT-REF
                 CALL PLOTMVT USING WS-LOT-ACTION WS-LOT-MVT
                                    WS-LOT-RESULTAT

                 MOVE 'M'          TO WS-SMV-ACTION
                 MOVE RET-P-NO     TO WS-SMV-P-NO
                 MOVE O-DEPOT      TO WS-SMV-DEPOT
                 MOVE WS-DATE-RUN  TO WS-SMV-DATE
                 MOVE RET-QUANTITY TO WS-SMV-QTE
                 MOVE 'RT'         TO WS-SMV-TYPE
                 MOVE 'B'          TO WS-SMV-PORTEE
                 MOVE 'PRETURN'    TO WS-SMV-PROGRAMME
                 MOVE RET-O-NO     TO WS-SMV-DOC
                 CALL PSTKMVT USING WS-SMV-ACTION WS-SMV-MVT
              END-IF
           END-IF

                 MOVE WS-RMA-EXPIRE(WS-RMA-TROUVE)
                      TO RMA-DATE-EXPIRE
                 MOVE 'U'                       TO RMA-ETAT
                 MOVE WS-RMA-RAISON(WS-RMA-TROUVE) TO RMA-RAISON
                 WRITE ENRRMA
              END-IF

*> Ligne d'historique du retour, sous le numero d'avoir emis
              MOVE SPACES TO ENRRETHIST
              MOVE WS-DATE-RUN      TO HRT-DATE
              MOVE RET-O-NO         TO HRT-O-NO
              MOVE RET-P-NO         TO HRT-P-NO
              MOVE O-C-NO           TO HRT-C-NO
              MOVE O-DEPOT          TO HRT-DEPOT
              MOVE RET-QUANTITY     TO HRT-QUANTITY
              MOVE WS-RAISON        TO HRT-RAISON
              MOVE WS-DISPOSITION   TO HRT-DISPOSITION
              MOVE WS-MONTANT-AVOIR TO HRT-MONTANT
              MOVE WS-MEMO-NO       TO HRT-MEMO-NO
              MOVE RET-RMA          TO HRT-RMA
              WRITE ENRRETHIST

              ADD 1 TO WS-CT-TRAITES
              ADD WS-MONTANT-AVOIR TO WS-CT-MONTANT
              PERFORM 2025-CHERCHER-DEVISE
              IF WS-GLC-TROUVE = 'Y'
                 ADD WS-MONTANT-AVOIR TO WS-GLC-MONTANT(WS-GLC-IDX)
              ELSE
                 ADD WS-MONTANT-AVOIR TO WS-GLC-DEBORD
              END-IF
           ELSE
              PERFORM 2090-REJETER
           END-IF
           .

*> Ligne de WS-GLC-TABLE de la devise du client en cours (relue
*> dans CUSTOMERS), creee au besoin ; WS-GLC-TROUVE = 'N' en sortie
*> si la table est pleine (montant au cumul de debordement)
       2025-CHERCHER-DEVISE.

           EXEC SQL
              SELECT VALUE(CURRENCY, ' ')
              INTO :C-DEVISE
              FROM API12.CUSTOMERS
              WHERE C_NO = :O-C-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO C-DEVISE
           END-IF

           MOVE 'N' TO WS-GLC-TROUVE
           PERFORM VARYING WS-GLC-IDX FROM 1 BY 1
                   UNTIL WS-GLC-IDX > WS-NB-GLC OR WS-GLC-TROUVE = 'Y'
              IF WS-GLC-DEVISE(WS-GLC-IDX) = C-DEVISE
                 MOVE 'Y' TO WS-GLC-TROUVE
              END-IF
           END-PERFORM

           IF WS-GLC-TROUVE = 'Y'
              SUBTRACT 1 FROM WS-GLC-IDX
           ELSE
              IF WS-NB-GLC < 50
                 ADD 1 TO WS-NB-GLC
                 MOVE WS-NB-GLC TO WS-GLC-IDX
                 MOVE C-DEVISE TO WS-GLC-DEVISE(WS-GLC-IDX)
                 MOVE 0 TO WS-GLC-MONTANT(WS-GLC-IDX)
                 MOVE 'Y' TO WS-GLC-TROUVE
              END-IF
           END-IF
           .

*> Impression de l'avoir, de la même façon que PFACTURE imprime une
*> facture : un bloc d'en-tête/ligne/total sur des lignes de 80
*> caractères
           STRING 'AVOIR N' WS-MEMO-NO-STR
                  ' - COMMANDE N' RET-O-NO
                  DELIMITED BY SIZE INTO ENRMEMO
           PERFORM 2035-ECRIRE-LIGNE-AVOIR

           MOVE SPACES TO ENRMEMO
           PERFORM 2035-ECRIRE-LIGNE-AVOIR

           MOVE I-PRICE TO WS-PRICE-STR
           MOVE SPACES TO ENRMEMO
                  '  QUANTITE RETOURNEE ' RET-QUANTITY
                  '  PRIX UNITAIRE ' WS-PRICE-STR
                  DELIMITED BY SIZE INTO ENRMEMO
           PERFORM 2035-ECRIRE-LIGNE-AVOIR

           MOVE WS-MONTANT-AVOIR TO WS-MONTANT-STR
           MOVE SPACES TO ENRMEMO
           STRING 'MONTANT CREDITE AU CLIENT : ' WS-MONTANT-STR
                  DELIMITED BY SIZE INTO ENRMEMO
           PERFORM 2035-ECRIRE-LIGNE-AVOIR

*> Rappel de l'autorisation de retour sur l'avoir
           IF WS-RMA-ACTIF = 'Y'
              MOVE SPACES TO ENRMEMO
              STRING 'AUTORISATION DE RETOUR N' RET-RMA
                     DELIMITED BY SIZE INTO ENRMEMO
              PERFORM 2035-ECRIRE-LIGNE-AVOIR
           END-IF

           MOVE SPACES TO ENRMEMO
           PERFORM 2035-ECRIRE-LIGNE-AVOIR

*> Ligne du registre des avoirs correspondant au bloc imprimé
           MOVE SPACES TO ENRRETREG
           END-WRITE
           .

*> Ligne de l'avoir imprimee puis archivee telle quelle (cf
*> PDOCARCH) ; une archive indisponible n'arrete pas l'emission
       2035-ECRIRE-LIGNE-AVOIR.

           WRITE ENRMEMO

           MOVE 'W'         TO WS-ARC-FONCTION
           MOVE WS-MEMO-NO  TO WS-ARC-NO
           MOVE O-C-NO      TO WS-ARC-C-NO
           MOVE WS-DATE-RUN TO WS-ARC-DATE
           MOVE ENRMEMO     TO WS-ARC-LIGNE
           CALL PDOCARCH USING WS-ARC-FONCTION WS-ARC-TYPE
                               WS-ARC-SERIE WS-ARC-NO
                               WS-ARC-C-NO WS-ARC-DATE
                               WS-ARC-LIGNE WS-ARC-STATUT
           IF WS-ARC-STATUT = 'E'
              ADD 1 TO WS-CT-ARC-ERREURS
           END-IF
           .

*> Journalisation d'un retour rejeté
       2090-REJETER.

              PERFORM 9100-JOURNAL-COMPTABLE
           END-IF

*> Cloture de PLOTMVT (stock par lot et journal)
           MOVE '*' TO WS-LOT-ACTION
           CALL PLOTMVT USING WS-LOT-ACTION WS-LOT-MVT
                              WS-LOT-RESULTAT
           MOVE '*' TO WS-SMV-ACTION
           CALL PSTKMVT USING WS-SMV-ACTION WS-SMV-MVT

*> Fermeture de l'archive legale des avoirs
           MOVE 'F' TO WS-ARC-FONCTION
           CALL PDOCARCH USING WS-ARC-FONCTION WS-ARC-TYPE
                               WS-ARC-SERIE WS-ARC-NO
                               WS-ARC-C-NO WS-ARC-DATE
                               WS-ARC-LIGNE WS-ARC-STATUT

           DISPLAY 'PRETURN : ' WS-CT-TRAITES ' RETOURS TRAITES, '
                   WS-CT-REJETES ' REJETES'
           DISPLAY 'PRETURN : QUANTITE REMISE EN STOCK='
                   WS-CT-QTE-RESTOCK
           IF WS-CT-ARC-ERREURS > 0
              DISPLAY 'PRETURN : ' WS-CT-ARC-ERREURS
                      ' LIGNES D AVOIR NON ARCHIVEES'
           END-IF

           EVALUATE TRUE
              WHEN WS-CT-LUS = 0
                 MOVE 8 TO WS-RETURN-CODE
              WHEN WS-CT-REJETES > 0
                 MOVE 4 TO WS-RETURN-CODE
              WHEN WS-CT-GL-ATTENTE > 0
                 MOVE 4 TO WS-RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO WS-RETURN-CODE
           END-EVALUATE
                 FREJRET
                 FMEMO
                 FRETREG
                 FRETHIST
                 FAROPEN
                 FGLJRNL
                 FGLEDIT
*> Piece comptable equilibree des avoirs du run : debit avoirs sur
*> ventes, credit clients, datee et signee PRETURN, reprise sur la
*> liste de controle DGL-EDIT (cf PFACTURE.6100 pour le meme schema)
*> Comptes determines par PGLACCT, le compte clients par devise du
*> client ; une ecriture sans compte parametre -> compte d'attente
       9100-JOURNAL-COMPTABLE.

           MOVE SPACES TO ENRGLEDIT
           END-STRING
           WRITE ENRGLEDIT

           MOVE SPACES TO WS-GL-OFFICE
           MOVE SPACES TO WS-GL-CATEG

           MOVE SPACES TO WS-GL-DEVISE
           MOVE 'RETOURS' TO WS-GL-TYPE
           MOVE 'AVOIRS SUR VENTES' TO WS-GL-LIBELLE
           MOVE WS-CT-MONTANT TO WS-GL-DEBIT
           MOVE 0 TO WS-GL-CREDIT
           PERFORM 9110-ECRIRE-PIECE

           PERFORM VARYING WS-GLC-IDX FROM 1 BY 1
                   UNTIL WS-GLC-IDX > WS-NB-GLC
              MOVE 'CLIENTS' TO WS-GL-TYPE
              MOVE WS-GLC-DEVISE(WS-GLC-IDX) TO WS-GL-DEVISE
              MOVE 'CLIENTS - AVOIRS IMPUTES' TO WS-GL-LIBELLE
              MOVE 0 TO WS-GL-DEBIT
              MOVE WS-GLC-MONTANT(WS-GLC-IDX) TO WS-GL-CREDIT
              PERFORM 9110-ECRIRE-PIECE
           END-PERFORM
           IF WS-GLC-DEBORD > 0
              MOVE 'SUSPENS' TO WS-GL-TYPE
              MOVE SPACES TO WS-GL-DEVISE
              MOVE 'CLIENTS - DEVISES HORS TABLE' TO WS-GL-LIBELLE
              MOVE 0 TO WS-GL-DEBIT
              MOVE WS-GLC-DEBORD TO WS-GL-CREDIT
              PERFORM 9110-ECRIRE-PIECE
           END-IF

           MOVE SPACES TO ENRGLEDIT
           WRITE ENRGLEDIT

*> Cloture de PGLACCT (table des comptes et fichier d'attente)
           MOVE '*' TO WS-GL-TYPE
           CALL PGLACCT USING WS-GL-PROGRAMME WS-GL-TYPE WS-GL-OFFICE
                              WS-GL-CATEG WS-GL-DEVISE WS-GL-SENS
                              WS-GL-MONTANT WS-GL-COMPTE WS-GL-STATUT
           IF WS-CT-GL-ATTENTE > 0
              DISPLAY 'PRETURN : ' WS-CT-GL-ATTENTE
                      ' ECRITURE(S) AU COMPTE D''ATTENTE'
           END-IF
           .

*> Une ecriture dans DGL-JRNL et sa ligne sur DGL-EDIT ; le compte
*> vient de PGLACCT (nature WS-GL-TYPE, devise WS-GL-DEVISE), une
*> ecriture sans compte parametre est marquee 'ATTENTE' en liste
       9110-ECRIRE-PIECE.

           IF WS-GL-DEBIT > 0
              MOVE 'D' TO WS-GL-SENS
              MOVE WS-GL-DEBIT TO WS-GL-MONTANT
           ELSE
              MOVE 'C' TO WS-GL-SENS
              MOVE WS-GL-CREDIT TO WS-GL-MONTANT
           END-IF
           CALL PGLACCT USING WS-GL-PROGRAMME WS-GL-TYPE WS-GL-OFFICE
                              WS-GL-CATEG WS-GL-DEVISE WS-GL-SENS
                              WS-GL-MONTANT WS-GL-COMPTE WS-GL-STATUT
           IF WS-GL-STATUT = 'N'
              ADD 1 TO WS-CT-GL-ATTENTE
           END-IF

           MOVE SPACES TO ENRGLJRNL
           MOVE WS-DATE-RUN TO JRN-DATE
           MOVE 'PRETURN' TO JRN-SOURCE
           MOVE WS-GL-COMPTE   TO JRN-COMPTE
           MOVE WS-GL-LIBELLE  TO JRN-LIBELLE
           MOVE WS-GL-DEBIT    TO JRN-DEBIT
           MOVE WS-GL-CREDIT   TO JRN-CREDIT
           WRITE ENRGLJRNL

           MOVE SPACES TO ENRGLEDIT
           MOVE WS-GL-COMPTE  TO ENRGLEDIT(3:6)
           MOVE WS-GL-LIBELLE TO ENRGLEDIT(10:30)
           IF WS-GL-DEBIT > 0
              MOVE WS-GL-DEBIT TO WS-GL-MNT-STR
              MOVE WS-GL-MNT-STR TO ENRGLEDIT(41:10)
           END-IF
           IF WS-GL-CREDIT > 0
              MOVE WS-GL-CREDIT TO WS-GL-MNT-STR
              MOVE WS-GL-MNT-STR TO ENRGLEDIT(53:10)
           END-IF
           IF WS-GL-STATUT = 'N'
              MOVE 'ATTENTE' TO ENRGLEDIT(65:7)
           END-IF
           WRITE ENRGLEDIT
           .
