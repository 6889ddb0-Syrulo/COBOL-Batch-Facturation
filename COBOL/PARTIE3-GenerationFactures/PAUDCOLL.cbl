*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Replier chaque nuit les pistes d'audit du systeme
*>   (DDNEWPRO-AUDIT, DDDEVMAINT-AUDIT, DHRTXN-AUDIT,
*>   DSTATETAX-AUDIT, DVOID-AUDIT, DCREDREL-AUDIT, DANONYM-AUDIT),
*>   chacune avec son propre decoupage et jusqu'ici fouillee a
*>   l'oeil, dans UN depot central indexe au decoupage commun :
*>   horodatage, operateur, programme, objet, avant/apres - "qui a
*>   change ca" devient UNE recherche (cf PAUDINQ) au lieu d'autant
*>   de listages
*> - Un point de reprise par source (nombre de lignes deja repliees)
*>   evite de replier deux fois les memes lignes d'un fichier d'audit
*>   cumulatif
*>
*> Entrées :
*> - Les sept fichiers d'audit, aux decoupages de leurs programmes
*> - FCKPT / DAUDCOLL-CKPT : compte deja replie par source (fichier
*>   en ajout, derniere ligne de chaque source gagnante, cf
*>   DINVOICE-CTL)
*> - Les lignes total ('T') des pistes d'audit ne sont pas des
*>   evenements et ne sont pas repliees
*> - Une source absente est signalee (code retour 4) sans arreter le
*>   repli des autres ; DANONYM-AUDIT n'existe qu'apres le premier
*>   run PANONYM (a la demande), son absence n'est pas une anomalie
*> - De DANONYM-AUDIT, seule la ligne 'D' (un client anonymise) est
*>   un evenement du depot ; les lignes 'R' (enregistrements aval
*>   effaces) restent au journal de PANONYM
*> - Prevu pour tourner apres le cycle, avant PHOUSEKEEP (qui
*>   bascule DDNEWPRO-AUDIT : le repli doit passer avant)
*> - Ce code est fourni à titre pédagogique
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-CR.

           SELECT FAUDAN ASSIGN TO DANONYM-AUDIT
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-AN.

*> Depot central indexe, cle horodatage + sequence
           SELECT FREPO ASSIGN TO DAUDIT-REPO
                        ORGANIZATION IS INDEXED
          05 NP-TXN-CODE      PIC X(1).
          05 NP-PNO           PIC X(3).
          05 NP-DESCRIPTION   PIC X(30).
          05 NP-PRICE         PIC 9(5)V99.
          05 NP-DEVISE        PIC X(2).
          05 NP-CATEGORY      PIC X(10).
          05 NP-STOCK-QTY     PIC 9(5).
          05 TX-RESULTAT      PIC X(1).
          05 TX-TIMESTAMP     PIC X(21).
          05 FILLER           PIC X(15).
          05 TX-CLASSE        PIC X(3).

*> Même découpage que l'ENRVOIDAUDIT écrit par PVOID
       FD FAUDVD
       01 ENRAUDVD.
          05 VD-REC-TYPE      PIC X(1).
          05 VD-INVOICE-NO    PIC 9(6).
          05 VD-O-NO          PIC 9(6).
          05 VD-C-NO          PIC 9(4).
          05 VD-MONTANT       PIC 9(7)V99.
          05 VD-MOTIF         PIC X(30).
       01 ENRAUDCR.
          05 CR-REC-TYPE      PIC X(1).
          05 CR-TXN-CODE      PIC X(1).
          05 CR-O-NO          PIC 9(6).
          05 CR-C-NO          PIC 9(4).
          05 CR-MONTANT       PIC 9(7)V99.
          05 CR-OPERATEUR     PIC X(8).
          05 CR-TIMESTAMP     PIC X(21).
          05 FILLER           PIC X(15).

*> Même découpage que l'ENRANOAUDIT écrit par PANONYM
       FD FAUDAN
           RECORDING MODE IS F.

       01 ENRAUDAN.
          05 AN-REC-TYPE      PIC X(1).
          05 AN-FICHIER       PIC X(10).
          05 AN-C-NO          PIC 9(4).
          05 AN-CLE           PIC X(20).
          05 AN-COUPURE       PIC X(10).
          05 AN-OPERATEUR     PIC X(8).
          05 AN-RESULTAT      PIC X(1).
          05 AN-SQLCODE       PIC S9(4).
          05 AN-TIMESTAMP     PIC X(21).
          05 FILLER           PIC X(15).

*> Depot central : un evenement d'audit au decoupage commun
       FD FREPO
           DATA RECORD IS ENRAUDREPO.
       77 WS-STATUS-TX   PIC 99 VALUE 0.
       77 WS-STATUS-VD   PIC 99 VALUE 0.
       77 WS-STATUS-CR   PIC 99 VALUE 0.
       77 WS-STATUS-AN   PIC 99 VALUE 0.
       77 WS-STATUS-RPO  PIC 99 VALUE 0.
       77 WS-STATUS-CKP  PIC 99 VALUE 0.
       77 WS-STATUS-RPT  PIC 99 VALUE 0.
           PERFORM 2400-REPLIER-TAXMAINT
           PERFORM 2500-REPLIER-VOID
           PERFORM 2600-REPLIER-CREDREL
           PERFORM 2700-REPLIER-ANONYM
           PERFORM 9000-FIN
           STOP RUN
           .
                          MOVE TX-EFF-DATE(1:7) TO AUR-OBJET(4:7)
                          MOVE TX-TAUX-AVANT TO AUR-AVANT
                          MOVE TX-TAUX-APRES TO AUR-APRES
*> Taux d'une classe de taxe (ou exoneration 'E') : la classe suit
*> le taux, l'objet etat/date est deja plein
                          IF TX-CLASSE NOT = SPACES
                             MOVE 'CLASSE' TO AUR-APRES(6:6)
                             MOVE TX-CLASSE TO AUR-APRES(13:3)
                          END-IF
                          MOVE TX-RESULTAT  TO AUR-RESULTAT
                          PERFORM 3000-ECRIRE-EVENEMENT
                       END-IF
                          MOVE CR-TIMESTAMP TO AUR-TIMESTAMP
                          MOVE CR-OPERATEUR TO AUR-OPERATEUR
                          MOVE 'PCREDREL'   TO AUR-PROGRAMME
                          MOVE CR-O-NO      TO AUR-OBJET(1:6)
                          MOVE CR-TXN-CODE  TO AUR-AVANT
                          MOVE CR-MONTANT TO WS-MNT-STR
                          MOVE WS-MNT-STR TO AUR-APRES
           PERFORM 3100-CLORE-SOURCE
           .

*> Repli du journal des anonymisations de donnees personnelles :
*> une ligne 'D' par client anonymise (ou en echec) ; journal absent
*> = aucun run PANONYM encore, pas compte comme source absente
       2700-REPLIER-ANONYM.

           MOVE 'PANONYM' TO WS-SOURCE
           PERFORM 1200-POSITION-SOURCE
           MOVE 0 TO WS-CT-LUES
           MOVE 0 TO WS-CT-REPLIEES

           OPEN INPUT FAUDAN
           IF WS-STATUS-AN NOT = 0
              DISPLAY 'PAUDCOLL : PAS DE DANONYM-AUDIT (AUCUNE'
                      ' ANONYMISATION A CE JOUR)'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FAUDAN
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LUES
                       ADD 1 TO WS-CKP-VU(WS-CKP-CHOISI)
                       IF AN-REC-TYPE = 'D'
                          AND WS-CKP-VU(WS-CKP-CHOISI) >
                              WS-CKP-DEJA(WS-CKP-CHOISI)
                          MOVE SPACES TO ENRAUDREPO
                          MOVE AN-TIMESTAMP TO AUR-TIMESTAMP
                          MOVE AN-OPERATEUR TO AUR-OPERATEUR
                          MOVE 'PANONYM'    TO AUR-PROGRAMME
                          MOVE AN-C-NO      TO AUR-OBJET(1:4)
                          MOVE 'DONNEES PERSONNELLES' TO AUR-AVANT
                          STRING 'ANONYMISE COUPURE ' DELIMITED BY SIZE
                                 AN-COUPURE           DELIMITED BY SIZE
                                 INTO AUR-APRES
                          END-STRING
                          MOVE AN-RESULTAT  TO AUR-RESULTAT
                          PERFORM 3000-ECRIRE-EVENEMENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FAUDAN
           END-IF

           PERFORM 3100-CLORE-SOURCE
           .

*> Ligne de total, synthese et code retour
       9000-FIN.

