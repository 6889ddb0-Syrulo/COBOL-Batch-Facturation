*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Reevaluer en fin de mois les factures ouvertes des clients
*>   factures en devise etrangere (CUSTOMERS.CURRENCY hors US) : les
*>   balances sont tenues en dollars au taux du jour de chargement,
*>   et quand une devise bouge, personne ne sait chiffrer
*>   l'exposition
*> - Facture par facture : le solde ouvert est ramene en devise au
*>   taux de la date de la facture (son taux d'origine) puis
*>   reevalue au taux de fin de periode (taux dates de DDDEVISE, les
*>   memes que PDEVISE applique aux chargements) ; l'ecart latent
*>   cumule est compare a celui deja passe sur la facture (registre
*>   DFX-LATENT) et seule la difference est passee, au rapport et au
*>   journal comptable par devise - calé pour alimenter le classeur
*>   de cloture PCLOSE
*>
*> Entrées :
*> - SYSIN : date de debut de periode puis date de fin (AAAA-MM-JJ,
*>   en pratique la cloture precedente et celle-ci)
*> - FDEVISE / DDDEVISE : taux dates par devise (indexe, cf PDEVISE)
*> - DAR-XREF : grand livre indexe des factures (cf PFACTURE), lu en
*>   sequentiel pour le solde ouvert et la date de chaque facture
*> - DFX-LATENT : registre des ecarts latents par facture
*> - Table DB2 : CUSTOMERS (lecture seule)
*>
*> Sorties :
*> - DFXREVAL-RPT : une ligne 'D' par devise (solde ouvert, taux
*>   debut, taux fin, ecart latent passe ce mois), une ligne 'T' de
*>   total
*> - DFX-LATENT : une ligne 'L' par facture dont l'ecart latent
*>   bouge (mode ajout) ; PPAYMENT y ajoute les reprises 'X' des
*>   factures reglees
*> - DGL-JRNL / DGL-EDIT : une piece equilibree par devise (ecart de
*>   conversion contre gains ou pertes de change latents)
*>
*> Sous-programmes appelés :
*> - PGLACCT : compte de chaque ecriture du journal comptable, par
*>   nature et devise reevaluee
*>
*> Remarques :
*> - Le latent est tenu par facture et en cumul : relancer la
*>   reevaluation sur la meme date ne repasse rien, et une facture
*>   soldee (reglement, perte, annulation) voit son latent restant
*>   repris ici si PPAYMENT ne l'a pas deja fait au reglement
*> - Une devise sans taux connu est signalee et sautee (ecart nul)
*> - Registre au-dela de sa table : les factures qui n'y trouvent
*>   pas de place sont sautees et comptees (code retour 4), pour ne
*>   jamais repasser un latent deja passe
*> - Ce programme tourne en dehors du cycle FACTBAT, a la cloture
*> - Ce code est fourni à titre pédagogique
*> ==========================================================
                          RECORD KEY IS DEV-DEVI
                          FILE STATUS IS WS-STATUS-DEV.

*> Même organisation que dans PFACTURE, parcouru ici dans l'ordre
*> des cles
           SELECT FARXREF ASSIGN TO DAR-XREF
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS SEQUENTIAL
                          RECORD KEY IS ARX-CLE
                          FILE STATUS IS WS-STATUS-ARX.

*> Registre des ecarts latents par facture : relu au demarrage,
*> complete des ecarts du run
           SELECT FFXLAT ASSIGN TO DFX-LATENT
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-FXL.

           SELECT FGLJRNL ASSIGN TO DGL-JRNL
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-GLJ.
             10 DEV-EFF-TAUX  PIC 99V999.
          05 FILLER         PIC X(3).

*> Même structure que celle tenue par PFACTURE (cf PFACTURE.cbl)
       FD FARXREF
           DATA RECORD IS ENRARXREF.

       01 ENRARXREF.
          05 ARX-CLE.
             10 ARX-C-NO        PIC 9(4).
             10 ARX-INVOICE-NO  PIC 9(6).
          05 ARX-TYPE        PIC X(1).
          05 ARX-O-NO        PIC 9(6).
          05 ARX-DATE        PIC X(10).
          05 ARX-MONTANT     PIC 9(7)V99.
          05 ARX-REGLE       PIC 9(7)V99.
          05 ARX-ETAT        PIC X(1).
          05 ARX-ECHEANCE    PIC X(10).

*> Une ligne par mouvement du latent d'une facture : 'L' = ecart
*> passe par ce programme, 'X' = reprise au reglement (PPAYMENT) ;
*> sens 'G' gain, 'P' perte. Le latent net d'une facture est la
*> somme signee de ses lignes
       FD FFXLAT
           RECORDING MODE IS F.

       01 ENRFXLAT.
          05 FXL-TYPE        PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXL-C-NO        PIC 9(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXL-INVOICE-NO  PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXL-DEVISE      PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXL-DATE        PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXL-SENS        PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXL-MONTANT     PIC 9(7)V99.

*> Même structure que celle écrite par PFACTURE (cf PFACTURE.cbl)
       FD FGLJRNL
           RECORDING MODE IS F.

           EXEC SQL INCLUDE CUSTOMER END-EXEC.

*> Devise de chaque client facture en devise etrangere (CURRENCY ni
*> US ni vide), rangee au rang de son numero de client
       01 WS-CLI-NO          PIC 9(4).
       01 WS-CLI-DEV-LUE     PIC X(2).
       01 WS-CLI-TABLE.
          05 WS-CLI-DEVISE OCCURS 9999 TIMES PIC X(2).

           EXEC SQL DECLARE CDEVCLI CURSOR FOR
                SELECT C_NO, CURRENCY
                FROM API12.CUSTOMERS
                WHERE VALUE(CURRENCY, 'US') <> 'US'
                AND VALUE(CURRENCY, ' ') <> ' '
           END-EXEC.

       77 WS-STATUS-DEV      PIC 99 VALUE 0.
       77 WS-STATUS-ARX      PIC 99 VALUE 0.
       77 WS-STATUS-FXL      PIC 99 VALUE 0.
       77 WS-STATUS-GLJ      PIC 99 VALUE 0.
       77 WS-STATUS-GLE      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.
       01 WS-EOF             PIC X(1).

*> Bornes de periode SYSIN, compactees en AAAAMMJJ pour les taux
       01 WS-DATE-DEBUT      PIC X(10).
       01 WS-DATE-DEB-C      PIC X(8).
       01 WS-DATE-FIN-C      PIC X(8).

*> Une ligne par devise rencontree : taux aux bornes de la periode,
*> solde ouvert et ecart latent passe ce mois
       01 WS-DRV-TABLE.
          05 WS-DRV-ENTRY OCCURS 50 TIMES.
             10 WS-DRV-DEVISE    PIC X(2).
             10 WS-DRV-TAUX-DEB  PIC 99V999.
             10 WS-DRV-TAUX-FIN  PIC 99V999.
             10 WS-DRV-SANS-TAUX PIC X(1).
             10 WS-DRV-SOLDE     PIC S9(9)V99.
             10 WS-DRV-ECART     PIC S9(9)V99.
       01 WS-NB-DRV          PIC 99 VALUE 0.
       01 WS-DRV-IDX         PIC 99.
       01 WS-DRV-TROUVE      PIC X(1).
       77 WS-CT-DRV-DEBORD   PIC 9(5) VALUE 0.

*> Latent net par facture (registre DFX-LATENT), positif = gain
       01 WS-FXL-TABLE.
          05 WS-FXL-ENTRY OCCURS 5000 TIMES.
             10 WS-FXL-CNO      PIC 9(4).
             10 WS-FXL-INVNO    PIC 9(6).
             10 WS-FXL-NET      PIC S9(7)V99.
       01 WS-NB-FXL          PIC 9(4) VALUE 0.
       01 WS-FXL-IDX         PIC 9(4).
       01 WS-FXL-TROUVE      PIC X(1).
       01 WS-FXL-CH-CNO      PIC 9(4).
       01 WS-FXL-CH-INVNO    PIC 9(6).
       77 WS-CT-FXL-DEBORD   PIC 9(5) VALUE 0.

*> Taux retenus et calculs de la facture en cours
       01 WS-REV-DEVISE      PIC X(2).
       01 WS-TAUX-ORIG       PIC 99V999.
       01 WS-TAUX-CHERCHE    PIC 99V999.
       01 WS-DATE-CIBLE      PIC X(8).
       01 WS-IDX             PIC 99.
       01 WS-TAUX-TROUVE     PIC X(1).
       01 WS-DEV-LUE         PIC X(2) VALUE SPACES.
       01 WS-DEV-CONNUE      PIC X(1).
       01 WS-FACT-OUVERT     PIC 9(7)V99.
       01 WS-FACT-LATENT     PIC S9(7)V99.
       01 WS-FACT-DELTA      PIC S9(7)V99.
       01 WS-ECART           PIC S9(9)V99.
       01 WS-ECART-ABS       PIC 9(7)V99.

*> Champs des pieces comptables
       77 WS-GL-MNT-STR      PIC Z(6)9,99.

*> Ecriture en cours et sa cle de recherche de compte (cf PGLACCT) :
*> nature et devise reevaluee ; statut 'N' = compte d'attente
       01 PGLACCT            PIC X(7) VALUE 'PGLACCT'.
       01 WS-GL-PROGRAMME    PIC X(8) VALUE 'PFXREVAL'.
       01 WS-GL-TYPE         PIC X(8).
       01 WS-GL-OFFICE       PIC X(20).
       01 WS-GL-CATEG        PIC X(10).
       01 WS-GL-SENS         PIC X(1).
       01 WS-GL-COMPTE       PIC X(6).
       01 WS-GL-STATUT       PIC X(1).
       01 WS-GL-LIBELLE      PIC X(30).
       01 WS-GL-ATTENTE-DEV  PIC X(1).
       77 WS-CT-GL-ATTENTE   PIC 9(3) VALUE 0.

*> Compteurs de fin de run
       77 WS-CT-DEVISES      PIC 9(3) VALUE 0.
       77 WS-CT-SANS-TAUX    PIC 9(3) VALUE 0.
       77 WS-CT-FACTURES     PIC 9(7) VALUE 0.
       77 WS-CT-LATENTS      PIC 9(7) VALUE 0.
       77 WS-TOT-ECART       PIC S9(9)V99 VALUE 0.

*> Code retour remis au moniteur de job : 8 si la periode est absente
*> sur SYSIN, 4 si aucune facture en devise, une devise sans taux,
*> une facture hors table ou une ecriture comptable partie au
*> compte d'attente, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.
           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 1100-CHARGER-CLIENTS
              PERFORM 1200-CHARGER-LATENTS
              PERFORM 2000-REEVALUER-FACTURES
              PERFORM 3000-PIECES-DEVISES
              PERFORM 8000-LIGNE-TOTAL
           END-IF

           END-IF
           .

*> Devise des clients factures en devise etrangere
       1100-CHARGER-CLIENTS.

           MOVE SPACES TO WS-CLI-TABLE

           EXEC SQL OPEN CDEVCLI END-EXEC

           PERFORM UNTIL SQLCODE = 100

             EXEC SQL FETCH CDEVCLI
                 INTO :WS-CLI-NO, :WS-CLI-DEV-LUE
             END-EXEC

             IF SQLCODE = 0 AND WS-CLI-NO > 0
                MOVE WS-CLI-DEV-LUE TO WS-CLI-DEVISE(WS-CLI-NO)
             END-IF

           END-PERFORM

           EXEC SQL CLOSE CDEVCLI END-EXEC
           .

*> Latent net de chaque facture deja reevaluee ; le registre est en
*> ajout, on le relit en entree puis on repasse en ajout
       1200-CHARGER-LATENTS.

           OPEN INPUT FFXLAT
           IF WS-STATUS-FXL = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FFXLAT
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE FXL-C-NO       TO WS-FXL-CH-CNO
                       MOVE FXL-INVOICE-NO TO WS-FXL-CH-INVNO
                       PERFORM 1210-POSTE-LATENT
                       IF WS-FXL-TROUVE = 'Y'
                          IF FXL-SENS = 'G'
                             ADD FXL-MONTANT TO WS-FXL-NET(WS-FXL-IDX)
                          ELSE
                             SUBTRACT FXL-MONTANT
                                 FROM WS-FXL-NET(WS-FXL-IDX)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FFXLAT

           OPEN EXTEND FFXLAT
           IF WS-STATUS-FXL NOT = 0
              CLOSE FFXLAT
              OPEN OUTPUT FFXLAT
           END-IF
           .

*> Poste du registre de la facture WS-FXL-CH-CNO / WS-FXL-CH-INVNO,
*> cree au besoin ; WS-FXL-TROUVE = 'N' en sortie si la table est
*> pleine
       1210-POSTE-LATENT.

           MOVE 'N' TO WS-FXL-TROUVE
           PERFORM VARYING WS-FXL-IDX FROM 1 BY 1
                   UNTIL WS-FXL-IDX > WS-NB-FXL OR WS-FXL-TROUVE = 'Y'
              IF WS-FXL-CNO(WS-FXL-IDX) = WS-FXL-CH-CNO
                 AND WS-FXL-INVNO(WS-FXL-IDX) = WS-FXL-CH-INVNO
                 MOVE 'Y' TO WS-FXL-TROUVE
              END-IF
           END-PERFORM

           IF WS-FXL-TROUVE = 'Y'
              SUBTRACT 1 FROM WS-FXL-IDX
           ELSE
              IF WS-NB-FXL < 5000
                 ADD 1 TO WS-NB-FXL
                 MOVE WS-NB-FXL TO WS-FXL-IDX
                 MOVE WS-FXL-CH-CNO   TO WS-FXL-CNO(WS-FXL-IDX)
                 MOVE WS-FXL-CH-INVNO TO WS-FXL-INVNO(WS-FXL-IDX)
                 MOVE 0               TO WS-FXL-NET(WS-FXL-IDX)
                 MOVE 'Y' TO WS-FXL-TROUVE
              END-IF
           END-IF
           .

*> Une facture par tour : celles des clients en devise etrangere
       2000-REEVALUER-FACTURES.

           OPEN INPUT FARXREF
           IF WS-STATUS-ARX NOT = 0
              DISPLAY 'PFXREVAL : DAR-XREF ABSENT - AUCUNE FACTURE'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FARXREF NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF ARX-TYPE = 'F' AND ARX-C-NO > 0
                          AND WS-CLI-DEVISE(ARX-C-NO) NOT = SPACES
                          PERFORM 2100-REEVALUER-UNE-FACTURE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FARXREF
           END-IF
           .

*> Latent cumule de la facture au taux de fin, moins celui deja
*> passe : la difference rejoint le registre et l'ecart de sa devise
       2100-REEVALUER-UNE-FACTURE.

           MOVE WS-CLI-DEVISE(ARX-C-NO) TO WS-REV-DEVISE
           PERFORM 2150-POSTE-DEVISE

           IF WS-DRV-TROUVE = 'N'
              ADD 1 TO WS-CT-DRV-DEBORD
           ELSE
              ADD 1 TO WS-CT-FACTURES

*> Solde ouvert : rien pour une facture soldee, passee en perte ou
*> annulee (son latent restant est alors repris)
              MOVE 0 TO WS-FACT-OUVERT
              IF ARX-ETAT = 'O' AND ARX-MONTANT > ARX-REGLE
                 COMPUTE WS-FACT-OUVERT = ARX-MONTANT - ARX-REGLE
              END-IF
              ADD WS-FACT-OUVERT TO WS-DRV-SOLDE(WS-DRV-IDX)

              IF WS-DRV-SANS-TAUX(WS-DRV-IDX) = 'N'
                 PERFORM 2200-LATENT-FACTURE
              END-IF
           END-IF
           .

*> Ligne de WS-DRV-TABLE de la devise WS-REV-DEVISE, creee au besoin
*> avec ses taux de debut et de fin de periode
       2150-POSTE-DEVISE.

           MOVE 'N' TO WS-DRV-TROUVE
           PERFORM VARYING WS-DRV-IDX FROM 1 BY 1
                   UNTIL WS-DRV-IDX > WS-NB-DRV OR WS-DRV-TROUVE = 'Y'
              IF WS-DRV-DEVISE(WS-DRV-IDX) = WS-REV-DEVISE
                 MOVE 'Y' TO WS-DRV-TROUVE
              END-IF
           END-PERFORM

           IF WS-DRV-TROUVE = 'Y'
              SUBTRACT 1 FROM WS-DRV-IDX
           ELSE
              IF WS-NB-DRV < 50
                 ADD 1 TO WS-NB-DRV
                 ADD 1 TO WS-CT-DEVISES
                 MOVE WS-NB-DRV TO WS-DRV-IDX
                 MOVE 'Y' TO WS-DRV-TROUVE
                 MOVE WS-REV-DEVISE TO WS-DRV-DEVISE(WS-DRV-IDX)
                 MOVE 0 TO WS-DRV-SOLDE(WS-DRV-IDX)
                 MOVE 0 TO WS-DRV-ECART(WS-DRV-IDX)
                 MOVE 0 TO WS-DRV-TAUX-DEB(WS-DRV-IDX)
                 MOVE 0 TO WS-DRV-TAUX-FIN(WS-DRV-IDX)
                 MOVE 'N' TO WS-DRV-SANS-TAUX(WS-DRV-IDX)

                 PERFORM 2160-LIRE-DEVISE
                 IF WS-DEV-CONNUE = 'Y'
                    MOVE WS-DATE-DEB-C TO WS-DATE-CIBLE
                    PERFORM 2300-SELECTIONNER-TAUX
                    MOVE WS-TAUX-CHERCHE TO WS-DRV-TAUX-DEB(WS-DRV-IDX)
                    MOVE WS-DATE-FIN-C TO WS-DATE-CIBLE
                    PERFORM 2300-SELECTIONNER-TAUX
                    MOVE WS-TAUX-CHERCHE TO WS-DRV-TAUX-FIN(WS-DRV-IDX)
                 END-IF

                 IF WS-DEV-CONNUE = 'N'
                    OR WS-DRV-TAUX-FIN(WS-DRV-IDX) = 0
                    MOVE 'Y' TO WS-DRV-SANS-TAUX(WS-DRV-IDX)
                    ADD 1 TO WS-CT-SANS-TAUX
                    DISPLAY 'PFXREVAL : DEVISE ' WS-REV-DEVISE
                            ' SANS TAUX DANS DDDEVISE'
                 END-IF
              END-IF
           END-IF
           .

*> Enregistrement DDDEVISE de WS-REV-DEVISE, relu seulement si la
*> devise change
       2160-LIRE-DEVISE.

           IF WS-DEV-LUE = WS-REV-DEVISE
              MOVE 'Y' TO WS-DEV-CONNUE
           ELSE
              MOVE WS-REV-DEVISE TO DEV-DEVI
              READ FDEVISE
                  INVALID KEY
                      MOVE 'N' TO WS-DEV-CONNUE
                      MOVE SPACES TO WS-DEV-LUE
                  NOT INVALID KEY
                      MOVE 'Y' TO WS-DEV-CONNUE
                      MOVE WS-REV-DEVISE TO WS-DEV-LUE
              END-READ
           END-IF
           .

*> Latent cumule = solde ouvert ramene en devise au taux d'origine
*> (date de la facture) puis reevalue au taux de fin, moins le solde
*> ouvert ; seule la difference avec le latent deja passe est passee
       2200-LATENT-FACTURE.

           MOVE ARX-C-NO       TO WS-FXL-CH-CNO
           MOVE ARX-INVOICE-NO TO WS-FXL-CH-INVNO
           PERFORM 1210-POSTE-LATENT

           IF WS-FXL-TROUVE = 'N'
              ADD 1 TO WS-CT-FXL-DEBORD
           ELSE
              MOVE 0 TO WS-FACT-LATENT
              IF WS-FACT-OUVERT > 0
                 PERFORM 2160-LIRE-DEVISE
                 MOVE SPACES TO WS-DATE-CIBLE
                 STRING ARX-DATE(1:4) DELIMITED BY SIZE
                        ARX-DATE(6:2) DELIMITED BY SIZE
                        ARX-DATE(9:2) DELIMITED BY SIZE
                        INTO WS-DATE-CIBLE
                 END-STRING
                 PERFORM 2300-SELECTIONNER-TAUX
                 MOVE WS-TAUX-CHERCHE TO WS-TAUX-ORIG
                 IF WS-TAUX-ORIG > 0
                    COMPUTE WS-FACT-LATENT ROUNDED =
                        WS-FACT-OUVERT * WS-DRV-TAUX-FIN(WS-DRV-IDX)
                        / WS-TAUX-ORIG - WS-FACT-OUVERT
                 END-IF
              END-IF

              COMPUTE WS-FACT-DELTA =
                  WS-FACT-LATENT - WS-FXL-NET(WS-FXL-IDX)

              IF WS-FACT-DELTA NOT = 0
                 ADD WS-FACT-DELTA TO WS-FXL-NET(WS-FXL-IDX)
                 ADD WS-FACT-DELTA TO WS-DRV-ECART(WS-DRV-IDX)
                 ADD 1 TO WS-CT-LATENTS

                 MOVE SPACES TO ENRFXLAT
                 MOVE 'L'            TO FXL-TYPE
                 MOVE ARX-C-NO       TO FXL-C-NO
                 MOVE ARX-INVOICE-NO TO FXL-INVOICE-NO
                 MOVE WS-REV-DEVISE  TO FXL-DEVISE
                 MOVE WS-DATE-FIN    TO FXL-DATE
                 IF WS-FACT-DELTA > 0
                    MOVE 'G' TO FXL-SENS
                    MOVE WS-FACT-DELTA TO FXL-MONTANT
                 ELSE
                    MOVE 'P' TO FXL-SENS
                    COMPUTE FXL-MONTANT = 0 - WS-FACT-DELTA
                 END-IF
                 WRITE ENRFXLAT
              END-IF
           END-IF
           .

*> Taux en vigueur a WS-DATE-CIBLE : le plus recent dont la date
*> d'effet ne depasse pas la cible, a defaut le plus ancien connu
*> (memes regles que PDEVISE.2100)
       2300-SELECTIONNER-TAUX.

           MOVE 'N' TO WS-TAUX-TROUVE
           MOVE 0 TO WS-TAUX-CHERCHE
           END-IF
           .

*> Une ligne de rapport et une piece comptable par devise
       3000-PIECES-DEVISES.

           PERFORM VARYING WS-DRV-IDX FROM 1 BY 1
                   UNTIL WS-DRV-IDX > WS-NB-DRV
              MOVE WS-DRV-DEVISE(WS-DRV-IDX) TO WS-REV-DEVISE
              MOVE WS-DRV-ECART(WS-DRV-IDX) TO WS-ECART
              ADD WS-ECART TO WS-TOT-ECART

              MOVE SPACES TO ENRREVRPT
              MOVE 'D' TO REV-TYPE-REC
              MOVE WS-REV-DEVISE TO REV-DEVISE
              MOVE WS-DRV-SOLDE(WS-DRV-IDX) TO REV-SOLDE
              IF WS-DRV-SANS-TAUX(WS-DRV-IDX) = 'Y'
                 MOVE 'SANS TAUX CONNU' TO REV-MOTIF
              ELSE
                 MOVE WS-DRV-TAUX-DEB(WS-DRV-IDX) TO REV-TAUX-DEB
                 MOVE WS-DRV-TAUX-FIN(WS-DRV-IDX) TO REV-TAUX-FIN
                 MOVE WS-ECART TO REV-ECART
                 MOVE 'PAR FACTURE' TO REV-MOTIF
              END-IF
              WRITE ENRREVRPT

              IF WS-ECART NOT = 0
                 PERFORM 3100-PIECE-COMPTABLE
              END-IF
           END-PERFORM
           .

*> Piece equilibree de l'ecart latent de la devise : gain latent en
*> produits de change, perte latente en charges (cf PFACTURE.6100
*> pour le schema de la liste de controle)
       3100-PIECE-COMPTABLE.

           IF WS-ECART > 0
              MOVE WS-ECART TO WS-ECART-ABS
           END-STRING
           WRITE ENRGLEDIT

           MOVE 'N' TO WS-GL-ATTENTE-DEV
           IF WS-ECART > 0
              MOVE 'ECARTACT' TO WS-GL-TYPE
              MOVE 'ECART DE CONVERSION - ACTIF' TO WS-GL-LIBELLE
              MOVE 'D' TO WS-GL-SENS
              PERFORM 3110-ECRIRE-PIECE

              MOVE 'GAINCHG' TO WS-GL-TYPE
              MOVE 'GAIN DE CHANGE LATENT' TO WS-GL-LIBELLE
              MOVE 'C' TO WS-GL-SENS
              PERFORM 3110-ECRIRE-PIECE
           ELSE
              MOVE 'PERTECHG' TO WS-GL-TYPE
              MOVE 'PERTE DE CHANGE LATENTE' TO WS-GL-LIBELLE
              MOVE 'D' TO WS-GL-SENS
              PERFORM 3110-ECRIRE-PIECE

              MOVE 'ECARTPAS' TO WS-GL-TYPE
              MOVE 'ECART DE CONVERSION - PASSIF' TO WS-GL-LIBELLE
              MOVE 'C' TO WS-GL-SENS
              PERFORM 3110-ECRIRE-PIECE
           END-IF

           MOVE SPACES TO ENRGLEDIT
           ELSE
              MOVE WS-GL-MNT-STR TO ENRGLEDIT(53:10)
           END-IF
           IF WS-GL-ATTENTE-DEV = 'Y'
              MOVE 'ATTENTE' TO ENRGLEDIT(65:7)
           END-IF
           WRITE ENRGLEDIT
           .

*> Une ecriture de la piece de la devise en cours dans DGL-JRNL ; le
*> compte vient de PGLACCT (nature WS-GL-TYPE, devise WS-REV-DEVISE),
*> une ecriture sans compte parametre part au compte d'attente et la
*> ligne de la devise est marquee 'ATTENTE' en liste de controle
       3110-ECRIRE-PIECE.

           MOVE SPACES TO WS-GL-OFFICE
           MOVE SPACES TO WS-GL-CATEG
           CALL PGLACCT USING WS-GL-PROGRAMME WS-GL-TYPE WS-GL-OFFICE
                              WS-GL-CATEG WS-REV-DEVISE WS-GL-SENS
                              WS-ECART-ABS WS-GL-COMPTE WS-GL-STATUT
           IF WS-GL-STATUT = 'N'
              ADD 1 TO WS-CT-GL-ATTENTE
              MOVE 'Y' TO WS-GL-ATTENTE-DEV
           END-IF

           MOVE SPACES TO ENRGLJRNL
           MOVE WS-DATE-FIN   TO JRN-DATE
           MOVE 'PFXREVAL'    TO JRN-SOURCE
           MOVE WS-GL-COMPTE  TO JRN-COMPTE
           MOVE WS-GL-LIBELLE TO JRN-LIBELLE
           IF WS-GL-SENS = 'D'
              MOVE WS-ECART-ABS TO JRN-DEBIT
              MOVE 0            TO JRN-CREDIT
           ELSE
              MOVE 0            TO JRN-DEBIT
              MOVE WS-ECART-ABS TO JRN-CREDIT
           END-IF
           WRITE ENRGLJRNL
           .

       8000-LIGNE-TOTAL.
           DISPLAY 'PFXREVAL : ' WS-CT-DEVISES ' DEVISES, '
                   WS-CT-SANS-TAUX ' SANS TAUX, ECART LATENT='
                   WS-TOT-ECART
           DISPLAY 'PFXREVAL : ' WS-CT-FACTURES ' FACTURES EN DEVISE, '
                   WS-CT-LATENTS ' ECARTS PASSES AU REGISTRE'
           IF WS-CT-DRV-DEBORD > 0 OR WS-CT-FXL-DEBORD > 0
              DISPLAY 'PFXREVAL : ' WS-CT-DRV-DEBORD
                      ' FACTURE(S) HORS TABLE DES DEVISES, '
                      WS-CT-FXL-DEBORD ' HORS TABLE DU REGISTRE'
           END-IF

*> Cloture de PGLACCT (table des comptes et fichier d'attente)
           MOVE '*' TO WS-GL-TYPE
           CALL PGLACCT USING WS-GL-PROGRAMME WS-GL-TYPE WS-GL-OFFICE
                              WS-GL-CATEG WS-REV-DEVISE WS-GL-SENS
                              WS-ECART-ABS WS-GL-COMPTE WS-GL-STATUT
           IF WS-CT-GL-ATTENTE > 0
              DISPLAY 'PFXREVAL : ' WS-CT-GL-ATTENTE
                      ' ECRITURE(S) AU COMPTE D''ATTENTE'
           END-IF

           IF WS-RETURN-CODE NOT = 8
              EVALUATE TRUE
                 WHEN WS-CT-DEVISES = 0 OR WS-CT-SANS-TAUX > 0
                    MOVE 4 TO WS-RETURN-CODE
                 WHEN WS-CT-GL-ATTENTE > 0
                    MOVE 4 TO WS-RETURN-CODE
                 WHEN WS-CT-DRV-DEBORD > 0 OR WS-CT-FXL-DEBORD > 0
                    MOVE 4 TO WS-RETURN-CODE
                 WHEN OTHER
                    MOVE 0 TO WS-RETURN-CODE
              END-EVALUATE
           END-IF

           CLOSE FDEVISE
                 FFXLAT
                 FGLJRNL
                 FGLEDIT
                 FREVRPT
