*> ==========================================================
*> PADRSWEEP.cbl - Balayage des adresses clients et du courrier
*> revenu
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Lister, avant le prochain run de facturation, toutes les
*>   adresses du referentiel clients qui ne passent pas le controle
*>   postal (adresse de facturation et adresse de livraison de
*>   CUSTOMERS, saisies en texte libre avant le controle de
*>   PCUSTMAINT), et tout le courrier revenu de la poste enregistre
*>   contre un client, pour que le service clients corrige les
*>   adresses avant que factures, relances et releves ne repartent
*>   vers une adresse inconnue
*>
*> Entrées :
*> - Table DB2 CUSTOMERS (lecture seule)
*> - DZIP-REF : referentiel postal charge par PZIPLOAD, via PADRCHK
*> - DCUSTMAINT-AUDIT : journal de PCUSTMAINT - courrier revenu
*>   (transactions 'N' appliquees) et changements d'adresse ('B' et
*>   'S' appliques) ; absent = pas de section courrier revenu
*>
*> Sorties :
*> - DADRSWEEP-RPT :
*>     'F' adresse de facturation en echec, 'L' adresse de livraison
*>     en echec : client, raison sociale, code postal, ville, etat,
*>     statut PADRCHK, motif, ville et etat de la poste
*>     'R' courrier revenu : client, raison sociale, date du retour,
*>     adresse visee (B/S), document, adresse en cause, etat
*>     ('A CORRIGER', ou 'CORRIGEE LE' et la date du changement)
*>     'T' total : clients lus, adresses controlees, en echec, a
*>     l'etranger, courrier revenu, dont a corriger
*>
*> Sous-programmes appelés :
*> - PADRCHK (concordance code postal / ville / etat d'une adresse)
*>
*> Remarques :
*> - Memes regles que PCUSTMAINT : un client facture dans une autre
*>   devise que 'US' a une adresse a l'etranger, hors referentiel,
*>   et n'est que compte ; l'adresse de livraison n'est controlee
*>   que si elle est renseignee. Une ville inconnue pour le code
*>   postal ('V') est listee ici, meme si la saisie l'admet
*> - Un courrier revenu est corrige des qu'une transaction 'B' (ou
*>   'S' pour l'adresse de livraison) a ete appliquee au client apres
*>   le retour (le journal est chronologique, OPEN EXTEND de
*>   PCUSTMAINT) ; jusque-la il reste 'A CORRIGER' a chaque balayage
*> - Les clients anonymises par PANONYM n'ont plus d'adresse : ils
*>   ne sont ni balayes ni releves pour leur courrier revenu
*> - Code retour 8 si le referentiel postal est indisponible ou sur
*>   erreur SQL, 4 s'il reste une adresse en echec ou un courrier
*>   revenu a corriger, 0 sinon
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*>   (apres chaque chargement PZIPLOAD et avant la facturation
*>   mensuelle)
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PADRSWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

*> Même structure que celle écrite par PCUSTMAINT (cf PCUSTMAINT.cbl)
           SELECT FAUDIT ASSIGN TO DCUSTMAINT-AUDIT
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-AUD.

           SELECT FSWEEPRPT ASSIGN TO DADRSWEEP-RPT
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.

       FD FAUDIT
           RECORDING MODE IS F.

       01 ENRCUSAUDIT.
          05 AUD-REC-TYPE     PIC X(1).
          05 AUD-TXN-CODE     PIC X(1).
          05 AUD-C-NO         PIC 9(4).
          05 AUD-AVANT        PIC X(30).
          05 AUD-APRES        PIC X(30).
          05 AUD-OPERATEUR    PIC X(8).
          05 AUD-RESULTAT     PIC X(1).
          05 AUD-SQLCODE      PIC S9(4).
          05 AUD-TIMESTAMP    PIC X(21).
          05 AUD-LUES         PIC 9(5).
          05 AUD-APPLIQUEES   PIC 9(5).
          05 AUD-REJETEES     PIC 9(5).

       FD FSWEEPRPT
           RECORDING MODE IS F.

*> Ligne 'F' / 'L' : adresse en echec
       01 ENRSWEEP.
          05 ADS-TYPE-REC     PIC X(1).
          05 FILLER           PIC X(1).
          05 ADS-C-NO         PIC 9(4).
          05 FILLER           PIC X(1).
          05 ADS-COMPANY      PIC X(30).
          05 FILLER           PIC X(1).
          05 ADS-ZIP          PIC X(5).
          05 FILLER           PIC X(1).
          05 ADS-VILLE        PIC X(20).
          05 FILLER           PIC X(1).
          05 ADS-ETAT         PIC X(2).
          05 FILLER           PIC X(1).
          05 ADS-STATUT       PIC X(1).
          05 FILLER           PIC X(1).
          05 ADS-MOTIF        PIC X(30).
          05 FILLER           PIC X(1).
          05 ADS-REF-VILLE    PIC X(20).
          05 FILLER           PIC X(1).
          05 ADS-REF-ETAT     PIC X(2).

*> Ligne 'R' : courrier revenu
       01 ENRSWEEP-R.
          05 ADR-TYPE-REC     PIC X(1).
          05 FILLER           PIC X(1).
          05 ADR-C-NO         PIC 9(4).
          05 FILLER           PIC X(1).
          05 ADR-COMPANY      PIC X(30).
          05 FILLER           PIC X(1).
          05 ADR-DATE-RETOUR  PIC X(10).
          05 FILLER           PIC X(1).
          05 ADR-ADRESSE-VISEE PIC X(1).
          05 FILLER           PIC X(1).
          05 ADR-DOCUMENT     PIC X(20).
          05 FILLER           PIC X(1).
          05 ADR-ADRESSE      PIC X(30).
          05 FILLER           PIC X(1).
          05 ADR-ETAT         PIC X(11).
          05 FILLER           PIC X(1).
          05 ADR-DATE-CORR    PIC X(10).

*> Ligne 'T' : total du balayage
       01 ENRSWEEP-T.
          05 ADT-TYPE-REC     PIC X(1).
          05 FILLER           PIC X(1).
          05 ADT-CLIENTS      PIC Z(6)9.
          05 FILLER           PIC X(1).
          05 ADT-CONTROLEES   PIC Z(6)9.
          05 FILLER           PIC X(1).
          05 ADT-ECHECS       PIC Z(6)9.
          05 FILLER           PIC X(1).
          05 ADT-ETRANGER     PIC Z(6)9.
          05 FILLER           PIC X(1).
          05 ADT-RETOURS      PIC Z(6)9.
          05 FILLER           PIC X(1).
          05 ADT-A-CORRIGER   PIC Z(6)9.

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE CUSTOMER END-EXEC.

*> Colonnes hors DCLGEN, declarees localement (cf PCUSTMAINT)
       01 C-SHIP-ADDRESS.
          05 C-SHIP-ADDRESS-LEN  PIC S9(4) COMP.
          05 C-SHIP-ADDRESS-TEXT PIC X(100).
       01 C-SHIP-CITY.
          05 C-SHIP-CITY-LEN     PIC S9(4) COMP.
          05 C-SHIP-CITY-TEXT    PIC X(20).
       01 C-SHIP-STATE           PIC X(2).
       01 C-SHIP-ZIP             PIC X(5).

           EXEC SQL DECLARE CADR CURSOR FOR
                SELECT C_NO, COMPANY, CITY, STATE, ZIP,
                       VALUE(CURRENCY, 'US'),
                       VALUE(SHIP_ADDRESS, ' '),
                       VALUE(SHIP_CITY, ' '),
                       VALUE(SHIP_STATE, ' '),
                       VALUE(SHIP_ZIP, ' ')
                FROM API12.CUSTOMERS
                WHERE COMPANY NOT LIKE 'CLIENT ANONYMISE%'
                ORDER BY C_NO
           END-EXEC.

       77 WS-STATUS-AUD      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.

       01 WS-EOF-AUD         PIC X(1) VALUE 'N'.
       01 WS-FIN-CLIENTS     PIC X(1) VALUE 'N'.

*> Controle d'une adresse (cf PADRCHK) ; 'N' des que le referentiel
*> est indisponible, plus aucune adresse n'est alors controlee
       01 PADRCHK            PIC X(7) VALUE 'PADRCHK'.
       01 WS-ADR-FONCTION    PIC X(1).
       01 WS-ADR-ZIP         PIC X(5).
       01 WS-ADR-VILLE       PIC X(20).
       01 WS-ADR-ETAT        PIC X(2).
       01 WS-ADR-REF-VILLE   PIC X(20).
       01 WS-ADR-REF-ETAT    PIC X(2).
       01 WS-ADR-STATUT      PIC X(1).
       01 WS-ADR-TYPE        PIC X(1).
       01 WS-REF-DISPO       PIC X(1) VALUE 'Y'.

*> Courrier revenu releve dans le journal de PCUSTMAINT, dans l'ordre
*> du journal ; etat 'A' a corriger, 'C' corrige par un changement
*> d'adresse posterieur
       01 WS-RET-TABLE.
          05 WS-RET-ENTRY OCCURS 500 TIMES.
             10 WS-RET-C-NO      PIC 9(4).
             10 WS-RET-VISEE     PIC X(1).
             10 WS-RET-DATE      PIC X(10).
             10 WS-RET-DOCUMENT  PIC X(20).
             10 WS-RET-ADRESSE   PIC X(30).
             10 WS-RET-ETAT      PIC X(1).
             10 WS-RET-DATE-CORR PIC X(10).
       01 WS-NB-RET          PIC 9(3) VALUE 0.
       01 WS-RET-IDX         PIC 9(3).
       01 WS-DATE-AUDIT      PIC X(10).

*> Compteurs de fin de run
       77 WS-CT-CLIENTS      PIC 9(7) VALUE 0.
       77 WS-CT-CONTROLEES   PIC 9(7) VALUE 0.
       77 WS-CT-ECHECS       PIC 9(7) VALUE 0.
       77 WS-CT-ETRANGER     PIC 9(7) VALUE 0.
       77 WS-CT-RETOURS      PIC 9(7) VALUE 0.
       77 WS-CT-A-CORRIGER   PIC 9(7) VALUE 0.
       77 WS-CT-RET-DEBORD   PIC 9(5) VALUE 0.

*> Code retour remis au moniteur de job : 8 si le referentiel postal
*> est indisponible ou sur erreur SQL, 4 s'il reste une adresse en
*> echec ou un courrier revenu a corriger, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT
           PERFORM 2000-BALAYER-CLIENTS
           PERFORM 3000-RELEVER-RETOURS
           PERFORM 3500-EDITER-RETOURS
           PERFORM 9000-FIN
           STOP RUN
           .

       1000-DEBUT.

           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

           OPEN OUTPUT FSWEEPRPT
           .

*> Toutes les adresses de CUSTOMERS, facturation puis livraison de
*> chaque client
       2000-BALAYER-CLIENTS.

           EXEC SQL OPEN CADR END-EXEC

           PERFORM UNTIL WS-FIN-CLIENTS = 'Y'
              MOVE SPACES TO C-COMPANY-TEXT
              MOVE SPACES TO C-CITY-TEXT
              MOVE SPACES TO C-SHIP-ADDRESS-TEXT
              MOVE SPACES TO C-SHIP-CITY-TEXT

              EXEC SQL FETCH CADR
                  INTO :C-C-NO, :C-COMPANY, :C-CITY, :C-STATE,
                       :C-ZIP, :C-CURRENCY, :C-SHIP-ADDRESS,
                       :C-SHIP-CITY, :C-SHIP-STATE, :C-SHIP-ZIP
              END-EXEC

              EVALUATE TRUE
                 WHEN SQLCODE = 0
                    PERFORM 2100-CONTROLER-CLIENT
                 WHEN SQLCODE = 100
                    MOVE 'Y' TO WS-FIN-CLIENTS
                 WHEN OTHER
                    MOVE 'Y' TO WS-FIN-CLIENTS
                    MOVE 8 TO WS-RETURN-CODE
                    DISPLAY 'PADRSWEEP : ERREUR FETCH CUSTOMERS '
                            SQLCODE
              END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE CADR END-EXEC
           .

*> Un client : adresse a l'etranger comptee seulement ; adresse de
*> livraison controlee si renseignee
       2100-CONTROLER-CLIENT.

           ADD 1 TO WS-CT-CLIENTS

           IF C-CURRENCY NOT = 'US'
              ADD 1 TO WS-CT-ETRANGER
           ELSE
              IF WS-REF-DISPO = 'Y'
                 MOVE 'F'         TO WS-ADR-TYPE
                 MOVE C-ZIP       TO WS-ADR-ZIP
                 MOVE C-CITY-TEXT TO WS-ADR-VILLE
                 MOVE C-STATE     TO WS-ADR-ETAT
                 PERFORM 2200-CONTROLER-ADRESSE
              END-IF
              IF WS-REF-DISPO = 'Y'
                 AND C-SHIP-ADDRESS-TEXT NOT = SPACES
                 MOVE 'L'              TO WS-ADR-TYPE
                 MOVE C-SHIP-ZIP       TO WS-ADR-ZIP
                 MOVE C-SHIP-CITY-TEXT TO WS-ADR-VILLE
                 MOVE C-SHIP-STATE     TO WS-ADR-ETAT
                 PERFORM 2200-CONTROLER-ADRESSE
              END-IF
           END-IF
           .

*> Une adresse contre le referentiel ; toute discordance est listee
       2200-CONTROLER-ADRESSE.

           MOVE FUNCTION UPPER-CASE(WS-ADR-ETAT) TO WS-ADR-ETAT
           MOVE 'C' TO WS-ADR-FONCTION
           CALL PADRCHK USING WS-ADR-FONCTION WS-ADR-ZIP WS-ADR-VILLE
                              WS-ADR-ETAT WS-ADR-REF-VILLE
                              WS-ADR-REF-ETAT WS-ADR-STATUT

           IF WS-ADR-STATUT = 'E'
              MOVE 'N' TO WS-REF-DISPO
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              ADD 1 TO WS-CT-CONTROLEES
              IF WS-ADR-STATUT NOT = 'Y'
                 PERFORM 2300-LISTER-ECHEC
              END-IF
           END-IF
           .

       2300-LISTER-ECHEC.

           ADD 1 TO WS-CT-ECHECS

           MOVE SPACES TO ENRSWEEP
           MOVE WS-ADR-TYPE      TO ADS-TYPE-REC
           MOVE C-C-NO           TO ADS-C-NO
           MOVE C-COMPANY-TEXT   TO ADS-COMPANY
           MOVE WS-ADR-ZIP       TO ADS-ZIP
           MOVE WS-ADR-VILLE     TO ADS-VILLE
           MOVE WS-ADR-ETAT      TO ADS-ETAT
           MOVE WS-ADR-STATUT    TO ADS-STATUT
           MOVE WS-ADR-REF-VILLE TO ADS-REF-VILLE
           MOVE WS-ADR-REF-ETAT  TO ADS-REF-ETAT
           EVALUATE WS-ADR-STATUT
              WHEN 'F'
                 MOVE 'CODE POSTAL MAL FORME' TO ADS-MOTIF
              WHEN 'Z'
                 MOVE 'CODE POSTAL INCONNU DE LA POSTE' TO ADS-MOTIF
              WHEN 'S'
                 MOVE 'ETAT NE CORRESPOND PAS AU ZIP' TO ADS-MOTIF
              WHEN 'V'
                 MOVE 'VILLE INCONNUE POUR CE ZIP' TO ADS-MOTIF
           END-EVALUATE
           WRITE ENRSWEEP
           .

*> Courrier revenu ('N') et changements d'adresse ('B', 'S')
*> appliques, dans l'ordre du journal
       3000-RELEVER-RETOURS.

           OPEN INPUT FAUDIT
           IF WS-STATUS-AUD NOT = 0
              DISPLAY 'PADRSWEEP : DCUSTMAINT-AUDIT ABSENT, PAS DE'
                      ' SECTION COURRIER REVENU'
           ELSE
              PERFORM UNTIL WS-EOF-AUD = 'Y'
                 READ FAUDIT
                    AT END
                       MOVE 'Y' TO WS-EOF-AUD
                    NOT AT END
                       IF AUD-REC-TYPE = 'D' AND AUD-RESULTAT = 'Y'
                          PERFORM 3100-LIGNE-AUDIT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FAUDIT
           END-IF
           .

       3100-LIGNE-AUDIT.

           MOVE SPACES TO WS-DATE-AUDIT
           STRING AUD-TIMESTAMP(1:4) DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  AUD-TIMESTAMP(5:2) DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  AUD-TIMESTAMP(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-AUDIT
           END-STRING

           EVALUATE AUD-TXN-CODE
*> Courrier revenu d'un client anonymise depuis (cf PANONYM) : il
*> n'y a plus d'adresse a corriger
              WHEN 'N'
                 IF AUD-AVANT NOT = '** ANONYMISE **'
                    PERFORM 3200-RETENIR-RETOUR
                 END-IF
              WHEN 'B'
                 PERFORM 3300-MARQUER-CORRIGE
                         VARYING WS-RET-IDX FROM 1 BY 1
                         UNTIL WS-RET-IDX > WS-NB-RET
              WHEN 'S'
                 PERFORM 3300-MARQUER-CORRIGE
                         VARYING WS-RET-IDX FROM 1 BY 1
                         UNTIL WS-RET-IDX > WS-NB-RET
           END-EVALUATE
           .

*> Courrier revenu : adresse visee et document en valeur apres,
*> adresse en cause en valeur avant (cf PCUSTMAINT.2084)
       3200-RETENIR-RETOUR.

           ADD 1 TO WS-CT-RETOURS
           IF WS-NB-RET < 500
              ADD 1 TO WS-NB-RET
              MOVE AUD-C-NO        TO WS-RET-C-NO(WS-NB-RET)
              MOVE AUD-APRES(1:1)  TO WS-RET-VISEE(WS-NB-RET)
              MOVE WS-DATE-AUDIT   TO WS-RET-DATE(WS-NB-RET)
              MOVE AUD-APRES(3:20) TO WS-RET-DOCUMENT(WS-NB-RET)
              MOVE AUD-AVANT       TO WS-RET-ADRESSE(WS-NB-RET)
              MOVE 'A'             TO WS-RET-ETAT(WS-NB-RET)
              MOVE SPACES          TO WS-RET-DATE-CORR(WS-NB-RET)
           ELSE
              ADD 1 TO WS-CT-RET-DEBORD
           END-IF
           .

*> Changement d'adresse applique : les retours deja releves de ce
*> client sur cette adresse sont corriges
       3300-MARQUER-CORRIGE.

           IF WS-RET-C-NO(WS-RET-IDX) = AUD-C-NO
              AND WS-RET-VISEE(WS-RET-IDX) = AUD-TXN-CODE
              AND WS-RET-ETAT(WS-RET-IDX) = 'A'
              MOVE 'C' TO WS-RET-ETAT(WS-RET-IDX)
              MOVE WS-DATE-AUDIT TO WS-RET-DATE-CORR(WS-RET-IDX)
           END-IF
           .

*> Une ligne 'R' par courrier revenu, avec la raison sociale du
*> client
       3500-EDITER-RETOURS.

           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-NB-RET

              MOVE WS-RET-C-NO(WS-RET-IDX) TO C-C-NO
              MOVE SPACES TO C-COMPANY-TEXT
              EXEC SQL
                 SELECT COMPANY INTO :C-COMPANY
                 FROM API12.CUSTOMERS
                 WHERE C_NO = :C-C-NO
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '** CLIENT INCONNU **' TO C-COMPANY-TEXT
              END-IF

              MOVE SPACES TO ENRSWEEP-R
              MOVE 'R'                          TO ADR-TYPE-REC
              MOVE WS-RET-C-NO(WS-RET-IDX)      TO ADR-C-NO
              MOVE C-COMPANY-TEXT               TO ADR-COMPANY
              MOVE WS-RET-DATE(WS-RET-IDX)      TO ADR-DATE-RETOUR
              MOVE WS-RET-VISEE(WS-RET-IDX)     TO ADR-ADRESSE-VISEE
              MOVE WS-RET-DOCUMENT(WS-RET-IDX)  TO ADR-DOCUMENT
              MOVE WS-RET-ADRESSE(WS-RET-IDX)   TO ADR-ADRESSE
              IF WS-RET-ETAT(WS-RET-IDX) = 'A'
                 ADD 1 TO WS-CT-A-CORRIGER
                 MOVE 'A CORRIGER' TO ADR-ETAT
              ELSE
                 MOVE 'CORRIGEE LE' TO ADR-ETAT
                 MOVE WS-RET-DATE-CORR(WS-RET-IDX) TO ADR-DATE-CORR
              END-IF
              WRITE ENRSWEEP-R
           END-PERFORM
           .

*> Ligne total, fermeture du referentiel et code retour
       9000-FIN.

           MOVE SPACES TO ENRSWEEP-T
           MOVE 'T'              TO ADT-TYPE-REC
           MOVE WS-CT-CLIENTS    TO ADT-CLIENTS
           MOVE WS-CT-CONTROLEES TO ADT-CONTROLEES
           MOVE WS-CT-ECHECS     TO ADT-ECHECS
           MOVE WS-CT-ETRANGER   TO ADT-ETRANGER
           MOVE WS-CT-RETOURS    TO ADT-RETOURS
           MOVE WS-CT-A-CORRIGER TO ADT-A-CORRIGER
           WRITE ENRSWEEP-T

           MOVE 'F' TO WS-ADR-FONCTION
           CALL PADRCHK USING WS-ADR-FONCTION WS-ADR-ZIP WS-ADR-VILLE
                              WS-ADR-ETAT WS-ADR-REF-VILLE
                              WS-ADR-REF-ETAT WS-ADR-STATUT

           DISPLAY 'PADRSWEEP : ' WS-CT-CLIENTS ' CLIENTS, '
                   WS-CT-CONTROLEES ' ADRESSES CONTROLEES, '
                   WS-CT-ECHECS ' EN ECHEC, '
                   WS-CT-ETRANGER ' A L ETRANGER'
           DISPLAY 'PADRSWEEP : ' WS-CT-RETOURS ' COURRIERS REVENUS, '
                   WS-CT-A-CORRIGER ' A CORRIGER'
           IF WS-CT-RET-DEBORD > 0
              DISPLAY 'PADRSWEEP : ' WS-CT-RET-DEBORD
                      ' COURRIERS REVENUS AU-DELA DE LA TABLE'
                      ' (NON EDITES)'
           END-IF
           IF WS-REF-DISPO NOT = 'Y'
              DISPLAY 'PADRSWEEP : REFERENTIEL POSTAL INDISPONIBLE,'
                      ' ADRESSES NON CONTROLEES'
           END-IF

           IF WS-RETURN-CODE NOT = 8
              IF WS-CT-ECHECS > 0 OR WS-CT-A-CORRIGER > 0
                 OR WS-CT-RET-DEBORD > 0
                 MOVE 4 TO WS-RETURN-CODE
              ELSE
                 MOVE 0 TO WS-RETURN-CODE
              END-IF
           END-IF

           CLOSE FSWEEPRPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
