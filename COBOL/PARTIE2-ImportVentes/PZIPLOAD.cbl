*> ==========================================================
*> PZIPLOAD.cbl - Chargement du referentiel postal depuis le fichier
*> periodique de la poste
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Les villes, etats et codes postaux de CUSTOMERS (et de l'adresse
*>   de livraison) sont saisis en texte libre : factures, relances et
*>   releves reviennent "adresse inconnue" et PPRESORT trie sur des
*>   prefixes postaux qui n'existent pas. Ce run reconstruit le
*>   referentiel indexe DZIP-REF (code postal -> villes et etat) a
*>   partir du fichier periodique de la poste, reference commune du
*>   controle d'adresse de PCUSTMAINT et du balayage PADRSWEEP (cf
*>   PADRCHK)
*>
*> Entrées :
*> - FPOSTAL / DPOSTAL-FILE : fichier de la poste, une ligne par
*>   couple code postal / ville, champs séparés par ';' :
*>     CODE POSTAL (5 chiffres) ; VILLE ; ETAT (2 lettres)
*> - FZIPREF / DZIP-REF : referentiel en place, compte avant
*>   remplacement
*> - SYSIN : 'FORCE' pour charger malgre le garde-fou de volume
*>   (facultatif)
*>
*> Sorties :
*> - FZIPREF / DZIP-REF : referentiel reconstruit en entier, ville en
*>   majuscules, date de chargement sur chaque ligne
*> - DZIPLOAD-REJECT : lignes de la poste rejetees (code postal mal
*>   forme, ville absente, etat invalide, doublon)
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - Le fichier de la poste est complet a chaque livraison : le
*>   referentiel est remplace, jamais complete (un code postal
*>   supprime par la poste disparait)
*> - Garde-fou : un fichier de la poste vide, ou de moins de 90 % du
*>   nombre de lignes du referentiel en place (livraison tronquee),
*>   n'est pas charge - le referentiel en place est conserve, code
*>   retour 8 ; 'FORCE' sur SYSIN passe outre (cf PCLOSE)
*> - Code retour 8 si rien n'est charge, 4 si au moins une ligne
*>   rejetee, 0 sinon
*> - Ce programme tourne en dehors du cycle FACTBAT, a chaque
*>   livraison du fichier de la poste
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PZIPLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FPOSTAL ASSIGN TO DPOSTAL-FILE
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-PST.

*> Même structure que celle lue par PADRCHK (cf PADRCHK.cbl)
           SELECT FZIPREF ASSIGN TO DZIP-REF
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS ZIP-CLE
                          FILE STATUS IS WS-STATUS-ZIP.

           SELECT FREJECT ASSIGN TO DZIPLOAD-REJECT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-REJ.

       DATA DIVISION.
       FILE SECTION.

       FD FPOSTAL
           RECORDING MODE IS F.

       01 ENRPOSTAL          PIC X(40).

       FD FZIPREF
           DATA RECORD IS ENRZIPREF.

       01 ENRZIPREF.
          05 ZIP-CLE.
             10 ZIP-CODE        PIC X(5).
             10 ZIP-VILLE       PIC X(20).
          05 ZIP-ETAT           PIC X(2).
          05 ZIP-CHARGE-LE      PIC X(10).

*> Ligne de la poste brute + code/motif de rejet
       FD FREJECT
           RECORDING MODE IS F.

       01 ENRREJECT.
          05 REJ-RAW-LINE     PIC X(40).
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 REJ-REASON-CODE  PIC X(4).
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 REJ-REASON-TEXT  PIC X(30).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-PST      PIC 99 VALUE 0.
       77 WS-STATUS-ZIP      PIC 99 VALUE 0.
       77 WS-STATUS-REJ      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1) VALUE 'N'.
       01 WS-VALID-REC       PIC X(1).
       01 WS-REJ-CODE        PIC X(4).
       01 WS-REJ-MOTIF       PIC X(30).
       01 WS-SYSIN           PIC X(5) VALUE SPACES.

*> Champs de la ligne de la poste en cours, issus de l'UNSTRING
       01 WS-PST-ZIP         PIC X(5).
       01 WS-PST-VILLE       PIC X(20).
       01 WS-PST-ETAT        PIC X(2).

       01 WS-DATE-CURRENT    PIC X(21).
       01 WS-DATE-CHARGE     PIC X(10).

*> Garde-fou de volume : lignes du referentiel en place et lignes du
*> fichier de la poste, seuil en pourcentage
       01 WS-SEUIL-VOLUME    PIC 9(3) VALUE 90.
       77 WS-CT-EN-PLACE     PIC 9(7) VALUE 0.
       77 WS-CT-FICHIER      PIC 9(7) VALUE 0.
       77 WS-CT-MINIMUM      PIC 9(7) VALUE 0.

*> Compteurs de fin de run
       77 WS-CT-LUES         PIC 9(7) VALUE 0.
       77 WS-CT-CHARGEES     PIC 9(7) VALUE 0.
       77 WS-CT-REJETEES     PIC 9(7) VALUE 0.

*> Code retour remis au moniteur de job : 8 si rien n'est charge
*> (fichier de la poste absent, vide ou tronque), 4 si au moins un
*> rejet, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 2000-TRAITEMENT UNTIL WS-EOF = 'Y'
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Comptage du referentiel en place et du fichier de la poste, puis
*> remplacement du referentiel si le volume est plausible
       1000-DEBUT.

           ACCEPT WS-SYSIN FROM SYSIN
           OPEN OUTPUT FREJECT

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT
           STRING WS-DATE-CURRENT(1:4) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(5:2) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-CHARGE
           END-STRING

           PERFORM 1100-COMPTER-EN-PLACE
           PERFORM 1200-COMPTER-FICHIER

           IF WS-RETURN-CODE NOT = 8
              PERFORM 1300-CONTROLER-VOLUME
           END-IF

*> Referentiel remplace en entier ; premiere ligne de la poste lue
           IF WS-RETURN-CODE NOT = 8
              OPEN OUTPUT FZIPREF
              IF WS-STATUS-ZIP NOT = 0
                 MOVE 8 TO WS-RETURN-CODE
                 DISPLAY 'PZIPLOAD : DZIP-REF NON CREE ('
                         WS-STATUS-ZIP ')'
              ELSE
                 OPEN INPUT FPOSTAL
                 READ FPOSTAL
                    AT END MOVE 'Y' TO WS-EOF
                 END-READ
              END-IF
           END-IF
           .

*> Referentiel en place (absent au premier chargement : zero ligne)
       1100-COMPTER-EN-PLACE.

           OPEN INPUT FZIPREF
           IF WS-STATUS-ZIP = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FZIPREF NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-EN-PLACE
                 END-READ
              END-PERFORM
              CLOSE FZIPREF
           END-IF
           MOVE 'N' TO WS-EOF
           .

*> Premiere passe sur le fichier de la poste : nombre de lignes
       1200-COMPTER-FICHIER.

           OPEN INPUT FPOSTAL
           IF WS-STATUS-PST NOT = 0
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PZIPLOAD : FICHIER DE LA POSTE DPOSTAL-FILE'
                      ' ABSENT OU ILLISIBLE'
           ELSE
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FPOSTAL
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-FICHIER
                 END-READ
              END-PERFORM
              CLOSE FPOSTAL
              MOVE 'N' TO WS-EOF
              IF WS-CT-FICHIER = 0
                 MOVE 8 TO WS-RETURN-CODE
                 DISPLAY 'PZIPLOAD : FICHIER DE LA POSTE VIDE,'
                         ' REFERENTIEL EN PLACE CONSERVE'
              END-IF
           END-IF
           .

*> Livraison tronquee : moins de WS-SEUIL-VOLUME % des lignes du
*> referentiel en place ; 'FORCE' passe outre (trace)
       1300-CONTROLER-VOLUME.

           COMPUTE WS-CT-MINIMUM =
                   WS-CT-EN-PLACE * WS-SEUIL-VOLUME / 100

           IF WS-CT-FICHIER < WS-CT-MINIMUM
              IF WS-SYSIN = 'FORCE'
                 DISPLAY 'PZIPLOAD : ' WS-CT-FICHIER ' LIGNES CONTRE '
                         WS-CT-EN-PLACE ' EN PLACE, CHARGEMENT FORCE'
              ELSE
                 MOVE 8 TO WS-RETURN-CODE
                 DISPLAY 'PZIPLOAD : ' WS-CT-FICHIER ' LIGNES CONTRE '
                         WS-CT-EN-PLACE ' EN PLACE, FICHIER TRONQUE ?'
                         ' REFERENTIEL EN PLACE CONSERVE'
              END-IF
           END-IF
           .

*> Une ligne de la poste par tour de boucle : validee puis chargee,
*> ou rejetee
       2000-TRAITEMENT.

           ADD 1 TO WS-CT-LUES
           MOVE 'Y' TO WS-VALID-REC

           PERFORM 2010-VALIDER

           IF WS-VALID-REC = 'Y'
              PERFORM 2020-CHARGER
           END-IF

           IF WS-VALID-REC NOT = 'Y'
              PERFORM 2090-REJETER
           END-IF

           READ FPOSTAL
              AT END MOVE 'Y' TO WS-EOF
           END-READ
           .

*> Format de la ligne : code postal a 5 chiffres, ville presente,
*> etat en deux lettres
       2010-VALIDER.

           MOVE SPACES TO WS-PST-ZIP WS-PST-VILLE WS-PST-ETAT
           UNSTRING ENRPOSTAL DELIMITED BY ';'
              INTO WS-PST-ZIP WS-PST-VILLE WS-PST-ETAT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-PST-VILLE) TO WS-PST-VILLE
           MOVE FUNCTION UPPER-CASE(WS-PST-ETAT)  TO WS-PST-ETAT

           IF WS-PST-ZIP NOT NUMERIC
              MOVE 'N'    TO WS-VALID-REC
              MOVE 'E001' TO WS-REJ-CODE
              MOVE 'CODE POSTAL MAL FORME' TO WS-REJ-MOTIF
           END-IF

           IF WS-VALID-REC = 'Y' AND WS-PST-VILLE = SPACES
              MOVE 'N'    TO WS-VALID-REC
              MOVE 'E002' TO WS-REJ-CODE
              MOVE 'VILLE ABSENTE' TO WS-REJ-MOTIF
           END-IF

           IF WS-VALID-REC = 'Y'
              AND (WS-PST-ETAT NOT ALPHABETIC-UPPER
                   OR WS-PST-ETAT(1:1) = SPACE
                   OR WS-PST-ETAT(2:1) = SPACE)
              MOVE 'N'    TO WS-VALID-REC
              MOVE 'E003' TO WS-REJ-CODE
              MOVE 'ETAT INVALIDE' TO WS-REJ-MOTIF
           END-IF
           .

*> Ecriture dans le referentiel ; un couple code postal / ville deja
*> charge est un doublon de la poste, la premiere ligne est gardee
       2020-CHARGER.

           MOVE WS-PST-ZIP     TO ZIP-CODE
           MOVE WS-PST-VILLE   TO ZIP-VILLE
           MOVE WS-PST-ETAT    TO ZIP-ETAT
           MOVE WS-DATE-CHARGE TO ZIP-CHARGE-LE
           WRITE ENRZIPREF
               INVALID KEY
                   MOVE 'N'    TO WS-VALID-REC
                   MOVE 'E004' TO WS-REJ-CODE
                   MOVE 'DOUBLON CODE POSTAL / VILLE'
                        TO WS-REJ-MOTIF
               NOT INVALID KEY
                   ADD 1 TO WS-CT-CHARGEES
           END-WRITE
           .

*> Journalisation d'une ligne de la poste rejetee
       2090-REJETER.

           MOVE SPACES TO ENRREJECT
           MOVE ENRPOSTAL    TO REJ-RAW-LINE
           MOVE WS-REJ-CODE  TO REJ-REASON-CODE
           MOVE WS-REJ-MOTIF TO REJ-REASON-TEXT
           WRITE ENRREJECT

           ADD 1 TO WS-CT-REJETEES
           .

*> Synthese de fin de run et code retour
       9000-FIN.

           DISPLAY 'PZIPLOAD : ' WS-CT-LUES ' LIGNES LUES, '
                   WS-CT-CHARGEES ' CHARGEES, '
                   WS-CT-REJETEES ' REJETEES (REFERENTIEL PRECEDENT : '
                   WS-CT-EN-PLACE ')'

           IF WS-RETURN-CODE NOT = 8
              EVALUATE TRUE
                 WHEN WS-CT-CHARGEES = 0
                    MOVE 8 TO WS-RETURN-CODE
                 WHEN WS-CT-REJETEES > 0
                    MOVE 4 TO WS-RETURN-CODE
                 WHEN OTHER
                    MOVE 0 TO WS-RETURN-CODE
              END-EVALUATE
              CLOSE FPOSTAL
              CLOSE FZIPREF
           END-IF

           CLOSE FREJECT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
