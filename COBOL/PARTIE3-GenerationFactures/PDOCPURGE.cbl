*> ==========================================================
*> PDOCPURGE.cbl - Purge de l'archive legale des documents emis
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Supprimer de l'archive legale (DDOC-ARCHIVE, cf PDOCARCH) les
*>   documents emis avant une date de coupure donnee, SANS JAMAIS
*>   supprimer un document dont la duree legale de conservation
*>   n'est pas echue : un tel document est garde et signale, quelle
*>   que soit la date de coupure demandee
*>
*> Entrées :
*> - SYSIN : date de coupure (AAAA-MM-JJ) ; seuls les documents
*>   dates d'avant cette date sont candidats a la purge
*> - FDOCARCH / DDOC-ARCHIVE : archive legale des documents emis
*>
*> Sorties :
*> - DDOC-ARCHIVE : lignes des documents purges supprimees
*> - DDOCPURGE-RPT : une ligne par document candidat, 'S' supprime ou
*>   'C' conserve (conservation legale en cours), puis une ligne 'T'
*>   de totaux
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - La date limite de conservation est posee sur chaque ligne par
*>   PDOCARCH a l'archivage (date du document + duree legale) : un
*>   document n'est supprime que si cette date est passee a la date
*>   du jour
*> - Un document se purge en entier ou pas du tout : toutes ses
*>   lignes portent la meme date et la meme limite de conservation
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PDOCPURGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FDOCARCH ASSIGN TO DDOC-ARCHIVE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS DOC-CLE
                           ALTERNATE RECORD KEY IS DOC-CLE-CLIENT
                               WITH DUPLICATES
                           FILE STATUS IS WS-STATUS-DOC.

           SELECT FPURGRPT ASSIGN TO DDOCPURGE-RPT
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.

*> Même découpage que l'ENRDOCARCH écrit par PDOCARCH
       FD FDOCARCH
           DATA RECORD IS ENRDOCARCH.

       01 ENRDOCARCH.
          05 DOC-CLE.
             10 DOC-TYPE        PIC X(1).
             10 DOC-SERIE       PIC 9(1).
             10 DOC-NO          PIC 9(6).
             10 DOC-LIGNE       PIC 9(4).
          05 DOC-CLE-CLIENT.
             10 DOC-C-NO        PIC 9(4).
             10 DOC-DATE        PIC X(10).
          05 DOC-CONSERVER      PIC X(10).
          05 DOC-ARCHIVE-LE     PIC X(10).
          05 DOC-IMAGE          PIC X(80).

*> 'S' = document supprime, 'C' = document conserve (conservation
*> legale en cours), 'T' = totaux
       FD FPURGRPT
           RECORDING MODE IS F.

       01 ENRPURGRPT.
          05 PRG-TYPE-REC       PIC X(1).
          05 FILLER             PIC X(1).
          05 PRG-DOC-TYPE       PIC X(1).
          05 PRG-DOC-SERIE      PIC 9(1).
          05 PRG-DOC-NO         PIC 9(6).
          05 FILLER             PIC X(1).
          05 PRG-C-NO           PIC 9(4).
          05 FILLER             PIC X(1).
          05 PRG-DATE           PIC X(10).
          05 FILLER             PIC X(1).
          05 PRG-CONSERVER      PIC X(10).
          05 FILLER             PIC X(1).
          05 PRG-LIGNES         PIC 9(4).
       01 ENRPURGRPT-T.
          05 PRG-T-TYPE-REC     PIC X(1).
          05 FILLER             PIC X(1).
          05 PRG-T-COUPURE      PIC X(10).
          05 FILLER             PIC X(1).
          05 PRG-T-SUPPRIMES    PIC 9(6).
          05 FILLER             PIC X(1).
          05 PRG-T-CONSERVES    PIC 9(6).
          05 FILLER             PIC X(1).
          05 PRG-T-LIGNES       PIC 9(8).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-DOC      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1) VALUE 'N'.
       01 WS-DOC-OUVERT      PIC X(1) VALUE 'N'.

*> Date de coupure (SYSIN) et date du jour
       01 WS-DATE-COUPURE    PIC X(10).
       01 WS-DATE-CURRENT    PIC X(21).
       01 WS-DATE-JOUR       PIC X(10).

*> Document candidat en cours : cle, decision ('S' supprime, 'C'
*> conserve), nombre de lignes lues
       01 WS-DOC-COURANT.
          05 WS-COUR-TYPE    PIC X(1) VALUE SPACE.
          05 WS-COUR-SERIE   PIC 9(1) VALUE 0.
          05 WS-COUR-NO      PIC 9(6) VALUE 0.
       01 WS-COUR-DECISION   PIC X(1) VALUE SPACE.
       01 WS-COUR-C-NO       PIC 9(4).
       01 WS-COUR-DATE       PIC X(10).
       01 WS-COUR-CONSERVER  PIC X(10).
       01 WS-COUR-LIGNES     PIC 9(4) VALUE 0.

*> Compteurs de fin de run
       77 WS-CT-LUES         PIC 9(8) VALUE 0.
       77 WS-CT-SUPPRIMES    PIC 9(6) VALUE 0.
       77 WS-CT-CONSERVES    PIC 9(6) VALUE 0.
       77 WS-CT-LIGNES-SUPPR PIC 9(8) VALUE 0.
       77 WS-CT-ERREURS      PIC 9(6) VALUE 0.

*> Code retour remis au moniteur de job : 8 si la date de coupure
*> est absente ou invalide ou si l'archive est illisible, 4 si des
*> documents candidats ont ete conserves au titre de la duree legale
*> ou si une suppression a echoue, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 2000-PURGER
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Date de coupure, date du jour et ouverture des fichiers
       1000-DEBUT.

           MOVE SPACES TO WS-DATE-COUPURE
           ACCEPT WS-DATE-COUPURE FROM SYSIN

           IF WS-DATE-COUPURE(1:4) NOT NUMERIC
              OR WS-DATE-COUPURE(5:1) NOT = '-'
              OR WS-DATE-COUPURE(6:2) NOT NUMERIC
              OR WS-DATE-COUPURE(8:1) NOT = '-'
              OR WS-DATE-COUPURE(9:2) NOT NUMERIC
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PDOCPURGE : DATE DE COUPURE SYSIN INVALIDE ('
                      WS-DATE-COUPURE ')'
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT
           STRING WS-DATE-CURRENT(1:4) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(5:2) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-JOUR
           END-STRING

           OPEN OUTPUT FPURGRPT

           IF WS-RETURN-CODE NOT = 8
              OPEN I-O FDOCARCH
              IF WS-STATUS-DOC = 0
                 MOVE 'Y' TO WS-DOC-OUVERT
              ELSE
                 MOVE 8 TO WS-RETURN-CODE
                 DISPLAY 'PDOCPURGE : ARCHIVE DDOC-ARCHIVE ILLISIBLE ('
                         WS-STATUS-DOC ')'
              END-IF
           END-IF

           DISPLAY 'PDOCPURGE - COUPURE=' WS-DATE-COUPURE
                   ' DATE DU JOUR=' WS-DATE-JOUR
           .

*> Passe complete sur l'archive dans l'ordre de la cle primaire ;
*> chaque ligne d'un document candidat est supprimee ou gardee selon
*> sa limite de conservation
       2000-PURGER.

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ FDOCARCH NEXT
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-CT-LUES
                    IF DOC-DATE < WS-DATE-COUPURE
                       PERFORM 2100-TRAITER-LIGNE
                    END-IF
              END-READ
           END-PERFORM

           PERFORM 2300-CLORE-DOCUMENT
           .

       2100-TRAITER-LIGNE.

           IF DOC-TYPE NOT = WS-COUR-TYPE
              OR DOC-SERIE NOT = WS-COUR-SERIE
              OR DOC-NO NOT = WS-COUR-NO
              PERFORM 2300-CLORE-DOCUMENT
              PERFORM 2200-OUVRIR-DOCUMENT
           END-IF

           ADD 1 TO WS-COUR-LIGNES
           IF WS-COUR-DECISION = 'S'
              DELETE FDOCARCH RECORD
                  INVALID KEY
                      ADD 1 TO WS-CT-ERREURS
                  NOT INVALID KEY
                      ADD 1 TO WS-CT-LIGNES-SUPPR
              END-DELETE
           END-IF
           .

*> Nouveau document candidat : supprimable seulement si sa date
*> limite de conservation est passee
       2200-OUVRIR-DOCUMENT.

           MOVE DOC-TYPE      TO WS-COUR-TYPE
           MOVE DOC-SERIE     TO WS-COUR-SERIE
           MOVE DOC-NO        TO WS-COUR-NO
           MOVE DOC-C-NO      TO WS-COUR-C-NO
           MOVE DOC-DATE      TO WS-COUR-DATE
           MOVE DOC-CONSERVER TO WS-COUR-CONSERVER
           MOVE 0             TO WS-COUR-LIGNES

           IF DOC-CONSERVER < WS-DATE-JOUR
              MOVE 'S' TO WS-COUR-DECISION
              ADD 1 TO WS-CT-SUPPRIMES
           ELSE
              MOVE 'C' TO WS-COUR-DECISION
              ADD 1 TO WS-CT-CONSERVES
           END-IF
           .

*> Ligne de rapport du document candidat qui se termine
       2300-CLORE-DOCUMENT.

           IF WS-COUR-DECISION NOT = SPACE
              MOVE SPACES TO ENRPURGRPT
              MOVE WS-COUR-DECISION  TO PRG-TYPE-REC
              MOVE WS-COUR-TYPE      TO PRG-DOC-TYPE
              MOVE WS-COUR-SERIE     TO PRG-DOC-SERIE
              MOVE WS-COUR-NO        TO PRG-DOC-NO
              MOVE WS-COUR-C-NO      TO PRG-C-NO
              MOVE WS-COUR-DATE      TO PRG-DATE
              MOVE WS-COUR-CONSERVER TO PRG-CONSERVER
              MOVE WS-COUR-LIGNES    TO PRG-LIGNES
              WRITE ENRPURGRPT
              MOVE SPACE TO WS-COUR-DECISION
           END-IF
           .

*> Ligne de totaux, synthese et code retour
       9000-FIN.

           IF WS-RETURN-CODE NOT = 8
              MOVE SPACES TO ENRPURGRPT-T
              MOVE 'T'                TO PRG-T-TYPE-REC
              MOVE WS-DATE-COUPURE    TO PRG-T-COUPURE
              MOVE WS-CT-SUPPRIMES    TO PRG-T-SUPPRIMES
              MOVE WS-CT-CONSERVES    TO PRG-T-CONSERVES
              MOVE WS-CT-LIGNES-SUPPR TO PRG-T-LIGNES
              WRITE ENRPURGRPT-T
           END-IF

           DISPLAY 'PDOCPURGE : ' WS-CT-LUES ' LIGNES LUES, '
                   WS-CT-SUPPRIMES ' DOCUMENTS SUPPRIMES ('
                   WS-CT-LIGNES-SUPPR ' LIGNES)'
           DISPLAY 'PDOCPURGE : ' WS-CT-CONSERVES
                   ' DOCUMENTS CONSERVES (CONSERVATION LEGALE EN COURS)'
           IF WS-CT-ERREURS > 0
              DISPLAY 'PDOCPURGE : ' WS-CT-ERREURS
                      ' SUPPRESSIONS EN ECHEC'
           END-IF

           IF WS-RETURN-CODE NOT = 8
              IF WS-CT-CONSERVES > 0 OR WS-CT-ERREURS > 0
                 MOVE 4 TO WS-RETURN-CODE
              ELSE
                 MOVE 0 TO WS-RETURN-CODE
              END-IF
           END-IF

           IF WS-DOC-OUVERT = 'Y'
              CLOSE FDOCARCH
           END-IF
           CLOSE FPURGRPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
