*> ==========================================================
*> PDOCINQ.cbl - Reimpression en copie conforme des documents
*> archives
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Retrouver dans l'archive legale (DDOC-ARCHIVE, ecrite par
*>   PDOCARCH) les documents demandes par le service client ou le
*>   controleur fiscal - factures, avoirs, avis d'annulation, avis
*>   d'interets de retard - et les reimprimer ligne pour ligne tels
*>   qu'ils ont ete emis, encadres de la mention COPIE CONFORME -
*>   COPY : la reimpression de PFACTURE re-genere une facture depuis
*>   l'extrait, elle ne reproduit pas l'original
*>
*> Entrées :
*> - SYSIN : mode de selection puis criteres :
*>     'D' : une ligne par document, type (F, A, V ou I), serie
*>           (bureau facturant, 0 hors factures et avis
*>           d'annulation) et numero sur 6 chiffres, ex. F1000123
*>     'C' : un N° de client, puis date de debut et date de fin
*>           (AAAA-MM-JJ) de la plage recherchee (cle alternative
*>           client + date de l'archive)
*> - FDOCARCH / DDOC-ARCHIVE : archive legale des documents emis
*>
*> Sorties :
*> - DDOCINQ-RPT : copie de chaque document retrouve, precedee et
*>   suivie d'une ligne COPIE CONFORME - COPY, et une ligne par
*>   document demande introuvable
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - Les lignes du document sont recopiees sans aucune retouche :
*>   seules les lignes d'encadrement sont ajoutees
*> - Ce programme ne modifie pas l'archive : elle n'est que lue
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PDOCINQ.

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

           SELECT FINQRPT ASSIGN TO DDOCINQ-RPT
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

       FD FINQRPT
           RECORDING MODE F
           DATA RECORD IS ENRINQRPT.

       01 ENRINQRPT             PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-DOC      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1) VALUE 'N'.
       01 WS-DOC-OUVERT      PIC X(1) VALUE 'N'.

*> Criteres SYSIN : mode 'D' (liste de documents) ou 'C' (client et
*> plage de dates)
       01 WS-MODE            PIC X(1).
       01 WS-SYSIN-LIGNE     PIC X(10).
       01 WS-CRIT-C-NO       PIC 9(4).
       01 WS-DATE-DEBUT      PIC X(10).
       01 WS-DATE-FIN        PIC X(10).

*> Documents a reimprimer, dans l'ordre de la demande (mode 'D') ou
*> de la cle client + date (mode 'C')
       01 WS-SEL-TABLE.
          05 WS-SEL-ENTRY OCCURS 200 TIMES.
             10 WS-SEL-TYPE     PIC X(1).
             10 WS-SEL-SERIE    PIC 9(1).
             10 WS-SEL-NO       PIC 9(6).
       01 WS-NB-SEL          PIC 9(3) VALUE 0.
       01 WS-SEL-IDX         PIC 9(3).
       01 WS-SEL-DEJA        PIC X(1).
       01 WS-CHK-IDX         PIC 9(3).

*> Document en cours de reimpression
       01 WS-DOC-TROUVE      PIC X(1).
       01 WS-DOC-LIB         PIC X(20).
       77 WS-LIGNE-STR       PIC Z(3)9.

*> Compteurs de fin de run
       77 WS-CT-CRITERES     PIC 9(3) VALUE 0.
       77 WS-CT-TROUVES      PIC 9(3) VALUE 0.
       77 WS-CT-ABSENTS      PIC 9(3) VALUE 0.
       77 WS-CT-LIGNES       PIC 9(6) VALUE 0.
       77 WS-CT-DEBORD       PIC 9(3) VALUE 0.

*> Code retour remis au moniteur de job : 8 si les criteres SYSIN
*> sont absents ou invalides ou si l'archive est illisible, 4 si un
*> document demande est introuvable ou si rien ne correspond, 0
*> sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              IF WS-MODE = 'C'
                 PERFORM 2000-SELECTIONNER-PAR-CLIENT
              END-IF
              PERFORM 3000-IMPRIMER-COPIES
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Lecture des criteres SYSIN et ouverture des fichiers
       1000-DEBUT.

           ACCEPT WS-MODE FROM SYSIN

           EVALUATE WS-MODE
              WHEN 'D'
                 PERFORM 1100-LIRE-LISTE-DOCUMENTS
              WHEN 'C'
                 PERFORM 1200-LIRE-CRITERES-CLIENT
              WHEN OTHER
                 MOVE 8 TO WS-RETURN-CODE
                 DISPLAY 'PDOCINQ : MODE SYSIN INVALIDE (D OU C)'
           END-EVALUATE

           OPEN OUTPUT FINQRPT

           OPEN INPUT FDOCARCH
           IF WS-STATUS-DOC = 0
              MOVE 'Y' TO WS-DOC-OUVERT
           ELSE
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PDOCINQ : ARCHIVE DDOC-ARCHIVE ILLISIBLE ('
                      WS-STATUS-DOC ')'
           END-IF
           .

*> Mode 'D' : une ligne SYSIN par document (type, serie, numero)
       1100-LIRE-LISTE-DOCUMENTS.

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              MOVE SPACES TO WS-SYSIN-LIGNE
              ACCEPT WS-SYSIN-LIGNE FROM SYSIN
              IF WS-SYSIN-LIGNE = SPACES
                 MOVE 'Y' TO WS-EOF
              ELSE
                 ADD 1 TO WS-CT-CRITERES
                 IF (WS-SYSIN-LIGNE(1:1) = 'F' OR 'A' OR 'V' OR 'I')
                    AND WS-SYSIN-LIGNE(2:7) NUMERIC
                    IF WS-NB-SEL < 200
                       ADD 1 TO WS-NB-SEL
                       MOVE WS-SYSIN-LIGNE(1:1)
                            TO WS-SEL-TYPE(WS-NB-SEL)
                       MOVE WS-SYSIN-LIGNE(2:1)
                            TO WS-SEL-SERIE(WS-NB-SEL)
                       MOVE WS-SYSIN-LIGNE(3:6)
                            TO WS-SEL-NO(WS-NB-SEL)
                    ELSE
                       ADD 1 TO WS-CT-DEBORD
                    END-IF
                 ELSE
                    DISPLAY 'PDOCINQ : CRITERE IGNORE ' WS-SYSIN-LIGNE
                 END-IF
              END-IF
           END-PERFORM

           IF WS-NB-SEL = 0
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PDOCINQ : AUCUN DOCUMENT VALIDE SUR SYSIN'
           END-IF
           .

*> Mode 'C' : un N° de client puis la plage de dates recherchee
       1200-LIRE-CRITERES-CLIENT.

           MOVE SPACES TO WS-SYSIN-LIGNE
           ACCEPT WS-SYSIN-LIGNE FROM SYSIN
           IF WS-SYSIN-LIGNE(1:4) NUMERIC
              MOVE WS-SYSIN-LIGNE(1:4) TO WS-CRIT-C-NO
              ACCEPT WS-DATE-DEBUT FROM SYSIN
              ACCEPT WS-DATE-FIN   FROM SYSIN
              ADD 1 TO WS-CT-CRITERES
              IF WS-DATE-DEBUT = SPACES OR WS-DATE-FIN = SPACES
                 MOVE 8 TO WS-RETURN-CODE
                 DISPLAY 'PDOCINQ : PLAGE DE DATES ABSENTE'
              END-IF
           ELSE
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PDOCINQ : NO CLIENT SYSIN INVALIDE'
           END-IF
           .

*> Mode 'C' : START sur la cle alternative client + date de debut,
*> puis lecture sequentielle jusqu'au client suivant ou a la fin de
*> la plage ; chaque document n'est retenu qu'une fois (il a une
*> ligne d'archive par ligne imprimee)
       2000-SELECTIONNER-PAR-CLIENT.

           MOVE WS-CRIT-C-NO  TO DOC-C-NO
           MOVE WS-DATE-DEBUT TO DOC-DATE
           START FDOCARCH KEY IS NOT LESS THAN DOC-CLE-CLIENT
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
              READ FDOCARCH NEXT
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF DOC-C-NO NOT = WS-CRIT-C-NO
                       OR DOC-DATE > WS-DATE-FIN
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       PERFORM 2100-RETENIR-DOCUMENT
                    END-IF
              END-READ
           END-PERFORM
           .

       2100-RETENIR-DOCUMENT.

           MOVE 'N' TO WS-SEL-DEJA
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-NB-SEL OR WS-SEL-DEJA = 'Y'
              IF WS-SEL-TYPE(WS-CHK-IDX) = DOC-TYPE
                 AND WS-SEL-SERIE(WS-CHK-IDX) = DOC-SERIE
                 AND WS-SEL-NO(WS-CHK-IDX) = DOC-NO
                 MOVE 'Y' TO WS-SEL-DEJA
              END-IF
           END-PERFORM

           IF WS-SEL-DEJA = 'N'
              IF WS-NB-SEL < 200
                 ADD 1 TO WS-NB-SEL
                 MOVE DOC-TYPE  TO WS-SEL-TYPE(WS-NB-SEL)
                 MOVE DOC-SERIE TO WS-SEL-SERIE(WS-NB-SEL)
                 MOVE DOC-NO    TO WS-SEL-NO(WS-NB-SEL)
              ELSE
                 ADD 1 TO WS-CT-DEBORD
              END-IF
           END-IF
           .

*> Reimpression de chaque document retenu, par sa cle primaire :
*> START sur la ligne 0 du document puis lecture sequentielle de
*> ses lignes dans l'ordre d'impression d'origine
       3000-IMPRIMER-COPIES.

           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-NB-SEL
              PERFORM 3100-IMPRIMER-DOCUMENT
           END-PERFORM
           .

       3100-IMPRIMER-DOCUMENT.

           MOVE 'N' TO WS-DOC-TROUVE
           MOVE WS-SEL-TYPE(WS-SEL-IDX)  TO DOC-TYPE
           MOVE WS-SEL-SERIE(WS-SEL-IDX) TO DOC-SERIE
           MOVE WS-SEL-NO(WS-SEL-IDX)    TO DOC-NO
           MOVE 0                        TO DOC-LIGNE
           START FDOCARCH KEY IS NOT LESS THAN DOC-CLE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 'Y'
              READ FDOCARCH NEXT
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF DOC-TYPE NOT = WS-SEL-TYPE(WS-SEL-IDX)
                       OR DOC-SERIE NOT = WS-SEL-SERIE(WS-SEL-IDX)
                       OR DOC-NO NOT = WS-SEL-NO(WS-SEL-IDX)
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF WS-DOC-TROUVE = 'N'
                          MOVE 'Y' TO WS-DOC-TROUVE
                          ADD 1 TO WS-CT-TROUVES
                          PERFORM 3200-BANNIERE-DEBUT
                       END-IF
                       MOVE DOC-IMAGE TO ENRINQRPT
                       WRITE ENRINQRPT
                       ADD 1 TO WS-CT-LIGNES
                    END-IF
              END-READ
           END-PERFORM

           IF WS-DOC-TROUVE = 'Y'
              PERFORM 3300-BANNIERE-FIN
           ELSE
              ADD 1 TO WS-CT-ABSENTS
              MOVE SPACES TO ENRINQRPT
              STRING 'DOCUMENT '              DELIMITED BY SIZE
                     WS-SEL-TYPE(WS-SEL-IDX)  DELIMITED BY SIZE
                     '-'                      DELIMITED BY SIZE
                     WS-SEL-SERIE(WS-SEL-IDX) DELIMITED BY SIZE
                     '-'                      DELIMITED BY SIZE
                     WS-SEL-NO(WS-SEL-IDX)    DELIMITED BY SIZE
                     ' ABSENT DE L ARCHIVE'   DELIMITED BY SIZE
                     INTO ENRINQRPT
              END-STRING
              WRITE ENRINQRPT
              MOVE SPACES TO ENRINQRPT
              WRITE ENRINQRPT
           END-IF
           .

*> Encadrement de tete : mention de copie, nature du document, cle,
*> client, date d'emission et date limite de conservation (lues sur
*> la premiere ligne)
       3200-BANNIERE-DEBUT.

           EVALUATE DOC-TYPE
              WHEN 'F'
                 MOVE 'FACTURE'              TO WS-DOC-LIB
              WHEN 'A'
                 MOVE 'AVOIR'                TO WS-DOC-LIB
              WHEN 'V'
                 MOVE 'AVIS D ANNULATION'    TO WS-DOC-LIB
              WHEN 'I'
                 MOVE 'AVIS D INTERETS'      TO WS-DOC-LIB
              WHEN OTHER
                 MOVE 'DOCUMENT'             TO WS-DOC-LIB
           END-EVALUATE

           MOVE SPACES TO ENRINQRPT
           MOVE '======== COPIE CONFORME - COPY ========'
                TO ENRINQRPT(21:39)
           WRITE ENRINQRPT

           MOVE SPACES TO ENRINQRPT
           STRING FUNCTION TRIM(WS-DOC-LIB) DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  DOC-TYPE                  DELIMITED BY SIZE
                  '-'                       DELIMITED BY SIZE
                  DOC-SERIE                 DELIMITED BY SIZE
                  '-'                       DELIMITED BY SIZE
                  DOC-NO                    DELIMITED BY SIZE
                  '  CLIENT '               DELIMITED BY SIZE
                  DOC-C-NO                  DELIMITED BY SIZE
                  '  EMIS LE '              DELIMITED BY SIZE
                  DOC-DATE                  DELIMITED BY SIZE
                  INTO ENRINQRPT
           END-STRING
           WRITE ENRINQRPT

           MOVE SPACES TO ENRINQRPT
           STRING 'ARCHIVE LE '             DELIMITED BY SIZE
                  DOC-ARCHIVE-LE            DELIMITED BY SIZE
                  '  CONSERVATION JUSQU AU ' DELIMITED BY SIZE
                  DOC-CONSERVER             DELIMITED BY SIZE
                  INTO ENRINQRPT
           END-STRING
           WRITE ENRINQRPT

           MOVE SPACES TO ENRINQRPT
           WRITE ENRINQRPT
           .

*> Encadrement de pied : la mention de copie referme le document
       3300-BANNIERE-FIN.

           MOVE SPACES TO ENRINQRPT
           MOVE '======== COPIE CONFORME - COPY ========'
                TO ENRINQRPT(21:39)
           WRITE ENRINQRPT

           MOVE SPACES TO ENRINQRPT
           WRITE ENRINQRPT
           .

*> Synthese de fin de run et code retour
       9000-FIN.

           DISPLAY 'PDOCINQ : ' WS-CT-TROUVES ' DOCUMENTS REIMPRIMES, '
                   WS-CT-LIGNES ' LIGNES, ' WS-CT-ABSENTS
                   ' INTROUVABLES'
           IF WS-CT-DEBORD > 0
              DISPLAY 'PDOCINQ : ' WS-CT-DEBORD
                      ' DOCUMENTS AU-DELA DE LA TABLE NON REIMPRIMES'
           END-IF

           IF WS-RETURN-CODE NOT = 8
              IF WS-CT-TROUVES = 0 OR WS-CT-ABSENTS > 0
                 OR WS-CT-DEBORD > 0
                 MOVE 4 TO WS-RETURN-CODE
              ELSE
                 MOVE 0 TO WS-RETURN-CODE
              END-IF
           END-IF

           IF WS-DOC-OUVERT = 'Y'
              CLOSE FDOCARCH
           END-IF
           CLOSE FINQRPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
