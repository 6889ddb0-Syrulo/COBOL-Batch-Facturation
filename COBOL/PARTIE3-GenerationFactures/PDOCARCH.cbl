*> ==========================================================
*> PDOCARCH.cbl - Sous-programme d'archivage legal des documents
*> emis
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Conserver chaque document emis au client tel qu'il a ete
*>   imprime, ligne a ligne, dans une archive indexee commune
*>   (DDOC-ARCHIVE) : factures (PFACTURE), avoirs (PRETURN), avis
*>   d'annulation (PVOID) et avis d'interets de retard (PFINCHG) -
*>   jusqu'ici seule la re-generation depuis l'extrait archive etait
*>   possible (PARCHINQ), jamais la copie exacte de l'original
*> - Cle primaire : type de document + serie + numero + N° de ligne ;
*>   cle alternative : client + date du document (doublons admis),
*>   pour la consultation par client de PDOCINQ
*>
*> Entrées (LINKAGE) :
*> - LS-FONCTION : 'W' = archiver une ligne, 'F' = fin de run
*>   (fermeture de l'archive)
*> - LS-TYPE     : 'F' facture, 'A' avoir, 'V' avis d'annulation,
*>   'I' avis d'interets de retard
*> - LS-SERIE    : serie de numerotation (bureau facturant pour les
*>   factures et les avis d'annulation, 0 sinon)
*> - LS-NO       : numero du document
*> - LS-C-NO     : N° de client destinataire
*> - LS-DATE     : date du document (AAAA-MM-JJ)
*> - LS-LIGNE    : ligne imprimee (80 colonnes), recopiee telle quelle
*>
*> Sorties :
*> - LS-STATUT : 'Y' ligne archivee, 'D' document deja archive (la
*>   ligne est ignoree), 'E' archive indisponible ou ecriture refusee
*> - DDOC-ARCHIVE : une ligne par ligne imprimee, numerotee dans le
*>   document, avec sa date limite de conservation
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - L'archive est ouverte au premier appel et reste ouverte jusqu'a
*>   l'appel 'F' (un appel par ligne imprimee : pas d'ouverture par
*>   appel comme PRUNLOG)
*> - Un document deja present (reprise apres abend, run rejoue) n'est
*>   jamais reecrit : l'original fait foi, la copie du rejeu est
*>   ignoree document entier
*> - Date limite de conservation = date du document + 10 ans
*>   (WS-DUREE-CONSERVATION, obligation de conservation des pieces
*>   comptables) ; un 29 fevrier est reporte au 1er mars. PDOCPURGE
*>   refuse toute suppression avant cette date
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PDOCARCH.

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

       DATA DIVISION.
       FILE SECTION.

*> Une ligne imprimee par enregistrement ; meme decoupage dans
*> PDOCINQ et PDOCPURGE
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

       WORKING-STORAGE SECTION.

       77 WS-STATUS-DOC      PIC 99 VALUE 0.

*> 'Y' archive ouverte, 'E' ouverture impossible (chaque appel
*> rend alors 'E' sans retenter)
       01 WS-OUVERT          PIC X(1) VALUE 'N'.

*> Document en cours d'archivage : cle, dernier N° de ligne ecrit,
*> 'Y' s'il etait deja archive avant ce run
       01 WS-DOC-COURANT.
          05 WS-COUR-TYPE    PIC X(1) VALUE SPACE.
          05 WS-COUR-SERIE   PIC 9(1) VALUE 0.
          05 WS-COUR-NO      PIC 9(6) VALUE 0.
       01 WS-COUR-LIGNE      PIC 9(4) VALUE 0.
       01 WS-COUR-DEJA       PIC X(1) VALUE 'N'.
       01 WS-COUR-CONSERVER  PIC X(10).

*> Duree legale de conservation, en annees
       01 WS-DUREE-CONSERVATION PIC 99 VALUE 10.
       01 WS-CONS-ANNEE      PIC 9(4).

       01 WS-DATE-CURRENT    PIC X(21).
       01 WS-DATE-ARCHIVE    PIC X(10).

       LINKAGE SECTION.

       01 LS-FONCTION        PIC X(1).
       01 LS-TYPE            PIC X(1).
       01 LS-SERIE           PIC 9(1).
       01 LS-NO              PIC 9(6).
       01 LS-C-NO            PIC 9(4).
       01 LS-DATE            PIC X(10).
       01 LS-LIGNE           PIC X(80).
       01 LS-STATUT          PIC X(1).

       PROCEDURE DIVISION USING LS-FONCTION LS-TYPE LS-SERIE LS-NO
                                LS-C-NO LS-DATE LS-LIGNE LS-STATUT.

           MOVE 'Y' TO LS-STATUT

           IF LS-FONCTION = 'F'
              IF WS-OUVERT = 'Y'
                 CLOSE FDOCARCH
                 MOVE 'N' TO WS-OUVERT
              END-IF
              GOBACK
           END-IF

           IF WS-OUVERT = 'N'
              PERFORM 1000-OUVRIR-ARCHIVE
           END-IF
           IF WS-OUVERT NOT = 'Y'
              MOVE 'E' TO LS-STATUT
              GOBACK
           END-IF

*> Premiere ligne d'un nouveau document : numerotation remise a
*> zero, controle de presence et date limite de conservation
           IF LS-TYPE NOT = WS-COUR-TYPE
              OR LS-SERIE NOT = WS-COUR-SERIE
              OR LS-NO NOT = WS-COUR-NO
              PERFORM 2000-NOUVEAU-DOCUMENT
           END-IF

           IF WS-COUR-DEJA = 'Y'
              MOVE 'D' TO LS-STATUT
              GOBACK
           END-IF

           PERFORM 3000-ECRIRE-LIGNE
           GOBACK
           .

*> Archive en mise a jour ; premier run apres sa mise en place :
*> creee vide puis rouverte (cf FINVXREF dans PFACTURE)
       1000-OUVRIR-ARCHIVE.

           OPEN I-O FDOCARCH
           IF WS-STATUS-DOC NOT = 0
              CLOSE FDOCARCH
              OPEN OUTPUT FDOCARCH
              CLOSE FDOCARCH
              OPEN I-O FDOCARCH
           END-IF

           IF WS-STATUS-DOC = 0
              MOVE 'Y' TO WS-OUVERT
           ELSE
              MOVE 'E' TO WS-OUVERT
              DISPLAY 'PDOCARCH : DDOC-ARCHIVE INDISPONIBLE ('
                      WS-STATUS-DOC '), AUCUN DOCUMENT ARCHIVE'
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT
           STRING WS-DATE-CURRENT(1:4) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(5:2) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-ARCHIVE
           END-STRING
           .

*> Document deja archive si sa ligne 1 existe : l'original est
*> conserve, toutes les lignes de ce document seront ignorees
       2000-NOUVEAU-DOCUMENT.

           MOVE LS-TYPE  TO WS-COUR-TYPE
           MOVE LS-SERIE TO WS-COUR-SERIE
           MOVE LS-NO    TO WS-COUR-NO
           MOVE 0        TO WS-COUR-LIGNE
           MOVE 'N'      TO WS-COUR-DEJA

           MOVE LS-TYPE  TO DOC-TYPE
           MOVE LS-SERIE TO DOC-SERIE
           MOVE LS-NO    TO DOC-NO
           MOVE 1        TO DOC-LIGNE
           READ FDOCARCH KEY IS DOC-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-COUR-DEJA
                   DISPLAY 'PDOCARCH : DOCUMENT ' LS-TYPE '-'
                           LS-SERIE '-' LS-NO
                           ' DEJA ARCHIVE, ORIGINAL CONSERVE'
           END-READ

           PERFORM 2100-DATE-CONSERVATION
           .

*> Date limite = date du document + duree legale, un 29 fevrier
*> devenant 1er mars (l'annee d'arrivee n'est pas forcement
*> bissextile ; reporter plutot qu'avancer)
       2100-DATE-CONSERVATION.

           MOVE LS-DATE TO WS-COUR-CONSERVER
           IF LS-DATE(1:4) NUMERIC
              COMPUTE WS-CONS-ANNEE =
                      FUNCTION NUMVAL(LS-DATE(1:4))
                      + WS-DUREE-CONSERVATION
              MOVE WS-CONS-ANNEE TO WS-COUR-CONSERVER(1:4)
              IF LS-DATE(6:5) = '02-29'
                 MOVE '03-01' TO WS-COUR-CONSERVER(6:5)
              END-IF
           ELSE
*> Date illisible : conservation sans limite plutot que purgeable
              MOVE '9999-12-31' TO WS-COUR-CONSERVER
           END-IF
           .

       3000-ECRIRE-LIGNE.

           ADD 1 TO WS-COUR-LIGNE

           MOVE LS-TYPE           TO DOC-TYPE
           MOVE LS-SERIE          TO DOC-SERIE
           MOVE LS-NO             TO DOC-NO
           MOVE WS-COUR-LIGNE     TO DOC-LIGNE
           MOVE LS-C-NO           TO DOC-C-NO
           MOVE LS-DATE           TO DOC-DATE
           MOVE WS-COUR-CONSERVER TO DOC-CONSERVER
           MOVE WS-DATE-ARCHIVE   TO DOC-ARCHIVE-LE
           MOVE LS-LIGNE          TO DOC-IMAGE
           WRITE ENRDOCARCH
               INVALID KEY
                   MOVE 'E' TO LS-STATUT
           END-WRITE
           .
