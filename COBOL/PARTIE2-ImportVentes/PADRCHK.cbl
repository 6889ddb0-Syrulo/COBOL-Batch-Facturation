*> ==========================================================
*> PADRCHK.cbl - Sous-programme de controle d'une adresse postale
*> contre le referentiel des codes postaux
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Verifier que le code postal, la ville et l'etat d'une adresse
*>   concordent avec le referentiel postal DZIP-REF (code postal ->
*>   villes et etat), charge par PZIPLOAD depuis le fichier periodique
*>   de la poste - le meme controle pour la saisie (PCUSTMAINT) et
*>   pour le balayage du referentiel clients (PADRSWEEP)
*>
*> Entrées (LINKAGE) :
*> - LS-FONCTION : 'C' = controler une adresse, 'F' = fin de run
*>   (fermeture du referentiel)
*> - LS-ZIP      : code postal (X(5))
*> - LS-VILLE    : ville (X(20)), majuscules ou minuscules
*> - LS-ETAT     : etat (X(2))
*>
*> Sorties :
*> - LS-REF-VILLE / LS-REF-ETAT : ville et etat du referentiel pour ce
*>   code postal (la ville de l'etat saisi si le code postal en a
*>   plusieurs), blancs si le code postal est inconnu
*> - LS-STATUT :
*>     'Y' adresse concordante
*>     'V' code postal et etat concordants, ville inconnue pour ce
*>         code postal
*>     'S' code postal connu, mais pas dans cet etat
*>     'Z' code postal inconnu du referentiel
*>     'F' code postal mal forme (5 chiffres attendus)
*>     'E' referentiel indisponible, adresse non controlee
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - Le referentiel est ouvert au premier appel et reste ouvert
*>   jusqu'a l'appel 'F' (cf PDOCARCH)
*> - La ville est comparee en majuscules, caractere pour caractere :
*>   une abreviation non reconnue par la poste sort en 'V'
*> - Code fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PADRCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FZIPREF ASSIGN TO DZIP-REF
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS ZIP-CLE
                          FILE STATUS IS WS-STATUS-ZIP.

       DATA DIVISION.
       FILE SECTION.

*> Une ligne par couple code postal / ville ; meme decoupage dans
*> PZIPLOAD
       FD FZIPREF
           DATA RECORD IS ENRZIPREF.

       01 ENRZIPREF.
          05 ZIP-CLE.
             10 ZIP-CODE        PIC X(5).
             10 ZIP-VILLE       PIC X(20).
          05 ZIP-ETAT           PIC X(2).
          05 ZIP-CHARGE-LE      PIC X(10).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-ZIP      PIC 99 VALUE 0.

*> 'Y' referentiel ouvert, 'E' ouverture impossible (chaque appel
*> rend alors 'E' sans retenter)
       01 WS-OUVERT          PIC X(1) VALUE 'N'.

*> Parcours des villes du code postal demande
       01 WS-FIN-ZIP         PIC X(1).
       01 WS-ZIP-TROUVE      PIC X(1).
       01 WS-ETAT-TROUVE     PIC X(1).
       01 WS-VILLE-MAJ       PIC X(20).
       01 WS-REF-VILLE-MAJ   PIC X(20).

       LINKAGE SECTION.

       01 LS-FONCTION        PIC X(1).
       01 LS-ZIP             PIC X(5).
       01 LS-VILLE           PIC X(20).
       01 LS-ETAT            PIC X(2).
       01 LS-REF-VILLE       PIC X(20).
       01 LS-REF-ETAT        PIC X(2).
       01 LS-STATUT          PIC X(1).

       PROCEDURE DIVISION USING LS-FONCTION LS-ZIP LS-VILLE LS-ETAT
                                LS-REF-VILLE LS-REF-ETAT LS-STATUT.

           MOVE SPACES TO LS-REF-VILLE
           MOVE SPACES TO LS-REF-ETAT

           IF LS-FONCTION = 'F'
              IF WS-OUVERT = 'Y'
                 CLOSE FZIPREF
                 MOVE 'N' TO WS-OUVERT
              END-IF
              MOVE 'Y' TO LS-STATUT
              GOBACK
           END-IF

           IF WS-OUVERT = 'N'
              PERFORM 1000-OUVRIR-REFERENTIEL
           END-IF
           IF WS-OUVERT NOT = 'Y'
              MOVE 'E' TO LS-STATUT
              GOBACK
           END-IF

           IF LS-ZIP NOT NUMERIC
              MOVE 'F' TO LS-STATUT
              GOBACK
           END-IF

           PERFORM 2000-CHERCHER-ZIP
           GOBACK
           .

*> Referentiel en lecture seule : absent ou illisible, les adresses
*> ne sont pas controlees (l'appelant decide de la suite)
       1000-OUVRIR-REFERENTIEL.

           OPEN INPUT FZIPREF
           IF WS-STATUS-ZIP = 0
              MOVE 'Y' TO WS-OUVERT
           ELSE
              MOVE 'E' TO WS-OUVERT
              DISPLAY 'PADRCHK : DZIP-REF INDISPONIBLE ('
                      WS-STATUS-ZIP '), ADRESSES NON CONTROLEES'
           END-IF
           .

*> Toutes les villes du code postal, dans l'ordre de la cle : la
*> premiere ville de l'etat saisi (a defaut la premiere ville du code
*> postal) est rendue comme reference
       2000-CHERCHER-ZIP.

           MOVE 'N' TO WS-ZIP-TROUVE
           MOVE 'N' TO WS-ETAT-TROUVE
           MOVE 'N' TO WS-FIN-ZIP
           MOVE 'Z' TO LS-STATUT
           MOVE FUNCTION UPPER-CASE(LS-VILLE) TO WS-VILLE-MAJ

           MOVE LS-ZIP     TO ZIP-CODE
           MOVE LOW-VALUES TO ZIP-VILLE
           START FZIPREF KEY IS NOT LESS THAN ZIP-CLE
               INVALID KEY
                   MOVE 'Y' TO WS-FIN-ZIP
           END-START

           PERFORM UNTIL WS-FIN-ZIP = 'Y'
              READ FZIPREF NEXT RECORD
                  AT END
                      MOVE 'Y' TO WS-FIN-ZIP
                  NOT AT END
                      IF ZIP-CODE NOT = LS-ZIP
                         MOVE 'Y' TO WS-FIN-ZIP
                      ELSE
                         PERFORM 2100-COMPARER-VILLE
                      END-IF
              END-READ
           END-PERFORM
           .

*> Une ville du code postal : concordance complete = fin du
*> parcours ; sinon on retient la meilleure reference vue
       2100-COMPARER-VILLE.

           IF WS-ZIP-TROUVE = 'N'
              MOVE 'Y' TO WS-ZIP-TROUVE
              MOVE ZIP-VILLE TO LS-REF-VILLE
              MOVE ZIP-ETAT  TO LS-REF-ETAT
              MOVE 'S' TO LS-STATUT
           END-IF

           IF ZIP-ETAT = LS-ETAT
              IF WS-ETAT-TROUVE = 'N'
                 MOVE 'Y' TO WS-ETAT-TROUVE
                 MOVE ZIP-VILLE TO LS-REF-VILLE
                 MOVE ZIP-ETAT  TO LS-REF-ETAT
                 MOVE 'V' TO LS-STATUT
              END-IF
              MOVE FUNCTION UPPER-CASE(ZIP-VILLE) TO WS-REF-VILLE-MAJ
              IF WS-REF-VILLE-MAJ = WS-VILLE-MAJ
                 MOVE ZIP-VILLE TO LS-REF-VILLE
                 MOVE 'Y' TO LS-STATUT
                 MOVE 'Y' TO WS-FIN-ZIP
              END-IF
           END-IF
           .
