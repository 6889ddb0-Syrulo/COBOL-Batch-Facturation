*> ==========================================================
*> PFXREAL.cbl - Rapport mensuel du change realise
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Sortir pour un mois le change realise sur les reglements des
*>   clients factures en devise etrangere, par devise et par client :
*>   montant recu en devise, dollars recus, valeur soldee au taux
*>   d'origine des factures, gain ou perte realise, reprise du latent
*>   passe par PFXREVAL sur les factures reglees
*>
*> Entrées :
*> - SYSIN : mois a editer (AAAA-MM)
*> - DFX-REALISE : registre du change realise, une ligne par
*>   reglement en devise (cf PPAYMENT), une ligne de
*>   contre-passation par prelevement en devise revenu impaye (cf
*>   PDDRETURN, change seul, volumes a zero)
*>
*> Sorties :
*> - DFX-REAL-RPT : une ligne 'D' par devise et client, une ligne
*>   'S' de sous-total par devise, une ligne 'T' de total general
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - Montants nets signes : positif = gain, negatif = perte ; la
*>   reprise du latent est de signe oppose au latent repris
*> - Le montant en devise n'est additionne qu'au sein d'une devise :
*>   la ligne 'T' ne le porte pas
*> - Ce programme tourne en dehors du cycle FACTBAT, a la cloture
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PFXREAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

*> Même structure que celle écrite par PPAYMENT (cf PPAYMENT.cbl)
           SELECT FFXREAL ASSIGN TO DFX-REALISE
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-FXR.

           SELECT FRLSRPT ASSIGN TO DFX-REAL-RPT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-RPT.

           SELECT FTRAVAIL ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.

       FD FFXREAL
           RECORDING MODE IS F.

       01 ENRFXREAL.
          05 FXR-DATE        PIC X(10).
          05 FILLER          PIC X(1).
          05 FXR-C-NO        PIC 9(4).
          05 FILLER          PIC X(1).
          05 FXR-DEVISE      PIC X(2).
          05 FILLER          PIC X(1).
          05 FXR-INVOICE-NO  PIC 9(6).
          05 FILLER          PIC X(1).
          05 FXR-MONTANT-DEV PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 FXR-TAUX        PIC 99V999.
          05 FILLER          PIC X(1).
          05 FXR-RECU        PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 FXR-VALEUR      PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 FXR-SENS        PIC X(1).
          05 FILLER          PIC X(1).
          05 FXR-REALISE     PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 FXR-SENS-REPR   PIC X(1).
          05 FILLER          PIC X(1).
          05 FXR-REPRISE     PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 FXR-REFERENCE   PIC X(20).

*> Rapport du change realise. Selon RLS-TYPE :
*> 'D' devise / client : nb reglements, montant devise, recu,
*>     valeur d'origine, realise net, reprise nette
*> 'S' sous-total de la devise : memes colonnes, client a zero
*> 'T' total general : sans montant devise ni devise
       FD FRLSRPT
           RECORDING MODE IS F.

       01 ENRRLSRPT.
          05 RLS-TYPE        PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RLS-MOIS        PIC X(7).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RLS-DEVISE      PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RLS-C-NO        PIC 9(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RLS-NB          PIC Z(4)9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RLS-MONTANT-DEV PIC Z(8)9,99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RLS-RECU        PIC Z(8)9,99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RLS-VALEUR      PIC Z(8)9,99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RLS-REALISE     PIC -(8)9,99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RLS-REPRISE     PIC -(8)9,99.

*> Fichier de travail du tri du registre par devise et client
       SD FTRAVAIL.

       01 ENRTRAVAIL.
          05 SRT-DEVISE      PIC X(2).
          05 SRT-C-NO        PIC 9(4).
          05 SRT-MONTANT-DEV PIC 9(7)V99.
          05 SRT-RECU        PIC 9(7)V99.
          05 SRT-VALEUR      PIC 9(7)V99.
          05 SRT-REALISE     PIC S9(7)V99.
          05 SRT-REPRISE     PIC S9(7)V99.

       WORKING-STORAGE SECTION.

       77 WS-STATUS-FXR      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1) VALUE 'N'.
       01 WS-EOF-TRI         PIC X(1) VALUE 'N'.

*> Mois edite, recu sur SYSIN
       01 WS-MOIS            PIC X(7).

*> Cumuls d'un niveau de rupture : client, devise, general
       01 WS-CUM-CLIENT.
          05 WS-CLI-NB          PIC 9(5).
          05 WS-CLI-DEV         PIC S9(9)V99.
          05 WS-CLI-RECU        PIC S9(9)V99.
          05 WS-CLI-VALEUR      PIC S9(9)V99.
          05 WS-CLI-REALISE     PIC S9(9)V99.
          05 WS-CLI-REPRISE     PIC S9(9)V99.
       01 WS-CUM-DEVISE.
          05 WS-DVS-NB          PIC 9(5).
          05 WS-DVS-DEV         PIC S9(9)V99.
          05 WS-DVS-RECU        PIC S9(9)V99.
          05 WS-DVS-VALEUR      PIC S9(9)V99.
          05 WS-DVS-REALISE     PIC S9(9)V99.
          05 WS-DVS-REPRISE     PIC S9(9)V99.
       01 WS-CUM-GENERAL.
          05 WS-GEN-NB          PIC 9(5).
          05 WS-GEN-RECU        PIC S9(9)V99.
          05 WS-GEN-VALEUR      PIC S9(9)V99.
          05 WS-GEN-REALISE     PIC S9(9)V99.
          05 WS-GEN-REPRISE     PIC S9(9)V99.

*> Cles de rupture en cours
       01 WS-DEVISE-COURANTE PIC X(2).
       01 WS-CNO-COURANT     PIC 9(4).

       77 WS-CT-LUS          PIC 9(7) VALUE 0.
       77 WS-CT-RETENUS      PIC 9(7) VALUE 0.

*> Code retour remis au moniteur de job : 8 si le mois SYSIN est
*> absent ou invalide, 4 si aucun reglement en devise sur le mois,
*> 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              SORT FTRAVAIL
                   ON ASCENDING KEY SRT-DEVISE SRT-C-NO
                   INPUT PROCEDURE IS 2000-ALIMENTER-TRI
                   OUTPUT PROCEDURE IS 3000-IMPRIMER-RAPPORT
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Lecture du mois SYSIN, ouverture du rapport
       1000-DEBUT.

           ACCEPT WS-MOIS FROM SYSIN

           IF WS-MOIS(1:4) NOT NUMERIC
              OR WS-MOIS(5:1) NOT = '-'
              OR WS-MOIS(6:2) NOT NUMERIC
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PFXREAL : MOIS SYSIN INVALIDE (AAAA-MM)'
           END-IF

           OPEN OUTPUT FRLSRPT

           INITIALIZE WS-CUM-CLIENT
           INITIALIZE WS-CUM-DEVISE
           INITIALIZE WS-CUM-GENERAL
           .

*> Lignes du registre datees du mois edite, montants signes
       2000-ALIMENTER-TRI.

           OPEN INPUT FFXREAL
           IF WS-STATUS-FXR NOT = 0
              DISPLAY 'PFXREAL : DFX-REALISE ABSENT - RAPPORT VIDE'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FFXREAL
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-LUS
                       IF FXR-DATE(1:7) = WS-MOIS
                          PERFORM 2100-LIBERER-LIGNE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FFXREAL
           END-IF
           .

       2100-LIBERER-LIGNE.

           ADD 1 TO WS-CT-RETENUS

           MOVE FXR-DEVISE      TO SRT-DEVISE
           MOVE FXR-C-NO        TO SRT-C-NO
           MOVE FXR-MONTANT-DEV TO SRT-MONTANT-DEV
           MOVE FXR-RECU        TO SRT-RECU
           MOVE FXR-VALEUR      TO SRT-VALEUR
           IF FXR-SENS = 'P'
              COMPUTE SRT-REALISE = 0 - FXR-REALISE
           ELSE
              MOVE FXR-REALISE TO SRT-REALISE
           END-IF
           IF FXR-SENS-REPR = 'P'
              COMPUTE SRT-REPRISE = 0 - FXR-REPRISE
           ELSE
              MOVE FXR-REPRISE TO SRT-REPRISE
           END-IF
           RELEASE ENRTRAVAIL
           .

*> Rupture client dans la devise, puis rupture devise
       3000-IMPRIMER-RAPPORT.

           MOVE 'N' TO WS-EOF-TRI
           MOVE SPACES TO WS-DEVISE-COURANTE
           MOVE 0 TO WS-CNO-COURANT

           PERFORM UNTIL WS-EOF-TRI = 'Y'
              RETURN FTRAVAIL
                 AT END
                    MOVE 'Y' TO WS-EOF-TRI
                 NOT AT END
                    IF WS-CLI-NB > 0
                       AND (SRT-DEVISE NOT = WS-DEVISE-COURANTE
                            OR SRT-C-NO NOT = WS-CNO-COURANT)
                       PERFORM 3100-LIGNE-CLIENT
                    END-IF
                    IF WS-DVS-NB > 0
                       AND SRT-DEVISE NOT = WS-DEVISE-COURANTE
                       PERFORM 3200-LIGNE-DEVISE
                    END-IF
                    MOVE SRT-DEVISE TO WS-DEVISE-COURANTE
                    MOVE SRT-C-NO   TO WS-CNO-COURANT
                    ADD 1               TO WS-CLI-NB
                    ADD SRT-MONTANT-DEV TO WS-CLI-DEV
                    ADD SRT-RECU        TO WS-CLI-RECU
                    ADD SRT-VALEUR      TO WS-CLI-VALEUR
                    ADD SRT-REALISE     TO WS-CLI-REALISE
                    ADD SRT-REPRISE     TO WS-CLI-REPRISE
              END-RETURN
           END-PERFORM

           IF WS-CLI-NB > 0
              PERFORM 3100-LIGNE-CLIENT
           END-IF
           IF WS-DVS-NB > 0
              PERFORM 3200-LIGNE-DEVISE
           END-IF

           PERFORM 3300-LIGNE-TOTAL
           .

*> Ligne 'D' du client en rupture, cumulee dans sa devise
       3100-LIGNE-CLIENT.

           MOVE SPACES TO ENRRLSRPT
           MOVE 'D'                TO RLS-TYPE
           MOVE WS-MOIS            TO RLS-MOIS
           MOVE WS-DEVISE-COURANTE TO RLS-DEVISE
           MOVE WS-CNO-COURANT     TO RLS-C-NO
           MOVE WS-CLI-NB          TO RLS-NB
           MOVE WS-CLI-DEV         TO RLS-MONTANT-DEV
           MOVE WS-CLI-RECU        TO RLS-RECU
           MOVE WS-CLI-VALEUR      TO RLS-VALEUR
           MOVE WS-CLI-REALISE     TO RLS-REALISE
           MOVE WS-CLI-REPRISE     TO RLS-REPRISE
           WRITE ENRRLSRPT

           ADD WS-CLI-NB      TO WS-DVS-NB
           ADD WS-CLI-DEV     TO WS-DVS-DEV
           ADD WS-CLI-RECU    TO WS-DVS-RECU
           ADD WS-CLI-VALEUR  TO WS-DVS-VALEUR
           ADD WS-CLI-REALISE TO WS-DVS-REALISE
           ADD WS-CLI-REPRISE TO WS-DVS-REPRISE

           INITIALIZE WS-CUM-CLIENT
           .

*> Ligne 'S' de la devise en rupture, cumulee au total general
       3200-LIGNE-DEVISE.

           MOVE SPACES TO ENRRLSRPT
           MOVE 'S'                TO RLS-TYPE
           MOVE WS-MOIS            TO RLS-MOIS
           MOVE WS-DEVISE-COURANTE TO RLS-DEVISE
           MOVE 0                  TO RLS-C-NO
           MOVE WS-DVS-NB          TO RLS-NB
           MOVE WS-DVS-DEV         TO RLS-MONTANT-DEV
           MOVE WS-DVS-RECU        TO RLS-RECU
           MOVE WS-DVS-VALEUR      TO RLS-VALEUR
           MOVE WS-DVS-REALISE     TO RLS-REALISE
           MOVE WS-DVS-REPRISE     TO RLS-REPRISE
           WRITE ENRRLSRPT

           ADD WS-DVS-NB      TO WS-GEN-NB
           ADD WS-DVS-RECU    TO WS-GEN-RECU
           ADD WS-DVS-VALEUR  TO WS-GEN-VALEUR
           ADD WS-DVS-REALISE TO WS-GEN-REALISE
           ADD WS-DVS-REPRISE TO WS-GEN-REPRISE

           INITIALIZE WS-CUM-DEVISE
           .

       3300-LIGNE-TOTAL.

           MOVE SPACES TO ENRRLSRPT
           MOVE 'T'            TO RLS-TYPE
           MOVE WS-MOIS        TO RLS-MOIS
           MOVE 0              TO RLS-C-NO
           MOVE WS-GEN-NB      TO RLS-NB
           MOVE 0              TO RLS-MONTANT-DEV
           MOVE WS-GEN-RECU    TO RLS-RECU
           MOVE WS-GEN-VALEUR  TO RLS-VALEUR
           MOVE WS-GEN-REALISE TO RLS-REALISE
           MOVE WS-GEN-REPRISE TO RLS-REPRISE
           WRITE ENRRLSRPT
           .

*> Synthese de fin de run et code retour
       9000-FIN.

           DISPLAY 'PFXREAL : ' WS-CT-LUS ' LIGNES LUES, '
                   WS-CT-RETENUS ' REGLEMENTS DU MOIS, REALISE='
                   WS-GEN-REALISE ' REPRISE=' WS-GEN-REPRISE

           IF WS-RETURN-CODE NOT = 8
              IF WS-CT-RETENUS = 0
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF

           CLOSE FRLSRPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
