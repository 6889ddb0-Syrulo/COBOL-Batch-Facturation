*> ==========================================================
*> PGLMAINT.cbl - Maintenance de la table de determination des
*> comptes comptables DGL-ACCOUNT
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Appliquer des transactions validees sur DGL-ACCOUNT (compte a
*>   mouvementer par nature d'ecriture, bureau, categorie produit et
*>   devise, cf PGLACCT), au lieu de recompiler sept programmes a
*>   chaque changement du plan comptable
*> - Écrire une ligne d'audit par transaction (cle, compte avant/
*>   apres, operateur, horodatage), sur le modele de PDEVMAINT
*>
*> Entrée :
*> - DGL-ACCOUNT-TXN : une transaction par ligne, champs separes
*>   par ';' :
*>     TXN-CODE (A = ajout d'un parametrage, U = changement de
*>     compte, D = desactivation)
*>     TXN-TYPE (nature d'ecriture, X(8) : CLIENTS, VENTES, TVA,
*>     COMCHARG, COMDETTE, BANQUE, ESCOMPTE, RETOURS, FRAISFIN,
*>     ECARTACT, ECARTPAS, GAINCHG, PERTECHG, PERTECRE, ACOMPTES,
*>     ACHATS, FOURNISS, ANNULFAC, SUSPENS)
*>     TXN-OFFICE (bureau facturant, blanc = tous)
*>     TXN-CATEGORIE (categorie produit, blanc = toutes)
*>     TXN-DEVISE (devise du client, blanc = toutes)
*>     TXN-COMPTE (compte, 6 chiffres - pour A et U)
*>     TXN-LIBELLE (facultatif, libelle du parametrage ; a blanc
*>     sur U, le libelle reste inchange)
*>     TXN-OPERATEUR (identifiant du demandeur)
*>
*> Sorties :
*> - DGL-ACCOUNT        : table indexee (meme structure que celle
*>   lue par PGLACCT), mise a jour en RANDOM par cle, creee au
*>   premier run
*> - DGL-ACCOUNT-REJECT : transactions mal formees ou inapplicables
*> - DGL-ACCOUNT-AUDIT  : une ligne detail par transaction plus une
*>   ligne total ('T') en fin de run
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - Un parametrage desactive reste dans la table (GLA-ACTIF = 'N')
*>   et PGLACCT l'ignore ; un 'A' sur une cle desactivee la remet en
*>   service avec son nouveau compte. Rien n'est jamais retire de la
*>   table, a l'image du reste du systeme qui ne supprime rien
*> - Autorisation centrale DOPERAUTH, fonction GLMAINT (cf PDEVMAINT)
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PGLMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FTXN ASSIGN TO DGL-ACCOUNT-TXN
                       ORGANIZATION IS SEQUENTIAL
                       FILE STATUS IS WS-STATUS-TXN.

           SELECT FGLACCT ASSIGN TO DGL-ACCOUNT
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS GLA-CLE
                          FILE STATUS IS WS-STATUS-GLA.

           SELECT FREJECT ASSIGN TO DGL-ACCOUNT-REJECT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-REJ.

           SELECT FAUDIT ASSIGN TO DGL-ACCOUNT-AUDIT
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-AUD.

*> Autorisations operateurs (cf PDEVMAINT)
           SELECT FOPERAUTH ASSIGN TO DOPERAUTH
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-AUT.


       DATA DIVISION.
       FILE SECTION.

       FD FTXN
           RECORDING MODE IS F.

       01 ENRTXN         PIC X(120).

*> Même structure que celle lue par PGLACCT (cf PGLACCT.cbl)
       FD FGLACCT
           DATA RECORD IS ENRGLACCT.

       01 ENRGLACCT.
          05 GLA-CLE.
             10 GLA-TYPE        PIC X(8).
             10 GLA-OFFICE      PIC X(20).
             10 GLA-CATEGORIE   PIC X(10).
             10 GLA-DEVISE      PIC X(2).
          05 GLA-COMPTE         PIC X(6).
          05 GLA-LIBELLE        PIC X(30).
          05 GLA-ACTIF          PIC X(1).
          05 GLA-DATE-MAJ       PIC X(10).
          05 GLA-OPERATEUR      PIC X(8).
          05 FILLER             PIC X(10).

*> Transactions mal formées ou inapplicables : ligne brute + motif
       FD FREJECT
           RECORDING MODE IS F.

       01 ENRREJECT.
          05 REJ-RAW-LINE     PIC X(120).
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 REJ-REASON-CODE  PIC X(4).
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 REJ-REASON-TEXT  PIC X(30).

*> Journal d'audit : une ligne détail par transaction (AUD-REC-TYPE
*> = 'D') et, en fin de run, une ligne total (AUD-REC-TYPE = 'T')
       FD FAUDIT
           RECORDING MODE IS F.

       01 ENRGLAUDIT.
          05 AUD-REC-TYPE      PIC X(1).
          05 AUD-TXN-CODE      PIC X(1).
          05 AUD-CLE           PIC X(40).
          05 AUD-COMPTE-AVANT  PIC X(6).
          05 AUD-COMPTE-APRES  PIC X(6).
          05 AUD-ACTIF-APRES   PIC X(1).
          05 AUD-OPERATEUR     PIC X(8).
          05 AUD-RESULTAT      PIC X(1).
          05 AUD-TIMESTAMP     PIC X(21).
          05 AUD-LUS           PIC 9(5).
          05 AUD-APPLIQUEES    PIC 9(5).
          05 AUD-REJETEES      PIC 9(5).

*> Une autorisation par ligne : operateur, fonction, limite
       FD FOPERAUTH
           RECORDING MODE IS F.

       01 ENROPERAUTH.
          05 AUT-OPERATEUR    PIC X(8).
          05 FILLER           PIC X(1).
          05 AUT-FONCTION     PIC X(8).
          05 FILLER           PIC X(1).
          05 AUT-LIMITE       PIC 9(7)V99.


       WORKING-STORAGE SECTION.

       77 WS-STATUS-TXN  PIC 99 VALUE 0.
       77 WS-STATUS-GLA  PIC 99 VALUE 0.
       77 WS-STATUS-REJ  PIC 99 VALUE 0.
       77 WS-STATUS-AUD  PIC 99 VALUE 0.

       01 EOF            PIC X VALUE 'N'.
       01 WS-ENRTXN       PIC X(120).

*> Champs de la transaction en cours, issus de l'UNSTRING de WS-ENRTXN
       01 TXN-CODE        PIC X(1).
       01 TXN-CLE.
          05 TXN-TYPE       PIC X(8).
          05 TXN-OFFICE     PIC X(20).
          05 TXN-CATEGORIE  PIC X(10).
          05 TXN-DEVISE     PIC X(2).
       01 TXN-COMPTE      PIC X(6).
       01 TXN-LIBELLE     PIC X(30).
       01 TXN-OPERATEUR   PIC X(8).

*> Indicateurs de validation de la transaction en cours
       01 WS-VALID-REC     PIC X VALUE 'Y'.
       01 WS-REJECT-CODE   PIC X(4).
       01 WS-REJECT-TEXT   PIC X(30).

*> Compte avant/après pour la ligne d'audit de la transaction en cours
       01 WS-COMPTE-AVANT  PIC X(6).
       01 WS-COMPTE-APRES  PIC X(6).
       01 WS-ACTIF-APRES   PIC X(1).
       01 WS-AUDIT-RESULTAT PIC X VALUE 'N'.

*> Date du jour AAAA-MM-JJ portee sur les parametrages modifies
       01 WS-CURRENT       PIC X(21).
       01 WS-DATE-JOUR     PIC X(10).

*> Compteurs pour le total de contrôle de fin de run
       01 WS-CT-LUS        PIC 9(5) VALUE 0.
       01 WS-CT-APPLIQUEES PIC 9(5) VALUE 0.
       01 WS-CT-REJETEES   PIC 9(5) VALUE 0.

*> Autorisations chargees en memoire ; controle inactif si le
*> fichier est absent (WS-AUT-ACTIF = 'N')
       77 WS-STATUS-AUT  PIC 99 VALUE 0.
       01 WS-AUT-TABLE.
          05 WS-AUT-ENTRY OCCURS 50 TIMES.
             10 WS-AUT-OPER     PIC X(8).
             10 WS-AUT-FONC     PIC X(8).
             10 WS-AUT-LIM      PIC 9(7)V99.
       01 WS-NB-AUT      PIC 9(2) VALUE 0.
       01 WS-AUT-IDX     PIC 9(2).
       01 WS-AUT-ACTIF   PIC X(1) VALUE 'N'.
       01 WS-AUT-OK      PIC X(1).
       01 WS-EOF-AUT     PIC X(1).


       PROCEDURE DIVISION.

           PERFORM 1000-DEBUT
           PERFORM 2000-TRAITEMENT UNTIL EOF = 'Y'
           PERFORM 3000-FIN
           STOP RUN
           .

       1000-DEBUT.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT
           STRING WS-CURRENT(1:4) DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-CURRENT(5:2) DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  WS-CURRENT(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-JOUR
           END-STRING

           OPEN INPUT  FTXN
           OPEN OUTPUT FREJECT

*> Table creee au premier run (cf PDISPUTE pour le meme repli)
           OPEN I-O FGLACCT
           IF WS-STATUS-GLA NOT = 0
              CLOSE FGLACCT
              OPEN OUTPUT FGLACCT
              CLOSE FGLACCT
              OPEN I-O FGLACCT
           END-IF

*> Journal d'audit en mode ajout : l'historique des changements de
*> comptes survit d'un run de maintenance à l'autre
           OPEN EXTEND FAUDIT
           IF WS-STATUS-AUD NOT = 0
              CLOSE FAUDIT
              OPEN OUTPUT FAUDIT
           END-IF

           PERFORM 1050-CHARGER-AUTORISATIONS

           READ FTXN INTO WS-ENRTXN
                AT END
                    MOVE 'Y' TO EOF
           END-READ
           .

       2000-TRAITEMENT.

           ADD 1 TO WS-CT-LUS

*> Champs facultatifs : absents de la ligne, ils ne doivent pas
*> reprendre ceux de la transaction precedente
           INITIALIZE TXN-CODE TXN-CLE TXN-COMPTE TXN-LIBELLE
                      TXN-OPERATEUR
           UNSTRING WS-ENRTXN DELIMITED BY ';'
                 INTO TXN-CODE TXN-TYPE TXN-OFFICE TXN-CATEGORIE
                      TXN-DEVISE TXN-COMPTE TXN-LIBELLE
                      TXN-OPERATEUR
           END-UNSTRING

           MOVE SPACES TO WS-COMPTE-AVANT
           MOVE SPACES TO WS-COMPTE-APRES
           MOVE SPACES TO WS-ACTIF-APRES

           PERFORM 2010-VALIDER

           IF WS-VALID-REC = 'Y'
              EVALUATE TXN-CODE
                 WHEN 'A'
                    PERFORM 2020-AJOUTER-COMPTE
                 WHEN 'U'
                    PERFORM 2030-CHANGER-COMPTE
                 WHEN 'D'
                    PERFORM 2040-DESACTIVER
              END-EVALUATE
           ELSE
              ADD 1 TO WS-CT-REJETEES
              PERFORM 2090-REJETER
           END-IF

           READ FTXN INTO WS-ENRTXN
                AT END
                    MOVE 'Y' TO EOF
           END-READ
           .

*> Contrôle de forme de la transaction avant tout accès à DGL-ACCOUNT
       2010-VALIDER.

           MOVE 'Y' TO WS-VALID-REC
           MOVE SPACES TO WS-REJECT-CODE
           MOVE SPACES TO WS-REJECT-TEXT

           IF WS-ENRTXN = SPACES
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E001' TO WS-REJECT-CODE
              MOVE 'LIGNE VIDE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y'
              AND TXN-CODE NOT = 'A' AND TXN-CODE NOT = 'U'
              AND TXN-CODE NOT = 'D'
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E002' TO WS-REJECT-CODE
              MOVE 'CODE TRANSACTION INVALIDE' TO WS-REJECT-TEXT
           END-IF

*> '*' est reserve a l'appel de cloture de PGLACCT
           IF WS-VALID-REC = 'Y'
              AND (TXN-TYPE = SPACES OR TXN-TYPE = '*')
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E003' TO WS-REJECT-CODE
              MOVE 'NATURE D ECRITURE MANQUANTE' TO WS-REJECT-TEXT
           END-IF

*> Le compte d'attente ne se precise pas : une seule ligne SUSPENS
           IF WS-VALID-REC = 'Y' AND TXN-TYPE = 'SUSPENS'
              AND (TXN-OFFICE NOT = SPACES
                   OR TXN-CATEGORIE NOT = SPACES
                   OR TXN-DEVISE NOT = SPACES)
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E004' TO WS-REJECT-CODE
              MOVE 'COMPTE D ATTENTE NON VENTILABLE' TO WS-REJECT-TEXT
           END-IF

*> Compte fourni pour A et U seulement, six chiffres
           IF WS-VALID-REC = 'Y'
              AND (TXN-CODE = 'A' OR TXN-CODE = 'U')
              AND TXN-COMPTE NOT NUMERIC
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E005' TO WS-REJECT-CODE
              MOVE 'COMPTE NON NUMERIQUE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-OPERATEUR = SPACES
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E006' TO WS-REJECT-CODE
              MOVE 'OPERATEUR MANQUANT' TO WS-REJECT-TEXT
           END-IF

*> Autorisation centrale : la fonction GLMAINT doit etre ouverte a
*> l'operateur (cf DOPERAUTH)
           IF WS-VALID-REC = 'Y'
              PERFORM 2012-CONTROLER-OPERATEUR
           END-IF
           .

*> Chargement des autorisations operateurs ; fichier absent :
*> controle inactif, comportement historique
       1050-CHARGER-AUTORISATIONS.

           OPEN INPUT FOPERAUTH
           IF WS-STATUS-AUT = 0
              MOVE 'Y' TO WS-AUT-ACTIF
              MOVE 'N' TO WS-EOF-AUT
              PERFORM UNTIL WS-EOF-AUT = 'Y'
                 READ FOPERAUTH
                    AT END
                       MOVE 'Y' TO WS-EOF-AUT
                    NOT AT END
                       IF WS-NB-AUT < 50
                          ADD 1 TO WS-NB-AUT
                          MOVE AUT-OPERATEUR
                               TO WS-AUT-OPER(WS-NB-AUT)
                          MOVE AUT-FONCTION
                               TO WS-AUT-FONC(WS-NB-AUT)
                          MOVE AUT-LIMITE TO WS-AUT-LIM(WS-NB-AUT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FOPERAUTH
           END-IF
           .

*> L'operateur de la transaction en cours est-il autorise pour la
*> fonction GLMAINT ? Pas de montant ici, la limite est sans objet ;
*> controle inactif sans fichier
       2012-CONTROLER-OPERATEUR.

           MOVE 'Y' TO WS-AUT-OK

           IF WS-AUT-ACTIF = 'Y'
              MOVE 'N' TO WS-AUT-OK
              PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                      UNTIL WS-AUT-IDX > WS-NB-AUT
                 IF WS-AUT-OPER(WS-AUT-IDX) = TXN-OPERATEUR
                    AND WS-AUT-FONC(WS-AUT-IDX) = 'GLMAINT'
                    MOVE 'Y' TO WS-AUT-OK
                 END-IF
              END-PERFORM

              IF WS-AUT-OK = 'N'
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E030' TO WS-REJECT-CODE
                 MOVE 'OPERATEUR NON AUTORISE' TO WS-REJECT-TEXT
              END-IF
           END-IF
           .

*> Ajout d'un parametrage ; rejete si la cle est deja en service
*> (cf 2030 pour en changer le compte), remise en service si elle
*> avait ete desactivee
       2020-AJOUTER-COMPTE.

           MOVE TXN-CLE TO GLA-CLE
           READ FGLACCT
               INVALID KEY
                   MOVE SPACES TO ENRGLACCT
                   MOVE TXN-CLE       TO GLA-CLE
                   MOVE TXN-COMPTE    TO GLA-COMPTE
                   MOVE TXN-LIBELLE   TO GLA-LIBELLE
                   MOVE 'Y'           TO GLA-ACTIF
                   MOVE WS-DATE-JOUR  TO GLA-DATE-MAJ
                   MOVE TXN-OPERATEUR TO GLA-OPERATEUR

                   WRITE ENRGLACCT

                   MOVE GLA-COMPTE TO WS-COMPTE-APRES
                   MOVE GLA-ACTIF  TO WS-ACTIF-APRES
                   MOVE 'Y' TO WS-AUDIT-RESULTAT
                   ADD 1 TO WS-CT-APPLIQUEES
               NOT INVALID KEY
                   MOVE GLA-COMPTE TO WS-COMPTE-AVANT
                   IF GLA-ACTIF = 'N'
                      MOVE TXN-COMPTE    TO GLA-COMPTE
                      IF TXN-LIBELLE NOT = SPACES
                         MOVE TXN-LIBELLE TO GLA-LIBELLE
                      END-IF
                      MOVE 'Y'           TO GLA-ACTIF
                      MOVE WS-DATE-JOUR  TO GLA-DATE-MAJ
                      MOVE TXN-OPERATEUR TO GLA-OPERATEUR

                      REWRITE ENRGLACCT

                      MOVE GLA-COMPTE TO WS-COMPTE-APRES
                      MOVE GLA-ACTIF  TO WS-ACTIF-APRES
                      MOVE 'Y' TO WS-AUDIT-RESULTAT
                      ADD 1 TO WS-CT-APPLIQUEES
                   ELSE
                      MOVE GLA-COMPTE TO WS-COMPTE-APRES
                      MOVE GLA-ACTIF  TO WS-ACTIF-APRES
                      MOVE 'N' TO WS-AUDIT-RESULTAT
                      MOVE 'E010' TO WS-REJECT-CODE
                      MOVE 'PARAMETRAGE DEJA EXISTANT' TO WS-REJECT-TEXT
                      ADD 1 TO WS-CT-REJETEES
                      PERFORM 2090-REJETER
                   END-IF
           END-READ

           PERFORM 2095-ECRIRE-AUDIT
           .

*> Changement du compte d'un parametrage en service
       2030-CHANGER-COMPTE.

           MOVE TXN-CLE TO GLA-CLE
           READ FGLACCT
               INVALID KEY
                   MOVE 'N' TO WS-AUDIT-RESULTAT
                   MOVE 'E011' TO WS-REJECT-CODE
                   MOVE 'PARAMETRAGE INCONNU' TO WS-REJECT-TEXT
                   ADD 1 TO WS-CT-REJETEES
                   PERFORM 2090-REJETER
               NOT INVALID KEY
                   MOVE GLA-COMPTE TO WS-COMPTE-AVANT
                   IF GLA-ACTIF = 'N'
                      MOVE GLA-COMPTE TO WS-COMPTE-APRES
                      MOVE GLA-ACTIF  TO WS-ACTIF-APRES
                      MOVE 'N' TO WS-AUDIT-RESULTAT
                      MOVE 'E012' TO WS-REJECT-CODE
                      MOVE 'PARAMETRAGE DESACTIVE' TO WS-REJECT-TEXT
                      ADD 1 TO WS-CT-REJETEES
                      PERFORM 2090-REJETER
                   ELSE
                      MOVE TXN-COMPTE    TO GLA-COMPTE
                      IF TXN-LIBELLE NOT = SPACES
                         MOVE TXN-LIBELLE TO GLA-LIBELLE
                      END-IF
                      MOVE WS-DATE-JOUR  TO GLA-DATE-MAJ
                      MOVE TXN-OPERATEUR TO GLA-OPERATEUR

                      REWRITE ENRGLACCT

                      MOVE GLA-COMPTE TO WS-COMPTE-APRES
                      MOVE GLA-ACTIF  TO WS-ACTIF-APRES
                      MOVE 'Y' TO WS-AUDIT-RESULTAT
                      ADD 1 TO WS-CT-APPLIQUEES
                   END-IF
           END-READ

           PERFORM 2095-ECRIRE-AUDIT
           .

*> Désactivation : le parametrage reste dans la table, PGLACCT
*> retombe sur le niveau plus general suivant
       2040-DESACTIVER.

           MOVE TXN-CLE TO GLA-CLE
           READ FGLACCT
               INVALID KEY
                   MOVE 'N' TO WS-AUDIT-RESULTAT
                   MOVE 'E011' TO WS-REJECT-CODE
                   MOVE 'PARAMETRAGE INCONNU' TO WS-REJECT-TEXT
                   ADD 1 TO WS-CT-REJETEES
                   PERFORM 2090-REJETER
               NOT INVALID KEY
                   MOVE GLA-COMPTE    TO WS-COMPTE-AVANT
                   MOVE 'N'           TO GLA-ACTIF
                   MOVE WS-DATE-JOUR  TO GLA-DATE-MAJ
                   MOVE TXN-OPERATEUR TO GLA-OPERATEUR

                   REWRITE ENRGLACCT

                   MOVE GLA-COMPTE TO WS-COMPTE-APRES
                   MOVE GLA-ACTIF  TO WS-ACTIF-APRES
                   MOVE 'Y' TO WS-AUDIT-RESULTAT
                   ADD 1 TO WS-CT-APPLIQUEES
           END-READ

           PERFORM 2095-ECRIRE-AUDIT
           .

*> Ligne détail du journal d'audit pour la transaction en cours
       2095-ECRIRE-AUDIT.

           MOVE SPACES          TO ENRGLAUDIT
           MOVE 'D'              TO AUD-REC-TYPE
           MOVE TXN-CODE         TO AUD-TXN-CODE
           MOVE TXN-CLE          TO AUD-CLE
           MOVE WS-COMPTE-AVANT  TO AUD-COMPTE-AVANT
           MOVE WS-COMPTE-APRES  TO AUD-COMPTE-APRES
           MOVE WS-ACTIF-APRES   TO AUD-ACTIF-APRES
           MOVE TXN-OPERATEUR    TO AUD-OPERATEUR
           MOVE WS-AUDIT-RESULTAT TO AUD-RESULTAT
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP

           WRITE ENRGLAUDIT
           .

*> Écriture de la transaction rejetée dans DGL-ACCOUNT-REJECT
       2090-REJETER.

           MOVE WS-ENRTXN       TO REJ-RAW-LINE
           MOVE WS-REJECT-CODE  TO REJ-REASON-CODE
           MOVE WS-REJECT-TEXT  TO REJ-REASON-TEXT

           WRITE ENRREJECT

           DISPLAY 'REJET DGL-ACCOUNT-TXN ' WS-REJECT-CODE ' : '
                   WS-REJECT-TEXT
           .

*> Total de contrôle de fin de run : lues / appliquées / rejetées
       3000-FIN.

           MOVE SPACES TO ENRGLAUDIT
           MOVE 'T'             TO AUD-REC-TYPE
           MOVE WS-CT-LUS        TO AUD-LUS
           MOVE WS-CT-APPLIQUEES TO AUD-APPLIQUEES
           MOVE WS-CT-REJETEES   TO AUD-REJETEES
           WRITE ENRGLAUDIT

           DISPLAY 'CONTROLE PGLMAINT : LUES=' WS-CT-LUS
                   ' APPLIQUEES=' WS-CT-APPLIQUEES
                   ' REJETEES=' WS-CT-REJETEES

           IF WS-CT-LUS = 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-CT-REJETEES > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF

           CLOSE FTXN
           CLOSE FGLACCT
           CLOSE FREJECT
           CLOSE FAUDIT
           .
