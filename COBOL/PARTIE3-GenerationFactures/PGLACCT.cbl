*> ==========================================================
*> PGLACCT.cbl - Sous-programme de determination des comptes
*> comptables
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Donner a chaque ecrivain du journal comptable DGL-JRNL le
*>   compte d'une ecriture a partir de sa nature (clients, ventes,
*>   TVA, banque...) et, au besoin, du bureau facturant, de la
*>   categorie produit et de la devise du client, au lieu des
*>   numeros de compte cables en dur dans chaque programme
*> - Une ecriture sans compte parametre n'est jamais passee sur un
*>   compte par defaut : elle part au compte d'attente et elle est
*>   signalee sur DGL-SUSPENSE pour que la comptabilite la reclasse
*>
*> Entrées :
*> - LS-PROGRAMME : programme appelant (X(8)), reporte sur
*>   DGL-SUSPENSE
*> - LS-TYPE      : nature de l'ecriture (X(8), cf DGL-ACCOUNT) ;
*>   'SUSPENS' = ecriture que l'appelant envoie lui-meme en attente
*>   (cumul hors capacite), '*' = appel de cloture de fin de run
*>   (ferme les fichiers, cf PDEVISE)
*> - LS-OFFICE    : bureau facturant (X(20), blanc si sans objet)
*> - LS-CATEGORIE : categorie produit (X(10), blanc si sans objet)
*> - LS-DEVISE    : devise du client (X(2), blanc si sans objet)
*> - LS-SENS      : 'D' = debit, 'C' = credit (pour DGL-SUSPENSE)
*> - LS-MONTANT   : montant de l'ecriture (9(7)V99, idem)
*>
*> Sorties :
*> - LS-COMPTE : compte a mouvementer (X(6))
*> - LS-STATUT : 'Y' si un parametrage a ete trouve, 'N' si
*>   l'ecriture est passee au compte d'attente
*> - DGL-SUSPENSE : une ligne par ecriture passee en attente
*>   (horodatage, programme, cle cherchee, sens, montant, compte
*>   d'attente), en mode ajout
*>
*> Remarques :
*> - Fichier DGL-ACCOUNT (indexe, tenu par PGLMAINT) : cle nature +
*>   bureau + categorie + devise, chacun des trois derniers a blanc
*>   pour "tous". La recherche va du plus precis au plus general :
*>   bureau/categorie/devise, bureau/categorie, bureau/devise,
*>   categorie/devise, bureau, categorie, devise, puis la nature
*>   seule ; une ligne desactivee (GLA-ACTIF = 'N') est ignoree
*> - Le compte d'attente est lui-meme parametre (nature SUSPENS,
*>   reste de la cle a blanc) ; faute de ce parametre, ou de
*>   fichier DGL-ACCOUNT, c'est le 471000 du plan comptable, et tout
*>   part en attente plutot que sur un compte devine
*> - Comme PDEVISE, les fichiers s'ouvrent au premier appel du run
*>   et restent ouverts jusqu'a l'appel de cloture
*> - Code fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PGLACCT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FGLACCT ASSIGN TO DGL-ACCOUNT
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS GLA-CLE
                          FILE STATUS IS WS-STATUS-GLA.

*> Ecritures passees en attente, une ligne par ecriture
           SELECT FGLSUSP ASSIGN TO DGL-SUSPENSE
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-SUS.

       DATA DIVISION.
       FILE SECTION.

*> Un compte par nature d'ecriture, eventuellement precise par
*> bureau, categorie et devise (blanc = tous) ; meme structure que
*> celle tenue par PGLMAINT
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

       FD FGLSUSP
           RECORDING MODE IS F.

       01 ENRGLSUSP.
          05 SUS-HORODATAGE     PIC X(14).
          05 FILLER             PIC X(1).
          05 SUS-PROGRAMME      PIC X(8).
          05 FILLER             PIC X(1).
          05 SUS-TYPE           PIC X(8).
          05 FILLER             PIC X(1).
          05 SUS-OFFICE         PIC X(20).
          05 FILLER             PIC X(1).
          05 SUS-CATEGORIE      PIC X(10).
          05 FILLER             PIC X(1).
          05 SUS-DEVISE         PIC X(2).
          05 FILLER             PIC X(1).
          05 SUS-SENS           PIC X(1).
          05 FILLER             PIC X(1).
          05 SUS-MONTANT        PIC Z(6)9.99.
          05 FILLER             PIC X(1).
          05 SUS-COMPTE         PIC X(6).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-GLA   PIC 99 VALUE 0.
       77 WS-STATUS-SUS   PIC 99 VALUE 0.

*> 'Y' une fois les fichiers ouverts : l'etat du sous-programme
*> persiste d'un CALL a l'autre (cf PDEVISE)
       01 WS-INITIALISE   PIC X VALUE 'N'.
       01 WS-GLA-OUVERT   PIC X VALUE 'N'.

*> Compte d'attente du run, lu une fois a l'ouverture
       01 WS-COMPTE-ATTENTE PIC X(6) VALUE '471000'.

*> Ordre de recherche du plus precis au plus general : pour chaque
*> niveau, 'O' = bureau, 'C' = categorie, 'D' = devise retenus dans
*> la cle, '-' = a blanc
       01 WS-NIVEAUX-VAL.
          05 FILLER PIC X(12) VALUE 'OCDOC-O-D-CD'.
          05 FILLER PIC X(12) VALUE 'O---C---D---'.
       01 WS-NIVEAUX REDEFINES WS-NIVEAUX-VAL.
          05 WS-NIVEAU OCCURS 8 TIMES.
             10 WS-NIV-OFFICE    PIC X(1).
             10 WS-NIV-CATEGORIE PIC X(1).
             10 WS-NIV-DEVISE    PIC X(1).
       01 WS-NIV-IDX      PIC 9(1).
       01 WS-TROUVE       PIC X(1).

       LINKAGE SECTION.

       01 LS-PROGRAMME    PIC X(8).
       01 LS-TYPE         PIC X(8).
       01 LS-OFFICE       PIC X(20).
       01 LS-CATEGORIE    PIC X(10).
       01 LS-DEVISE       PIC X(2).
       01 LS-SENS         PIC X(1).
       01 LS-MONTANT      PIC 9(7)V99.
       01 LS-COMPTE       PIC X(6).
       01 LS-STATUT       PIC X(1).

       PROCEDURE DIVISION USING LS-PROGRAMME LS-TYPE LS-OFFICE
                                LS-CATEGORIE LS-DEVISE LS-SENS
                                LS-MONTANT LS-COMPTE LS-STATUT.

*> Appel de cloture de fin de run : fermeture des fichiers restes
*> ouverts, aucune recherche
           IF LS-TYPE = '*'
              PERFORM 3000-FIN
              GOBACK
           END-IF.

           IF WS-INITIALISE = 'N'
              PERFORM 1000-DEBUT
           END-IF.

           MOVE 'N' TO WS-TROUVE
           MOVE SPACES TO LS-COMPTE

           IF LS-TYPE NOT = 'SUSPENS' AND WS-GLA-OUVERT = 'Y'
              PERFORM 2000-CHERCHER-COMPTE
           END-IF

           IF WS-TROUVE = 'Y'
              MOVE 'Y' TO LS-STATUT
           ELSE
              MOVE 'N' TO LS-STATUT
              MOVE WS-COMPTE-ATTENTE TO LS-COMPTE
              PERFORM 2300-ECRIRE-ATTENTE
           END-IF

           GOBACK
           .

*> Premier appel du run : ouverture du parametrage et du rapport des
*> ecritures en attente, lecture du compte d'attente
       1000-DEBUT.

           OPEN INPUT FGLACCT
           IF WS-STATUS-GLA = 0
              MOVE 'Y' TO WS-GLA-OUVERT
              MOVE SPACES TO GLA-CLE
              MOVE 'SUSPENS' TO GLA-TYPE
              READ FGLACCT
                 INVALID KEY
                    DISPLAY 'PGLACCT : COMPTE D ATTENTE NON PARAMETRE,'
                            ' ' WS-COMPTE-ATTENTE ' RETENU'
                 NOT INVALID KEY
                    IF GLA-ACTIF NOT = 'N' AND GLA-COMPTE NOT = SPACES
                       MOVE GLA-COMPTE TO WS-COMPTE-ATTENTE
                    END-IF
              END-READ
           ELSE
              MOVE 'N' TO WS-GLA-OUVERT
              DISPLAY 'PGLACCT : DGL-ACCOUNT ABSENT, TOUTES LES'
                      ' ECRITURES PASSENT EN ATTENTE'
           END-IF

*> Le rapport est en mode ajout : tous les ecrivains du journal de la
*> journee y deposent leurs ecritures en attente
           OPEN EXTEND FGLSUSP
           IF WS-STATUS-SUS NOT = 0
              CLOSE FGLSUSP
              OPEN OUTPUT FGLSUSP
           END-IF

           MOVE 'Y' TO WS-INITIALISE
           .

*> Recherche du plus precis au plus general (cf WS-NIVEAUX) ; le
*> premier parametrage actif trouve donne le compte
       2000-CHERCHER-COMPTE.

           PERFORM VARYING WS-NIV-IDX FROM 1 BY 1
                   UNTIL WS-NIV-IDX > 8 OR WS-TROUVE = 'Y'
              PERFORM 2100-LIRE-NIVEAU
           END-PERFORM
           .

       2100-LIRE-NIVEAU.

           MOVE SPACES TO GLA-CLE
           MOVE LS-TYPE TO GLA-TYPE
           IF WS-NIV-OFFICE(WS-NIV-IDX) = 'O'
              MOVE LS-OFFICE TO GLA-OFFICE
           END-IF
           IF WS-NIV-CATEGORIE(WS-NIV-IDX) = 'C'
              MOVE LS-CATEGORIE TO GLA-CATEGORIE
           END-IF
           IF WS-NIV-DEVISE(WS-NIV-IDX) = 'D'
              MOVE LS-DEVISE TO GLA-DEVISE
           END-IF

           READ FGLACCT
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF GLA-ACTIF NOT = 'N' AND GLA-COMPTE NOT = SPACES
                    MOVE GLA-COMPTE TO LS-COMPTE
                    MOVE 'Y' TO WS-TROUVE
                 END-IF
           END-READ
           .

*> Ligne DGL-SUSPENSE de l'ecriture passee en attente
       2300-ECRIRE-ATTENTE.

           MOVE SPACES TO ENRGLSUSP
           MOVE FUNCTION CURRENT-DATE(1:14) TO SUS-HORODATAGE
           MOVE LS-PROGRAMME  TO SUS-PROGRAMME
           MOVE LS-TYPE       TO SUS-TYPE
           MOVE LS-OFFICE     TO SUS-OFFICE
           MOVE LS-CATEGORIE  TO SUS-CATEGORIE
           MOVE LS-DEVISE     TO SUS-DEVISE
           MOVE LS-SENS       TO SUS-SENS
           MOVE LS-MONTANT    TO SUS-MONTANT
           MOVE LS-COMPTE     TO SUS-COMPTE
           WRITE ENRGLSUSP

           DISPLAY 'PGLACCT : ' LS-PROGRAMME ' ' LS-TYPE
                   ' SANS COMPTE PARAMETRE, PASSE EN ATTENTE '
                   LS-COMPTE
           .

*> Fermeture de fin de run, sur l'appel de cloture de l'appelant ;
*> sans objet si aucune recherche n'a ouvert les fichiers
       3000-FIN.

           IF WS-INITIALISE = 'Y'
              IF WS-GLA-OUVERT = 'Y'
                 CLOSE FGLACCT
              END-IF
              CLOSE FGLSUSP
              MOVE 'N' TO WS-INITIALISE
              MOVE 'N' TO WS-GLA-OUVERT
              MOVE '471000' TO WS-COMPTE-ATTENTE
           END-IF
           .
