*> ==========================================================
*> PORDACK.cbl - Accuses de commande et avis de commandes rejetees
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Envoyer au client, des l'import par PORDER, un accuse de
*>   reception de sa commande dans sa langue (CUSTOMERS.LANG), en
*>   blocs de 80 colonnes dans le style de PFACTURE : chaque ligne
*>   avec le prix reellement applique et son etat - ACCEPTEE,
*>   SUBSTITUEE (DORDER-SUBST), EN RELIQUAT (DORDER-BACKORDER) ou EN
*>   ATTENTE CREDIT (ORDERS.CREDIT_HOLD) - et l'adresse de livraison ;
*>   le client n'apprenait ce que nous avions accepte qu'a la facture,
*>   parfois des semaines plus tard pour les lignes en reliquat
*> - Pour chaque commande rejetee (DORDER-REJECT), un avis "commande
*>   non traitee" adresse au vendeur, a charge pour lui de recontacter
*>   le client
*>
*> Entrées :
*> - FPRICESRC / DORDER-PRICESRC : une ligne par article accepte du
*>   run (cf PORDER.3050) - donne les commandes a accuser
*> - FSUBJRNL / DORDER-SUBST : substitutions operees (cumulatif)
*> - FBACKORD / DORDER-BACKORDER : ventes passees en stock negatif
*>   (cumulatif)
*> - FREJORD / DORDER-REJECT : rejets du run
*> - Tables DB2 : ORDERS, ITEMS, CUSTOMERS, PRODUCTS, EMPLOYEES
*>   (lecture seule)
*>
*> Sorties :
*> - DORDER-ACK : accuses de commande, lignes de 80 caracteres
*> - DORDER-REJNOTE : avis aux vendeurs, lignes de 80 caracteres
*>
*> Sous-programmes appelés :
*> - PRUNLOG : journal d'execution du cycle
*>
*> Remarques :
*> - Seules les lignes de DORDER-SUBST et DORDER-BACKORDER des
*>   commandes du run sont retenues : les fichiers sont cumulatifs,
*>   les commandes hors de la plage de N° du run sont ecartees
*>   d'emblee
*> - Un kit est accuse composant par composant, tel qu'il a ete
*>   insere dans ITEMS (la facture le repliera, cf PEXTRACT)
*> - Langue : 'E' = anglais, toute autre valeur (blanc compris) =
*>   francais
*> - Vendeur d'un rejet : celui de la commande si une partie en a ete
*>   acceptee, sinon celui de la derniere commande du client ; client
*>   inconnu ou sans historique : avis "NON ATTRIBUE", pour
*>   l'administration des ventes
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PORDACK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FPRICESRC ASSIGN TO DORDER-PRICESRC
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-PSR.

           SELECT FSUBJRNL ASSIGN TO DORDER-SUBST
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-SBJ.

           SELECT FBACKORD ASSIGN TO DORDER-BACKORDER
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-BKO.

           SELECT FREJORD ASSIGN TO DORDER-REJECT
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-REJ.

           SELECT FACK ASSIGN TO DORDER-ACK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS IS WS-STATUS-ACK.

           SELECT FREJNOTE ASSIGN TO DORDER-REJNOTE
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-NOT.

       DATA DIVISION.
       FILE SECTION.

*> Même structure que celle écrite par PORDER (cf PORDER.cbl)
       FD FPRICESRC
           RECORDING MODE IS F.

       01 ENRPRICESRC.
          05 PSR-NO         PIC 9(6).
          05 FILLER         PIC X(1).
          05 PSR-P-NO       PIC 9(3).
          05 FILLER         PIC X(1).
          05 PSR-PRICE      PIC Z(5),99.
          05 FILLER         PIC X(1).
          05 PSR-MOTIF      PIC X(30).

*> Même structure que celle écrite par PORDER (cf PORDER.cbl)
       FD FSUBJRNL
           RECORDING MODE IS F.

       01 ENRSUBJRNL.
          05 SBJ-O-NO       PIC 9(6).
          05 FILLER         PIC X(1).
          05 SBJ-OLD-PNO    PIC 9(3).
          05 FILLER         PIC X(1).
          05 SBJ-NEW-PNO    PIC 9(3).
          05 FILLER         PIC X(1).
          05 SBJ-MOTIF      PIC X(30).

*> Même structure que celle écrite par PORDER (cf PORDER.cbl)
       FD FBACKORD
           RECORDING MODE IS F.

       01 ENRBACKORD.
          05 BKO-NO         PIC 9(6).
          05 FILLER         PIC X(1).
          05 BKO-P-NO       PIC 9(3).
          05 FILLER         PIC X(1).
          05 BKO-QUANTITY   PIC 9(4).
          05 FILLER         PIC X(1).
          05 BKO-STOCK-APRES PIC S9(5).
          05 FILLER         PIC X(1).
          05 BKO-MOTIF      PIC X(30).
          05 FILLER         PIC X(1).
          05 BKO-DEPOT      PIC X(2).

*> Même structure que celle écrite par PORDER (cf PORDER.cbl)
       FD FREJORD
           RECORDING MODE IS F.

       01 ENRREJORD.
          05 REJ-NO         PIC 9(6).
          05 FILLER         PIC X(1).
          05 REJ-REGION     PIC X(2).
          05 FILLER         PIC X(1).
          05 REJ-P-NO       PIC 9(3).
          05 FILLER         PIC X(1).
          05 REJ-C-NO       PIC 9(4).
          05 FILLER         PIC X(1).
          05 REJ-MOTIF      PIC X(30).

       FD FACK
           RECORDING MODE F
           DATA RECORD IS ENRACK.

       01 ENRACK             PIC X(80).

       FD FREJNOTE
           RECORDING MODE F
           DATA RECORD IS ENRNOTE.

       01 ENRNOTE            PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE ORDERS END-EXEC.

           EXEC SQL INCLUDE ITEMS END-EXEC.

           EXEC SQL INCLUDE CUSTOMER END-EXEC.

           EXEC SQL INCLUDE PRODUCTS END-EXEC.

           EXEC SQL INCLUDE EMPLOYEE END-EXEC.

*> Colonnes ajoutees apres les membres DCLGEN de ce depot, declarees
*> localement (cf PEXTRACT)
       01 O-CREDIT-HOLD          PIC X(1).
       01 C-SHIP-ADDRESS.
          05 C-SHIP-ADDRESS-LEN  PIC S9(4) COMP.
          05 C-SHIP-ADDRESS-TEXT PIC X(100).
       01 C-SHIP-CITY.
          05 C-SHIP-CITY-LEN     PIC S9(4) COMP.
          05 C-SHIP-CITY-TEXT    PIC X(20).
       01 C-SHIP-STATE           PIC X(2).
       01 C-SHIP-ZIP             PIC X(5).
       01 C-LANG                 PIC X(1).

*> Lignes de la commande en cours, avec la description du produit
           EXEC SQL DECLARE CLIGNES CURSOR FOR
                SELECT I.P_NO, I.QUANTITY, I.PRICE,
                       VALUE(P.DESCRIPTION, ' ')
                FROM API12.ITEMS I
                LEFT JOIN API12.PRODUCTS P ON P.P_NO = I.P_NO
                WHERE I.O_NO = :O-O-NO
                ORDER BY I.P_NO
           END-EXEC.

       77 WS-STATUS-PSR      PIC 99 VALUE 0.
       77 WS-STATUS-SBJ      PIC 99 VALUE 0.
       77 WS-STATUS-BKO      PIC 99 VALUE 0.
       77 WS-STATUS-REJ      PIC 99 VALUE 0.
       77 WS-STATUS-ACK      PIC 99 VALUE 0.
       77 WS-STATUS-NOT      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1) VALUE 'N'.

*> Commandes acceptees du run, dans l'ordre de DORDER-PRICESRC, et
*> plage de leurs N° pour ecarter l'historique des journaux cumulatifs
       01 WS-CDE-TABLE.
          05 WS-CDE-ENTRY OCCURS 9999 TIMES.
             10 WS-CDE-ONO      PIC 9(6).
       01 WS-NB-CDE          PIC 9(4) VALUE 0.
       01 WS-CDE-IDX         PIC 9(4).
       01 WS-ONO-MIN         PIC 9(6) VALUE 999999.
       01 WS-ONO-MAX         PIC 9(6) VALUE 0.
       01 WS-DERNIER-ONO     PIC 9(6) VALUE 0.

*> Substitutions et reliquats des commandes du run
       01 WS-SUB-TABLE.
          05 WS-SUB-ENTRY OCCURS 9999 TIMES.
             10 WS-SUB-ONO      PIC 9(6).
             10 WS-SUB-OLD      PIC 9(3).
             10 WS-SUB-NEW      PIC 9(3).
       01 WS-NB-SUB          PIC 9(4) VALUE 0.
       01 WS-SUB-IDX         PIC 9(4).

       01 WS-BKO-TABLE.
          05 WS-BKO-ENTRY OCCURS 9999 TIMES.
             10 WS-BKO-ONO      PIC 9(6).
             10 WS-BKO-PNO      PIC 9(3).
       01 WS-NB-BKO          PIC 9(4) VALUE 0.
       01 WS-BKO-IDX         PIC 9(4).

       01 WS-DANS-RUN        PIC X(1).
       77 WS-CT-DEBORD       PIC 9(5) VALUE 0.

*> Commande et ligne en cours
       01 WS-PNO-N           PIC 9(3).
       01 WS-LIG-ETAT        PIC X(1).
       01 WS-LIG-ANCIEN      PIC 9(3).
       01 WS-LIG-TOTAL       PIC 9(7)V99.
       01 WS-CDE-TOTAL       PIC 9(9)V99.
       01 WS-CDE-RELIQUATS   PIC 9(4).

*> Libelles du document dans la langue du client (cf PFACTURE.2055)
       01 WS-LANGUE          PIC X(1).
       01 WS-LIB-TITRE       PIC X(31).
       01 WS-LIB-COMMANDE    PIC X(15).
       01 WS-LIB-DATE        PIC X(16).
       01 WS-LIB-LIVRER      PIC X(8).
       01 WS-LIB-PRODUIT     PIC X(7).
       01 WS-LIB-DESC        PIC X(11).
       01 WS-LIB-QTE         PIC X(8).
       01 WS-LIB-PRIX        PIC X(5).
       01 WS-LIB-LTOT        PIC X(10).
       01 WS-LIB-ETAT        PIC X(6).
       01 WS-LIB-ACCEPTEE    PIC X(14).
       01 WS-LIB-SUBST       PIC X(14).
       01 WS-LIB-RELIQUAT    PIC X(14).
       01 WS-LIB-ATTENTE     PIC X(14).
       01 WS-LIB-REMPLACE    PIC X(24).
       01 WS-LIB-TOTAL       PIC X(17).
       01 WS-LIB-MSG-ATTENTE PIC X(60).
       01 WS-LIB-MSG-RELIQ   PIC X(60).
       01 WS-LIB-MSG-FIN     PIC X(60).

*> Champs d'edition
       77 WS-QTE-STR         PIC ZZZ9.
       77 WS-PRIX-STR        PIC Z(4)9,99.
       77 WS-LTOT-STR        PIC Z(6)9,99.
       77 WS-CTOT-STR        PIC Z(8)9,99.

*> Avis de rejet en cours : une commande rejetee peut porter
*> plusieurs lignes consecutives dans DORDER-REJECT
       01 WS-REJ-ONO         PIC 9(6).
       01 WS-REJ-OUVERT      PIC X(1) VALUE 'N'.
       01 WS-VENDEUR         PIC 9(2).
       01 WS-VENDEUR-TROUVE  PIC X(1).
       01 WS-VENDEUR-NOM     PIC X(30).
       01 WS-CLI-NOM         PIC X(30).

*> Compteurs de fin de run
       77 WS-CT-ACCUSES      PIC 9(5) VALUE 0.
       77 WS-CT-LIGNES       PIC 9(6) VALUE 0.
       77 WS-CT-AVIS         PIC 9(5) VALUE 0.
       77 WS-CT-ERREURS      PIC 9(4) VALUE 0.

*> Code retour remis au moniteur de job : 4 si une commande n'a pas
*> pu etre relue dans DB2 ou si une table a deborde (accuses
*> incomplets), 0 sinon - rien a accuser n'est pas une erreur
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

*> Journal d'execution du cycle (cf PRUNLOG) : un horodatage au
*> debut et un a la fin du run, pour la tendance des durees par
*> etape de PRUNTREND
       01 PRUNLOG            PIC X(7) VALUE 'PRUNLOG'.
       01 WS-RL-NOM          PIC X(8).
       01 WS-RL-PHASE        PIC X(1).
       01 WS-RL-RC           PIC 9(1).
       01 WS-RL-COMPTEUR     PIC 9(7).

       PROCEDURE DIVISION.

       0000-MAINLINE.

           MOVE 'PORDACK' TO WS-RL-NOM
           MOVE 'D' TO WS-RL-PHASE
           MOVE 0 TO WS-RL-RC
           MOVE 0 TO WS-RL-COMPTEUR
           CALL PRUNLOG USING WS-RL-NOM WS-RL-PHASE WS-RL-RC
                              WS-RL-COMPTEUR

           PERFORM 1000-DEBUT
           PERFORM 1100-CHARGER-COMMANDES
           PERFORM 1200-CHARGER-SUBSTITUTIONS
           PERFORM 1300-CHARGER-RELIQUATS

           PERFORM 2000-ACCUSER-COMMANDE
                   VARYING WS-CDE-IDX FROM 1 BY 1
                   UNTIL WS-CDE-IDX > WS-NB-CDE

           PERFORM 3000-AVIS-REJETS

           PERFORM 9000-FIN
           STOP RUN
           .

       1000-DEBUT.

           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

           OPEN OUTPUT FACK
           OPEN OUTPUT FREJNOTE
           .

*> Commandes accusees : une par N° distinct de DORDER-PRICESRC (les
*> lignes d'une commande s'y suivent)
       1100-CHARGER-COMMANDES.

           OPEN INPUT FPRICESRC
           IF WS-STATUS-PSR = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FPRICESRC
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF PSR-NO NOT = WS-DERNIER-ONO
                          PERFORM 1110-RETENIR-COMMANDE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FPRICESRC
           END-IF
           .

       1110-RETENIR-COMMANDE.

           MOVE PSR-NO TO WS-DERNIER-ONO
           IF WS-NB-CDE < 9999
              ADD 1 TO WS-NB-CDE
              MOVE PSR-NO TO WS-CDE-ONO(WS-NB-CDE)
              IF PSR-NO < WS-ONO-MIN
                 MOVE PSR-NO TO WS-ONO-MIN
              END-IF
              IF PSR-NO > WS-ONO-MAX
                 MOVE PSR-NO TO WS-ONO-MAX
              END-IF
           ELSE
              ADD 1 TO WS-CT-DEBORD
           END-IF
           .

*> Substitutions des commandes du run (journal cumulatif)
       1200-CHARGER-SUBSTITUTIONS.

           OPEN INPUT FSUBJRNL
           IF WS-STATUS-SBJ = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FSUBJRNL
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE SBJ-O-NO TO WS-DERNIER-ONO
                       PERFORM 1900-COMMANDE-DU-RUN
                       IF WS-DANS-RUN = 'Y'
                          PERFORM 1210-RETENIR-SUBSTITUTION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FSUBJRNL
           END-IF
           .

       1210-RETENIR-SUBSTITUTION.

           IF WS-NB-SUB < 9999
              ADD 1 TO WS-NB-SUB
              MOVE SBJ-O-NO    TO WS-SUB-ONO(WS-NB-SUB)
              MOVE SBJ-OLD-PNO TO WS-SUB-OLD(WS-NB-SUB)
              MOVE SBJ-NEW-PNO TO WS-SUB-NEW(WS-NB-SUB)
           ELSE
              ADD 1 TO WS-CT-DEBORD
           END-IF
           .

*> Reliquats des commandes du run (journal cumulatif)
       1300-CHARGER-RELIQUATS.

           OPEN INPUT FBACKORD
           IF WS-STATUS-BKO = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FBACKORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE BKO-NO TO WS-DERNIER-ONO
                       PERFORM 1900-COMMANDE-DU-RUN
                       IF WS-DANS-RUN = 'Y'
                          PERFORM 1310-RETENIR-RELIQUAT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FBACKORD
           END-IF
           .

       1310-RETENIR-RELIQUAT.

           IF WS-NB-BKO < 9999
              ADD 1 TO WS-NB-BKO
              MOVE BKO-NO   TO WS-BKO-ONO(WS-NB-BKO)
              MOVE BKO-P-NO TO WS-BKO-PNO(WS-NB-BKO)
           ELSE
              ADD 1 TO WS-CT-DEBORD
           END-IF
           .

*> La commande WS-DERNIER-ONO fait-elle partie du run ? Plage de N°
*> d'abord, table ensuite
       1900-COMMANDE-DU-RUN.

           MOVE 'N' TO WS-DANS-RUN
           IF WS-DERNIER-ONO >= WS-ONO-MIN
              AND WS-DERNIER-ONO <= WS-ONO-MAX
              PERFORM VARYING WS-CDE-IDX FROM 1 BY 1
                      UNTIL WS-CDE-IDX > WS-NB-CDE
                         OR WS-DANS-RUN = 'Y'
                 IF WS-CDE-ONO(WS-CDE-IDX) = WS-DERNIER-ONO
                    MOVE 'Y' TO WS-DANS-RUN
                 END-IF
              END-PERFORM
           END-IF
           .

*> Un accuse de commande : en-tete, lignes, pied
       2000-ACCUSER-COMMANDE.

           MOVE WS-CDE-ONO(WS-CDE-IDX) TO O-O-NO

           EXEC SQL
              SELECT O.S_NO, O.C_NO, O.O_DATE,
                     VALUE(O.CREDIT_HOLD, 'N'),
                     C.COMPANY, C.ADDRESS, C.CITY, C.STATE, C.ZIP,
                     VALUE(C.SHIP_ADDRESS, ' '),
                     VALUE(C.SHIP_CITY, ' '),
                     VALUE(C.SHIP_STATE, ' '),
                     VALUE(C.SHIP_ZIP, ' '),
                     VALUE(C.LANG, ' ')
              INTO :O-S-NO, :O-C-NO, :O-O-DATE, :O-CREDIT-HOLD,
                   :C-COMPANY, :C-ADDRESS, :C-CITY, :C-STATE, :C-ZIP,
                   :C-SHIP-ADDRESS, :C-SHIP-CITY,
                   :C-SHIP-STATE, :C-SHIP-ZIP, :C-LANG
              FROM API12.ORDERS O
              JOIN API12.CUSTOMERS C ON C.C_NO = O.C_NO
              WHERE O.O_NO = :O-O-NO
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR : ' SQLCODE
              DISPLAY 'PORDACK : COMMANDE ' O-O-NO ' ILLISIBLE'
              ADD 1 TO WS-CT-ERREURS
           ELSE
              ADD 1 TO WS-CT-ACCUSES
              MOVE C-LANG TO WS-LANGUE
              PERFORM 2050-CHOISIR-LIBELLES
              PERFORM 2100-ENTETE-ACCUSE
              PERFORM 2200-LIGNES-ACCUSE
              PERFORM 2300-PIED-ACCUSE
           END-IF
           .

*> Gabarit des libelles selon la langue du client
       2050-CHOISIR-LIBELLES.

           IF WS-LANGUE = 'E'
              MOVE 'ORDER ACKNOWLEDGMENT'      TO WS-LIB-TITRE
              MOVE 'ORDER NUMBER : '           TO WS-LIB-COMMANDE
              MOVE 'ORDER DATE : '             TO WS-LIB-DATE
              MOVE 'SHIP TO:'                  TO WS-LIB-LIVRER
              MOVE 'PRODUCT'                   TO WS-LIB-PRODUIT
              MOVE 'DESCRIPTION'               TO WS-LIB-DESC
              MOVE 'QUANTITY'                  TO WS-LIB-QTE
              MOVE 'PRICE'                     TO WS-LIB-PRIX
              MOVE 'LINE TOTAL'                TO WS-LIB-LTOT
              MOVE 'STATUS'                    TO WS-LIB-ETAT
              MOVE 'ACCEPTED'                  TO WS-LIB-ACCEPTEE
              MOVE 'SUBSTITUTED'               TO WS-LIB-SUBST
              MOVE 'BACKORDERED'               TO WS-LIB-RELIQUAT
              MOVE 'CREDIT HOLD'               TO WS-LIB-ATTENTE
              MOVE 'REPLACES PRODUCT'          TO WS-LIB-REMPLACE
              MOVE 'ORDER TOTAL : '            TO WS-LIB-TOTAL
              MOVE 'ORDER ON HOLD PENDING CREDIT REVIEW - NOT YET SHIPPED'
                   TO WS-LIB-MSG-ATTENTE
              MOVE 'BACKORDERED LINES WILL SHIP AS STOCK ARRIVES'
                   TO WS-LIB-MSG-RELIQ
              MOVE 'THANK YOU FOR YOUR ORDER'  TO WS-LIB-MSG-FIN
           ELSE
              MOVE 'ACCUSE DE RECEPTION DE COMMANDE' TO WS-LIB-TITRE
              MOVE 'NO COMMANDE : '            TO WS-LIB-COMMANDE
              MOVE 'DATE COMMANDE : '          TO WS-LIB-DATE
              MOVE 'LIVRER A'                  TO WS-LIB-LIVRER
              MOVE 'PRODUIT'                   TO WS-LIB-PRODUIT
              MOVE 'DESCRIPTION'               TO WS-LIB-DESC
              MOVE 'QUANTITE'                  TO WS-LIB-QTE
              MOVE 'PRIX'                      TO WS-LIB-PRIX
              MOVE 'TOT. LIGNE'                TO WS-LIB-LTOT
              MOVE 'ETAT'                      TO WS-LIB-ETAT
              MOVE 'ACCEPTEE'                  TO WS-LIB-ACCEPTEE
              MOVE 'SUBSTITUEE'                TO WS-LIB-SUBST
              MOVE 'EN RELIQUAT'               TO WS-LIB-RELIQUAT
              MOVE 'ATTENTE CREDIT'            TO WS-LIB-ATTENTE
              MOVE 'REMPLACE LE PRODUIT'       TO WS-LIB-REMPLACE
              MOVE 'TOTAL COMMANDE : '         TO WS-LIB-TOTAL
              MOVE 'COMMANDE EN ATTENTE VALIDATION CREDIT - NON EXPEDIEE'
                   TO WS-LIB-MSG-ATTENTE
              MOVE 'LES LIGNES EN RELIQUAT PARTIRONT AU REASSORT'
                   TO WS-LIB-MSG-RELIQ
              MOVE 'MERCI DE VOTRE COMMANDE'   TO WS-LIB-MSG-FIN
           END-IF
           .

*> En-tete de l'accuse, dans le style des en-tetes de PFACTURE :
*> client et adresse de facturation a gauche, adresse de livraison
*> (facturation a defaut) en dessous
       2100-ENTETE-ACCUSE.

           MOVE SPACES TO ENRACK
           MOVE '****************************************'
                TO ENRACK(20:40)
           WRITE ENRACK

           MOVE SPACES TO ENRACK
           MOVE WS-LIB-TITRE TO ENRACK(5:31)
           WRITE ENRACK

           MOVE SPACES TO ENRACK
           MOVE WS-LIB-COMMANDE TO ENRACK(5:15)
           MOVE O-O-NO TO ENRACK(20:6)
           MOVE WS-LIB-DATE TO ENRACK(40:16)
           MOVE O-O-DATE TO ENRACK(56:10)
           WRITE ENRACK

           MOVE SPACES TO ENRACK
           WRITE ENRACK

           MOVE SPACES TO ENRACK
           MOVE O-C-NO TO ENRACK(5:4)
           MOVE C-COMPANY-TEXT(1:C-COMPANY-LEN) TO ENRACK(11:30)
           WRITE ENRACK

           MOVE SPACES TO ENRACK
           MOVE C-ADDRESS-TEXT(1:C-ADDRESS-LEN) TO ENRACK(5:60)
           WRITE ENRACK

           MOVE SPACES TO ENRACK
           MOVE C-CITY-TEXT(1:C-CITY-LEN) TO ENRACK(5:20)
           MOVE C-STATE TO ENRACK(27:2)
           MOVE C-ZIP   TO ENRACK(31:5)
           WRITE ENRACK

           MOVE SPACES TO ENRACK
           WRITE ENRACK

           MOVE SPACES TO ENRACK
           MOVE WS-LIB-LIVRER TO ENRACK(5:8)
           WRITE ENRACK

           IF C-SHIP-ADDRESS-LEN > 0
              AND C-SHIP-ADDRESS-TEXT(1:C-SHIP-ADDRESS-LEN) NOT = SPACES
              MOVE SPACES TO ENRACK
              MOVE C-SHIP-ADDRESS-TEXT(1:C-SHIP-ADDRESS-LEN)
                   TO ENRACK(5:60)
              WRITE ENRACK

              MOVE SPACES TO ENRACK
              IF C-SHIP-CITY-LEN > 0
                 MOVE C-SHIP-CITY-TEXT(1:C-SHIP-CITY-LEN)
                      TO ENRACK(5:20)
              END-IF
              MOVE C-SHIP-STATE TO ENRACK(27:2)
              MOVE C-SHIP-ZIP   TO ENRACK(31:5)
              WRITE ENRACK
           ELSE
              MOVE SPACES TO ENRACK
              MOVE C-ADDRESS-TEXT(1:C-ADDRESS-LEN) TO ENRACK(5:60)
              WRITE ENRACK

              MOVE SPACES TO ENRACK
              MOVE C-CITY-TEXT(1:C-CITY-LEN) TO ENRACK(5:20)
              MOVE C-STATE TO ENRACK(27:2)
              MOVE C-ZIP   TO ENRACK(31:5)
              WRITE ENRACK
           END-IF

           MOVE SPACES TO ENRACK
           WRITE ENRACK

           MOVE SPACES TO ENRACK
           MOVE WS-LIB-PRODUIT TO ENRACK(3:7)
           MOVE WS-LIB-DESC    TO ENRACK(11:11)
           MOVE WS-LIB-QTE     TO ENRACK(33:8)
           MOVE WS-LIB-PRIX    TO ENRACK(45:5)
           MOVE WS-LIB-LTOT    TO ENRACK(53:10)
           MOVE WS-LIB-ETAT    TO ENRACK(65:6)
           WRITE ENRACK

           MOVE SPACES TO ENRACK
           WRITE ENRACK
           .

*> Une ligne par article insere, avec son prix reel et son etat
       2200-LIGNES-ACCUSE.

           MOVE 0 TO WS-CDE-TOTAL
           MOVE 0 TO WS-CDE-RELIQUATS

           EXEC SQL OPEN CLIGNES END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0

              EXEC SQL FETCH CLIGNES
                  INTO :I-P-NO, :I-QUANTITY, :I-PRICE, :P-DESCRIPTION
              END-EXEC

              IF SQLCODE = 0
                 PERFORM 2210-LIGNE-ACCUSE
              END-IF

           END-PERFORM

           EXEC SQL CLOSE CLIGNES END-EXEC
           .

       2210-LIGNE-ACCUSE.

           ADD 1 TO WS-CT-LIGNES
           MOVE I-P-NO TO WS-PNO-N
           PERFORM 2220-ETAT-LIGNE

           COMPUTE WS-LIG-TOTAL = I-QUANTITY * I-PRICE
           ADD WS-LIG-TOTAL TO WS-CDE-TOTAL

           MOVE SPACES TO ENRACK
           MOVE WS-PNO-N TO ENRACK(3:3)
           MOVE P-DESCRIPTION-TEXT(1:P-DESCRIPTION-LEN)
                TO ENRACK(11:20)
           MOVE I-QUANTITY TO WS-QTE-STR
           MOVE WS-QTE-STR TO ENRACK(37:4)
           MOVE I-PRICE TO WS-PRIX-STR
           MOVE WS-PRIX-STR TO ENRACK(42:8)
           MOVE WS-LIG-TOTAL TO WS-LTOT-STR
           MOVE WS-LTOT-STR TO ENRACK(53:10)
           EVALUATE WS-LIG-ETAT
              WHEN 'H'
                 MOVE WS-LIB-ATTENTE  TO ENRACK(65:14)
              WHEN 'B'
                 MOVE WS-LIB-RELIQUAT TO ENRACK(65:14)
              WHEN 'S'
                 MOVE WS-LIB-SUBST    TO ENRACK(65:14)
              WHEN OTHER
                 MOVE WS-LIB-ACCEPTEE TO ENRACK(65:14)
           END-EVALUATE
           WRITE ENRACK

*> Produit de remplacement : le produit commande est rappele sous la
*> ligne, quel que soit l'etat retenu
           IF WS-LIG-ANCIEN > 0
              MOVE SPACES TO ENRACK
              MOVE WS-LIB-REMPLACE TO ENRACK(11:24)
              MOVE WS-LIG-ANCIEN TO ENRACK(36:3)
              WRITE ENRACK
           END-IF
           .

*> Etat de la ligne : attente credit (toute la commande) avant
*> reliquat, avant substitution, sinon acceptee
       2220-ETAT-LIGNE.

           MOVE 'A' TO WS-LIG-ETAT
           MOVE 0 TO WS-LIG-ANCIEN

           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-NB-SUB
              IF WS-SUB-ONO(WS-SUB-IDX) = O-O-NO
                 AND WS-SUB-NEW(WS-SUB-IDX) = WS-PNO-N
                 MOVE 'S' TO WS-LIG-ETAT
                 MOVE WS-SUB-OLD(WS-SUB-IDX) TO WS-LIG-ANCIEN
              END-IF
           END-PERFORM

           PERFORM VARYING WS-BKO-IDX FROM 1 BY 1
                   UNTIL WS-BKO-IDX > WS-NB-BKO
              IF WS-BKO-ONO(WS-BKO-IDX) = O-O-NO
                 AND WS-BKO-PNO(WS-BKO-IDX) = WS-PNO-N
                 MOVE 'B' TO WS-LIG-ETAT
              END-IF
           END-PERFORM

           IF WS-LIG-ETAT = 'B'
              ADD 1 TO WS-CDE-RELIQUATS
           END-IF

           IF O-CREDIT-HOLD = 'Y'
              MOVE 'H' TO WS-LIG-ETAT
           END-IF
           .

*> Pied de l'accuse : total au prix applique, messages d'attente
*> credit et de reliquat le cas echeant
       2300-PIED-ACCUSE.

           MOVE SPACES TO ENRACK
           WRITE ENRACK

           MOVE SPACES TO ENRACK
           MOVE WS-LIB-TOTAL TO ENRACK(36:17)
           MOVE WS-CDE-TOTAL TO WS-CTOT-STR
           MOVE WS-CTOT-STR TO ENRACK(53:12)
           WRITE ENRACK

           MOVE SPACES TO ENRACK
           WRITE ENRACK

           IF O-CREDIT-HOLD = 'Y'
              MOVE SPACES TO ENRACK
              MOVE WS-LIB-MSG-ATTENTE TO ENRACK(5:60)
              WRITE ENRACK
           END-IF

           IF WS-CDE-RELIQUATS > 0
              MOVE SPACES TO ENRACK
              MOVE WS-LIB-MSG-RELIQ TO ENRACK(5:60)
              WRITE ENRACK
           END-IF

           MOVE SPACES TO ENRACK
           MOVE WS-LIB-MSG-FIN TO ENRACK(5:60)
           WRITE ENRACK

           MOVE SPACES TO ENRACK
           WRITE ENRACK
           .

*> Avis aux vendeurs : un avis par commande rejetee, les lignes de
*> rejet consecutives d'une meme commande regroupees
       3000-AVIS-REJETS.

           OPEN INPUT FREJORD
           IF WS-STATUS-REJ = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FREJORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-REJ-OUVERT = 'N' OR REJ-NO NOT = WS-REJ-ONO
                          IF WS-REJ-OUVERT = 'Y'
                             PERFORM 3300-FIN-AVIS
                          END-IF
                          PERFORM 3100-DEBUT-AVIS
                       END-IF
                       PERFORM 3200-LIGNE-AVIS
                 END-READ
              END-PERFORM
              IF WS-REJ-OUVERT = 'Y'
                 PERFORM 3300-FIN-AVIS
              END-IF
              CLOSE FREJORD
           END-IF
           .

*> En-tete d'avis : vendeur destinataire, commande, region, client
       3100-DEBUT-AVIS.

           MOVE 'Y' TO WS-REJ-OUVERT
           MOVE REJ-NO TO WS-REJ-ONO
           ADD 1 TO WS-CT-AVIS
           PERFORM 3150-RESOUDRE-VENDEUR

           MOVE SPACES TO WS-CLI-NOM
           MOVE REJ-C-NO TO C-C-NO
           EXEC SQL
              SELECT COMPANY
              INTO :C-COMPANY
              FROM API12.CUSTOMERS
              WHERE C_NO = :C-C-NO
           END-EXEC
           IF SQLCODE = 0
              MOVE C-COMPANY-TEXT(1:C-COMPANY-LEN) TO WS-CLI-NOM
           ELSE
              MOVE 'CLIENT INCONNU' TO WS-CLI-NOM
           END-IF

           MOVE SPACES TO ENRNOTE
           MOVE '****************************************'
                TO ENRNOTE(20:40)
           WRITE ENRNOTE

           MOVE SPACES TO ENRNOTE
           MOVE 'AVIS DE COMMANDE NON TRAITEE' TO ENRNOTE(5:28)
           WRITE ENRNOTE

           MOVE SPACES TO ENRNOTE
           MOVE 'VENDEUR : ' TO ENRNOTE(5:10)
           IF WS-VENDEUR-TROUVE = 'Y'
              MOVE WS-VENDEUR TO ENRNOTE(15:2)
              MOVE WS-VENDEUR-NOM TO ENRNOTE(19:30)
           ELSE
              MOVE 'NON ATTRIBUE - ADMINISTRATION DES VENTES'
                   TO ENRNOTE(15:40)
           END-IF
           WRITE ENRNOTE

           MOVE SPACES TO ENRNOTE
           MOVE 'COMMANDE : ' TO ENRNOTE(5:11)
           MOVE REJ-NO TO ENRNOTE(16:6)
           MOVE 'REGION : ' TO ENRNOTE(25:9)
           MOVE REJ-REGION TO ENRNOTE(34:2)
           WRITE ENRNOTE

           MOVE SPACES TO ENRNOTE
           MOVE 'CLIENT : ' TO ENRNOTE(5:9)
           MOVE REJ-C-NO TO ENRNOTE(14:4)
           MOVE WS-CLI-NOM TO ENRNOTE(20:30)
           WRITE ENRNOTE

           MOVE SPACES TO ENRNOTE
           WRITE ENRNOTE
           .

*> Vendeur de la commande rejetee : celui de la commande si une
*> partie a ete inseree, sinon celui de la derniere commande du
*> client
       3150-RESOUDRE-VENDEUR.

           MOVE 'N' TO WS-VENDEUR-TROUVE
           MOVE SPACES TO WS-VENDEUR-NOM

           MOVE REJ-NO TO O-O-NO
           EXEC SQL
              SELECT S_NO
              INTO :O-S-NO
              FROM API12.ORDERS
              WHERE O_NO = :O-O-NO
           END-EXEC

           IF SQLCODE NOT = 0 AND REJ-C-NO > 0
              MOVE REJ-C-NO TO O-C-NO
              EXEC SQL
                 SELECT S_NO
                 INTO :O-S-NO
                 FROM API12.ORDERS
                 WHERE O_NO = (SELECT MAX(O_NO)
                               FROM API12.ORDERS
                               WHERE C_NO = :O-C-NO)
              END-EXEC
           END-IF

           IF SQLCODE = 0
              MOVE 'Y' TO WS-VENDEUR-TROUVE
              MOVE O-S-NO TO WS-VENDEUR
              MOVE O-S-NO TO E-E-NO
              EXEC SQL
                 SELECT FNAME, LNAME
                 INTO :E-FNAME, :E-LNAME
                 FROM API12.EMPLOYEES
                 WHERE E_NO = :E-E-NO
              END-EXEC
              IF SQLCODE = 0
                 STRING E-FNAME-TEXT(1:E-FNAME-LEN) DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        E-LNAME-TEXT(1:E-LNAME-LEN) DELIMITED BY SIZE
                        INTO WS-VENDEUR-NOM
                 END-STRING
              ELSE
                 MOVE 'INCONNU' TO WS-VENDEUR-NOM
              END-IF
           END-IF
           .

*> Une ligne de rejet : produit vise (0 = toute la commande) et motif
       3200-LIGNE-AVIS.

           MOVE SPACES TO ENRNOTE
           IF REJ-P-NO = 0
              MOVE 'COMMANDE ENTIERE' TO ENRNOTE(7:16)
           ELSE
              MOVE 'PRODUIT ' TO ENRNOTE(7:8)
              MOVE REJ-P-NO TO ENRNOTE(15:3)
           END-IF
           MOVE ':' TO ENRNOTE(24:1)
           MOVE REJ-MOTIF TO ENRNOTE(26:30)
           WRITE ENRNOTE
           .

*> Pied d'avis : consigne au vendeur
       3300-FIN-AVIS.

           MOVE SPACES TO ENRNOTE
           WRITE ENRNOTE

           MOVE SPACES TO ENRNOTE
           MOVE 'AUCUN ACCUSE CLIENT POUR CE QUI PRECEDE :'
                TO ENRNOTE(5:41)
           WRITE ENRNOTE

           MOVE SPACES TO ENRNOTE
           MOVE 'MERCI DE RECONTACTER LE CLIENT' TO ENRNOTE(5:30)
           WRITE ENRNOTE

           MOVE SPACES TO ENRNOTE
           WRITE ENRNOTE

           MOVE 'N' TO WS-REJ-OUVERT
           .

*> Synthese de fin de run et code retour
       9000-FIN.

           DISPLAY 'PORDACK : ' WS-CT-ACCUSES ' ACCUSES, '
                   WS-CT-LIGNES ' LIGNES, '
                   WS-CT-AVIS ' AVIS DE REJET'
           IF WS-CT-DEBORD > 0
              DISPLAY 'PORDACK : ' WS-CT-DEBORD
                      ' ENTREES AU-DELA DES TABLES (IGNOREES)'
           END-IF

           IF WS-CT-ERREURS > 0 OR WS-CT-DEBORD > 0
              MOVE 4 TO WS-RETURN-CODE
           ELSE
              MOVE 0 TO WS-RETURN-CODE
           END-IF

           MOVE 'PORDACK' TO WS-RL-NOM
           MOVE 'F' TO WS-RL-PHASE
           MOVE WS-RETURN-CODE TO WS-RL-RC
           MOVE WS-CT-ACCUSES TO WS-RL-COMPTEUR
           CALL PRUNLOG USING WS-RL-NOM WS-RL-PHASE WS-RL-RC
                              WS-RL-COMPTEUR

           CLOSE FACK
                 FREJNOTE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
