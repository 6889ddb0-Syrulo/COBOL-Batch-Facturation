*> ==========================================================
*> PVNDSCORE.cbl - Tableau de bord mensuel des fournisseurs
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - DPO-FILE sait quand chaque ligne de bon etait attendue et
*>   quand elle est arrivee, DVENDOR porte le delai promis : personne
*>   ne s'en servait, les achats choisissaient de memoire pendant
*>   que DORDER-BACKORDER se remplissait de ruptures en attente de
*>   livraisons en retard
*> - Par fournisseur, sur les lignes de bon attendues dans le mois
*>   ecoule : taux de ponctualite, retard moyen, taux de service
*>   (quantite recue / commandee), livraisons incompletes, ruptures
*>   clients en attente sur ses produits, delai promis contre delai
*>   reel ; par produit, le delai reel moyen contre VND-DELAI pour
*>   corriger le referentiel utilise par PPURCHORD
*>
*> Entrées :
*> - FRUNPARM / DRUNPARM : cle DATE-RUN (AAAA-MM-JJ, validee par
*>   PPARMVAL) ; membre absent -> repli sur le SYSIN en ligne
*> - FVENDOR / DVENDOR : referentiel fournisseurs, une ligne par
*>   produit (raison sociale, delai promis VND-DELAI)
*> - FPOFILE / DPO-FILE : registre des bons (cf PPURCHORD) : lignes
*>   'O' = commande (date d'emission, date attendue, quantite),
*>   lignes 'R' = reception (date et quantite recue, cf PPORECV)
*> - FBACKORD / DORDER-BACKORDER : journal des ruptures clients en
*>   cours (cf PORDER, PBACKREL)
*>
*> Sorties :
*> - DVNDSCORE-RPT : 'H' entete, une ligne 'F' par fournisseur, sous
*>   elle une ligne 'D' par produit recu dans le mois (delai reel
*>   contre VND-DELAI, '*' = delai a corriger), une ligne 'T' tous
*>   fournisseurs
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - Le mois note est le mois civil qui precede DATE-RUN : a lancer
*>   en debut de mois, toutes les lignes du mois note sont echues
*> - Une ligne est a l'heure si elle est recue au plus tard a sa
*>   date attendue ; une ligne non recue a DATE-RUN est en retard,
*>   son retard court jusqu'a DATE-RUN (colonne OUV)
*> - Retard moyen = moyenne des jours de retard des seules lignes
*>   en retard ; delais promis et reels = moyennes sur les lignes
*>   recues (attendue - emission, reception - emission)
*> - Livraison incomplete = ligne recue en quantite inferieure a la
*>   quantite commandee (PPORECV clot la ligne a la reception)
*> - Une rupture est rattachee au fournisseur du produit dans
*>   DVENDOR, qu'un bon soit ouvert ou non
*> - Ce rapport ne modifie rien : VND-DELAI se corrige dans DVENDOR
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PVNDSCORE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

*> Membre central de parametres du run (DRUNPARM, valide en tete de
*> cycle par PPARMVAL) ; absent -> repli sur l'ancien SYSIN en ligne
           SELECT FRUNPARM ASSIGN TO DRUNPARM
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-PRM.

           SELECT FVENDOR ASSIGN TO DVENDOR
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-VND.

           SELECT FPOFILE ASSIGN TO DPO-FILE
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-PO.

           SELECT FBACKORD ASSIGN TO DORDER-BACKORDER
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-BKO.

           SELECT FSCORERPT ASSIGN TO DVNDSCORE-RPT
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.

*> Même découpage que celui valide par PPARMVAL (cf PPARMVAL.cbl)
       FD FRUNPARM
           RECORDING MODE IS F.

       01 ENRRUNPARM.
          05 PRM-CLE         PIC X(12).
          05 FILLER          PIC X(1).
          05 PRM-VALEUR      PIC X(20).

*> Même structure que dans PPURCHORD (cf PPURCHORD.cbl)
       FD FVENDOR
           RECORDING MODE IS F.

       01 ENRVENDOR.
          05 VND-P-NO       PIC 9(3).
          05 FILLER         PIC X(1).
          05 VND-NO         PIC X(4).
          05 FILLER         PIC X(1).
          05 VND-NOM        PIC X(30).
          05 FILLER         PIC X(1).
          05 VND-DELAI      PIC 9(3).
          05 FILLER         PIC X(1).
          05 VND-PRIX-ACHAT PIC 9(5)V99.

*> Même structure que dans PPURCHORD (cf PPURCHORD.cbl)
       FD FPOFILE
           RECORDING MODE IS F
           DATA RECORD IS ENRPO.

       01 ENRPO.
          05 PO-NO           PIC 9(6).
          05 FILLER          PIC X(1).
          05 PO-VND-NO       PIC X(4).
          05 FILLER          PIC X(1).
          05 PO-P-NO         PIC 9(3).
          05 FILLER          PIC X(1).
          05 PO-DEPOT        PIC X(2).
          05 FILLER          PIC X(1).
          05 PO-QTY          PIC 9(5).
          05 FILLER          PIC X(1).
          05 PO-DATE-EMISE   PIC X(10).
          05 FILLER          PIC X(1).
          05 PO-DATE-ATTENDUE PIC X(10).
          05 FILLER          PIC X(1).
          05 PO-ETAT         PIC X(1).
          05 FILLER          PIC X(1).
          05 PO-TYPE         PIC X(1).
          05 FILLER          PIC X(1).
          05 PO-O-NO         PIC 9(6).
          05 FILLER          PIC X(1).
          05 PO-LIV-NOM      PIC X(30).
          05 FILLER          PIC X(1).
          05 PO-LIV-ADRESSE  PIC X(60).
          05 FILLER          PIC X(1).
          05 PO-LIV-VILLE    PIC X(20).
          05 FILLER          PIC X(1).
          05 PO-LIV-ETAT     PIC X(2).
          05 FILLER          PIC X(1).
          05 PO-LIV-ZIP      PIC X(5).
          05 FILLER          PIC X(1).
          05 PO-PRIX         PIC 9(5)V99.

*> Même découpage que l'ENRBACKORD écrit par PORDER (cf PORDER.cbl)
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

*> 'F' = fournisseur (et 'T' = tous fournisseurs) : lignes dues,
*> % a l'heure, retard moyen (j), % servi, livraisons incompletes,
*> ruptures clients, delai promis et reel moyens (j), lignes
*> ouvertes en retard
       FD FSCORERPT
           RECORDING MODE IS F.

       01 ENRSCORERPT.
          05 SCR-TYPE-REC    PIC X(1).
          05 FILLER          PIC X(1).
          05 SCR-VND-NO      PIC X(4).
          05 FILLER          PIC X(1).
          05 SCR-NOM         PIC X(16).
          05 FILLER          PIC X(1).
          05 SCR-DUES        PIC ZZZ9.
          05 FILLER          PIC X(1).
          05 SCR-PONCTUEL    PIC ZZ9.
          05 FILLER          PIC X(1).
          05 SCR-RETARD      PIC ZZ9,9.
          05 FILLER          PIC X(1).
          05 SCR-SERVI       PIC ZZ9.
          05 FILLER          PIC X(1).
          05 SCR-INCOMPLETES PIC ZZZ9.
          05 FILLER          PIC X(1).
          05 SCR-RUPTURES    PIC ZZZ9.
          05 FILLER          PIC X(1).
          05 SCR-PROMIS      PIC ZZ9,9.
          05 FILLER          PIC X(1).
          05 SCR-REEL        PIC ZZ9,9.
          05 FILLER          PIC X(1).
          05 SCR-OUVERTES    PIC ZZZ9.
          05 FILLER          PIC X(10).

*> 'D' = produit du fournisseur : receptions du mois, VND-DELAI
*> actuel, delai reel moyen, delai propose, '*' si a corriger
       01 ENRSCOREPRD REDEFINES ENRSCORERPT.
          05 SCD-TYPE-REC    PIC X(1).
          05 FILLER          PIC X(1).
          05 SCD-VND-NO      PIC X(4).
          05 FILLER          PIC X(1).
          05 SCD-P-NO        PIC 9(3).
          05 FILLER          PIC X(1).
          05 SCD-RECUES      PIC ZZZ9.
          05 FILLER          PIC X(1).
          05 SCD-DELAI       PIC ZZ9.
          05 FILLER          PIC X(1).
          05 SCD-REEL        PIC ZZ9,9.
          05 FILLER          PIC X(1).
          05 SCD-PROPOSE     PIC ZZ9.
          05 FILLER          PIC X(1).
          05 SCD-ALERTE      PIC X(1).
          05 FILLER          PIC X(49).

       01 ENRSCORETXT REDEFINES ENRSCORERPT PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-PRM      PIC 99 VALUE 0.
       77 WS-STATUS-VND      PIC 99 VALUE 0.
       77 WS-STATUS-PO       PIC 99 VALUE 0.
       77 WS-STATUS-BKO      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.

       01 WS-PARM-FICHIER    PIC X(1) VALUE 'N'.
       01 WS-EOF             PIC X(1).

*> Mois note (AAAA-MM) : le mois civil qui precede DATE-RUN
       01 WS-DATE-RUN        PIC X(10).
       01 WS-MOIS-NOTE       PIC X(7).
       01 WS-CP-AN           PIC 9(4).
       01 WS-CP-MOIS         PIC S99.
       01 WS-CP-MOIS-N       PIC 99.

*> Dates AAAA-MM-JJ ramenees en AAAAMMJJ pour INTEGER-OF-DATE
*> (cf PDROPRPT)
       01 WS-CNV-ISO         PIC X(10).
       01 WS-CNV-AAAAMMJJ    PIC X(8).
       01 WS-CNV-NUM         REDEFINES WS-CNV-AAAAMMJJ PIC 9(8).
       01 WS-CNV-JOUR        PIC 9(7).
       01 WS-JOUR-RUN        PIC 9(7).
       01 WS-JOUR-EMISE      PIC 9(7).
       01 WS-JOUR-ATTENDU    PIC 9(7).
       01 WS-JOUR-RECU       PIC 9(7).

*> Fournisseurs : raison sociale et compteurs du mois note
       01 WS-FRN-TABLE.
          05 WS-FRN OCCURS 200.
             10 WS-FRN-NO          PIC X(4).
             10 WS-FRN-NOM         PIC X(30).
             10 WS-FRN-DUES        PIC 9(5).
             10 WS-FRN-HEURE       PIC 9(5).
             10 WS-FRN-RETARDS     PIC 9(5).
             10 WS-FRN-JOURS-RET   PIC 9(7).
             10 WS-FRN-OUVERTES    PIC 9(5).
             10 WS-FRN-CDE         PIC 9(7).
             10 WS-FRN-RECUE       PIC 9(7).
             10 WS-FRN-INCOMPLETES PIC 9(5).
             10 WS-FRN-RUPTURES    PIC 9(5).
             10 WS-FRN-RECUES      PIC 9(5).
             10 WS-FRN-JOURS-PROM  PIC 9(7).
             10 WS-FRN-JOURS-REEL  PIC 9(7).
       01 WS-NB-FRN          PIC 9(3) VALUE 0.
       01 WS-FRN-IDX         PIC 9(3).
       01 WS-FRN-TROUVE      PIC 9(3).
       01 WS-CH-VND          PIC X(4).

*> Produits du referentiel : fournisseur, delai promis, receptions
*> du mois et delai reel cumule
       01 WS-VPR-TABLE.
          05 WS-VPR OCCURS 500.
             10 WS-VPR-PNO         PIC 9(3).
             10 WS-VPR-VND         PIC X(4).
             10 WS-VPR-DELAI       PIC 9(3).
             10 WS-VPR-RECUES      PIC 9(5).
             10 WS-VPR-JOURS-REEL  PIC 9(7).
       01 WS-NB-VPR          PIC 9(3) VALUE 0.
       01 WS-VPR-IDX         PIC 9(3).
       01 WS-VPR-TROUVE      PIC 9(3).

*> Lignes de bon (bon + produit + depot) : commande puis reception
       01 WS-LBN-TABLE.
          05 WS-LBN OCCURS 1000.
             10 WS-LBN-BON         PIC 9(6).
             10 WS-LBN-PNO         PIC 9(3).
             10 WS-LBN-DEPOT       PIC X(2).
             10 WS-LBN-VND         PIC X(4).
             10 WS-LBN-QTE-CDE     PIC 9(5).
             10 WS-LBN-EMISE       PIC X(10).
             10 WS-LBN-ATTENDUE    PIC X(10).
             10 WS-LBN-QTE-RECUE   PIC 9(5).
             10 WS-LBN-RECUE-LE    PIC X(10).
       01 WS-NB-LBN          PIC 9(4) VALUE 0.
       01 WS-LBN-IDX         PIC 9(4).
       01 WS-LBN-TROUVE      PIC 9(4).

*> Calculs d'une ligne et moyennes editees
       01 WS-JOURS           PIC S9(5).
       01 WS-MOYENNE         PIC 9(3)V9.
       01 WS-POURCENT        PIC 9(3).
       01 WS-PROPOSE         PIC 9(3).

*> Totaux tous fournisseurs (ligne 'T')
       01 WS-TOT.
          05 WS-TOT-DUES        PIC 9(5) VALUE 0.
          05 WS-TOT-HEURE       PIC 9(5) VALUE 0.
          05 WS-TOT-RETARDS     PIC 9(5) VALUE 0.
          05 WS-TOT-JOURS-RET   PIC 9(7) VALUE 0.
          05 WS-TOT-OUVERTES    PIC 9(5) VALUE 0.
          05 WS-TOT-CDE         PIC 9(7) VALUE 0.
          05 WS-TOT-RECUE       PIC 9(7) VALUE 0.
          05 WS-TOT-INCOMPLETES PIC 9(5) VALUE 0.
          05 WS-TOT-RUPTURES    PIC 9(5) VALUE 0.
          05 WS-TOT-RECUES      PIC 9(5) VALUE 0.
          05 WS-TOT-JOURS-PROM  PIC 9(7) VALUE 0.
          05 WS-TOT-JOURS-REEL  PIC 9(7) VALUE 0.

       77 WS-CT-FOURNISSEURS PIC 9(5) VALUE 0.
       77 WS-CT-A-CORRIGER   PIC 9(5) VALUE 0.
       77 WS-CT-RUP-ORPHELIN PIC 9(5) VALUE 0.

*> Code retour : 8 si DATE-RUN ou le registre des bons manque, 4 si
*> le referentiel fournisseurs manque ou deborde, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 2000-CHARGER-FOURNISSEURS
              PERFORM 3000-CHARGER-BONS
           END-IF

           IF WS-RETURN-CODE NOT = 8
              PERFORM 4000-NOTER-LIGNES
              PERFORM 5000-RUPTURES
              PERFORM 6000-EDITER-TABLEAU
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Parametres du run et mois note
       1000-DEBUT.

           MOVE SPACES TO WS-DATE-RUN
           OPEN INPUT FRUNPARM
           IF WS-STATUS-PRM = 0
              MOVE 'Y' TO WS-PARM-FICHIER
              PERFORM UNTIL WS-STATUS-PRM NOT = 0
                 READ FRUNPARM
                    AT END
                       MOVE 99 TO WS-STATUS-PRM
                    NOT AT END
                       IF PRM-CLE = 'DATE-RUN'
                          MOVE PRM-VALEUR(1:10) TO WS-DATE-RUN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FRUNPARM
           END-IF

           IF WS-PARM-FICHIER = 'N'
              ACCEPT WS-DATE-RUN FROM SYSIN
           END-IF

           DISPLAY 'PVNDSCORE - PARAMETRES : DATE-RUN=' WS-DATE-RUN

           MOVE WS-DATE-RUN TO WS-CNV-ISO
           PERFORM 8200-JOUR-ISO
           MOVE WS-CNV-JOUR TO WS-JOUR-RUN

           IF WS-JOUR-RUN = 0
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PVNDSCORE : DATE-RUN ABSENTE OU INVALIDE'
           ELSE
              PERFORM 1100-MOIS-PRECEDENT
              DISPLAY 'PVNDSCORE - MOIS NOTE : ' WS-MOIS-NOTE
           END-IF

           OPEN OUTPUT FSCORERPT
           .

*> Mois civil qui precede DATE-RUN (meme schema que
*> 1200-RECULER-MOIS de PSLOWSTK)
       1100-MOIS-PRECEDENT.

           COMPUTE WS-CP-AN = FUNCTION NUMVAL(WS-DATE-RUN(1:4))
           COMPUTE WS-CP-MOIS = FUNCTION NUMVAL(WS-DATE-RUN(6:2)) - 1
           IF WS-CP-MOIS < 1
              ADD 12 TO WS-CP-MOIS
              SUBTRACT 1 FROM WS-CP-AN
           END-IF

           MOVE WS-DATE-RUN(1:7) TO WS-MOIS-NOTE
           MOVE WS-CP-AN TO WS-MOIS-NOTE(1:4)
           MOVE WS-CP-MOIS TO WS-CP-MOIS-N
           MOVE WS-CP-MOIS-N TO WS-MOIS-NOTE(6:2)
           .

*> Referentiel fournisseurs : un produit par ligne, le fournisseur
*> est cree a sa premiere apparition
       2000-CHARGER-FOURNISSEURS.

           OPEN INPUT FVENDOR
           IF WS-STATUS-VND NOT = 0
              MOVE 4 TO WS-RETURN-CODE
              DISPLAY 'PVNDSCORE : REFERENTIEL DVENDOR ABSENT, RUPTURES'
                      ' NON RATTACHEES'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FVENDOR
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM 2010-RETENIR-PRODUIT
                 END-READ
              END-PERFORM
              CLOSE FVENDOR
           END-IF
           .

       2010-RETENIR-PRODUIT.

           MOVE VND-NO TO WS-CH-VND
           PERFORM 2100-CHERCHER-FOURNISSEUR
           IF WS-FRN-TROUVE > 0
              IF WS-FRN-NOM(WS-FRN-TROUVE) = SPACES
                 MOVE VND-NOM TO WS-FRN-NOM(WS-FRN-TROUVE)
              END-IF
           END-IF

           IF WS-NB-VPR < 500
              ADD 1 TO WS-NB-VPR
              MOVE VND-P-NO TO WS-VPR-PNO(WS-NB-VPR)
              MOVE VND-NO   TO WS-VPR-VND(WS-NB-VPR)
              IF VND-DELAI IS NUMERIC
                 MOVE VND-DELAI TO WS-VPR-DELAI(WS-NB-VPR)
              ELSE
                 MOVE 0 TO WS-VPR-DELAI(WS-NB-VPR)
              END-IF
              MOVE 0 TO WS-VPR-RECUES(WS-NB-VPR)
                        WS-VPR-JOURS-REEL(WS-NB-VPR)
           ELSE
              MOVE 4 TO WS-RETURN-CODE
              DISPLAY 'PVNDSCORE : TABLE DES PRODUITS PLEINE, PRODUIT '
                      VND-P-NO ' IGNORE'
           END-IF
           .

*> Fournisseur WS-CH-VND, cree s'il n'est pas encore en table
       2100-CHERCHER-FOURNISSEUR.

           MOVE 0 TO WS-FRN-TROUVE
           PERFORM VARYING WS-FRN-IDX FROM 1 BY 1
                   UNTIL WS-FRN-IDX > WS-NB-FRN
                   OR WS-FRN-TROUVE > 0
              IF WS-FRN-NO(WS-FRN-IDX) = WS-CH-VND
                 MOVE WS-FRN-IDX TO WS-FRN-TROUVE
              END-IF
           END-PERFORM

           IF WS-FRN-TROUVE = 0
              IF WS-NB-FRN < 200
                 ADD 1 TO WS-NB-FRN
                 MOVE WS-NB-FRN TO WS-FRN-TROUVE
                 INITIALIZE WS-FRN(WS-NB-FRN)
                 MOVE WS-CH-VND TO WS-FRN-NO(WS-NB-FRN)
              ELSE
                 MOVE 4 TO WS-RETURN-CODE
                 DISPLAY 'PVNDSCORE : TABLE DES FOURNISSEURS PLEINE, '
                         WS-CH-VND ' IGNORE'
              END-IF
           END-IF
           .

*> Registre des bons : la ligne 'O' donne la commande, la ligne 'R'
*> la reception de la meme ligne (bon + produit + depot)
       3000-CHARGER-BONS.

           OPEN INPUT FPOFILE
           IF WS-STATUS-PO NOT = 0
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PVNDSCORE : REGISTRE DPO-FILE ABSENT OU'
                      ' ILLISIBLE'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FPOFILE
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM 3010-RETENIR-LIGNE
                 END-READ
              END-PERFORM
              CLOSE FPOFILE
           END-IF
           .

       3010-RETENIR-LIGNE.

           MOVE 0 TO WS-LBN-TROUVE
           PERFORM VARYING WS-LBN-IDX FROM 1 BY 1
                   UNTIL WS-LBN-IDX > WS-NB-LBN
                   OR WS-LBN-TROUVE > 0
              IF WS-LBN-BON(WS-LBN-IDX) = PO-NO
                 AND WS-LBN-PNO(WS-LBN-IDX) = PO-P-NO
                 AND WS-LBN-DEPOT(WS-LBN-IDX) = PO-DEPOT
                 MOVE WS-LBN-IDX TO WS-LBN-TROUVE
              END-IF
           END-PERFORM

           IF WS-LBN-TROUVE = 0
              IF WS-NB-LBN < 1000
                 ADD 1 TO WS-NB-LBN
                 MOVE WS-NB-LBN TO WS-LBN-TROUVE
                 MOVE PO-NO     TO WS-LBN-BON(WS-NB-LBN)
                 MOVE PO-P-NO   TO WS-LBN-PNO(WS-NB-LBN)
                 MOVE PO-DEPOT  TO WS-LBN-DEPOT(WS-NB-LBN)
                 MOVE PO-VND-NO TO WS-LBN-VND(WS-NB-LBN)
                 MOVE PO-DATE-ATTENDUE TO WS-LBN-ATTENDUE(WS-NB-LBN)
                 MOVE SPACES TO WS-LBN-EMISE(WS-NB-LBN)
                                WS-LBN-RECUE-LE(WS-NB-LBN)
                 MOVE 0 TO WS-LBN-QTE-CDE(WS-NB-LBN)
                           WS-LBN-QTE-RECUE(WS-NB-LBN)
              ELSE
                 MOVE 4 TO WS-RETURN-CODE
                 DISPLAY 'PVNDSCORE : TABLE DES LIGNES DE BON PLEINE,'
                         ' BON ' PO-NO ' IGNORE'
              END-IF
           END-IF

*> Sur une ligne 'R', PO-DATE-EMISE est la date de reception
           IF WS-LBN-TROUVE > 0
              IF PO-ETAT = 'R'
                 MOVE PO-QTY TO WS-LBN-QTE-RECUE(WS-LBN-TROUVE)
                 MOVE PO-DATE-EMISE TO WS-LBN-RECUE-LE(WS-LBN-TROUVE)
              ELSE
                 MOVE PO-QTY TO WS-LBN-QTE-CDE(WS-LBN-TROUVE)
                 MOVE PO-DATE-EMISE TO WS-LBN-EMISE(WS-LBN-TROUVE)
              END-IF
           END-IF
           .

*> Lignes de bon attendues dans le mois note, commande connue
       4000-NOTER-LIGNES.

           PERFORM VARYING WS-LBN-IDX FROM 1 BY 1
                   UNTIL WS-LBN-IDX > WS-NB-LBN
              IF WS-LBN-ATTENDUE(WS-LBN-IDX)(1:7) = WS-MOIS-NOTE
                 AND WS-LBN-EMISE(WS-LBN-IDX) NOT = SPACES
                 MOVE WS-LBN-VND(WS-LBN-IDX) TO WS-CH-VND
                 PERFORM 2100-CHERCHER-FOURNISSEUR
                 IF WS-FRN-TROUVE > 0
                    PERFORM 4010-NOTER-LIGNE
                 END-IF
              END-IF
           END-PERFORM
           .

*> Ponctualite, retard, service et delais d'une ligne due
       4010-NOTER-LIGNE.

           ADD 1 TO WS-FRN-DUES(WS-FRN-TROUVE)
           ADD WS-LBN-QTE-CDE(WS-LBN-IDX) TO WS-FRN-CDE(WS-FRN-TROUVE)
           ADD WS-LBN-QTE-RECUE(WS-LBN-IDX)
               TO WS-FRN-RECUE(WS-FRN-TROUVE)

           MOVE WS-LBN-EMISE(WS-LBN-IDX) TO WS-CNV-ISO
           PERFORM 8200-JOUR-ISO
           MOVE WS-CNV-JOUR TO WS-JOUR-EMISE
           MOVE WS-LBN-ATTENDUE(WS-LBN-IDX) TO WS-CNV-ISO
           PERFORM 8200-JOUR-ISO
           MOVE WS-CNV-JOUR TO WS-JOUR-ATTENDU

           IF WS-LBN-RECUE-LE(WS-LBN-IDX) = SPACES
*> Ligne encore ouverte : en retard jusqu'a DATE-RUN
              ADD 1 TO WS-FRN-OUVERTES(WS-FRN-TROUVE)
              ADD 1 TO WS-FRN-RETARDS(WS-FRN-TROUVE)
              IF WS-JOUR-ATTENDU > 0
                 AND WS-JOUR-RUN > WS-JOUR-ATTENDU
                 COMPUTE WS-JOURS = WS-JOUR-RUN - WS-JOUR-ATTENDU
                 ADD WS-JOURS TO WS-FRN-JOURS-RET(WS-FRN-TROUVE)
              END-IF
           ELSE
              MOVE WS-LBN-RECUE-LE(WS-LBN-IDX) TO WS-CNV-ISO
              PERFORM 8200-JOUR-ISO
              MOVE WS-CNV-JOUR TO WS-JOUR-RECU

              IF WS-JOUR-RECU > WS-JOUR-ATTENDU
                 ADD 1 TO WS-FRN-RETARDS(WS-FRN-TROUVE)
                 COMPUTE WS-JOURS = WS-JOUR-RECU - WS-JOUR-ATTENDU
                 ADD WS-JOURS TO WS-FRN-JOURS-RET(WS-FRN-TROUVE)
              ELSE
                 ADD 1 TO WS-FRN-HEURE(WS-FRN-TROUVE)
              END-IF

              IF WS-LBN-QTE-RECUE(WS-LBN-IDX)
                 < WS-LBN-QTE-CDE(WS-LBN-IDX)
                 ADD 1 TO WS-FRN-INCOMPLETES(WS-FRN-TROUVE)
              END-IF

*> Delais promis et reel, comptes depuis l'emission du bon
              IF WS-JOUR-EMISE > 0 AND WS-JOUR-RECU >= WS-JOUR-EMISE
                 AND WS-JOUR-ATTENDU >= WS-JOUR-EMISE
                 ADD 1 TO WS-FRN-RECUES(WS-FRN-TROUVE)
                 COMPUTE WS-JOURS = WS-JOUR-ATTENDU - WS-JOUR-EMISE
                 ADD WS-JOURS TO WS-FRN-JOURS-PROM(WS-FRN-TROUVE)
                 COMPUTE WS-JOURS = WS-JOUR-RECU - WS-JOUR-EMISE
                 ADD WS-JOURS TO WS-FRN-JOURS-REEL(WS-FRN-TROUVE)
                 PERFORM 4020-DELAI-PRODUIT
              END-IF
           END-IF
           .

*> Delai reel cumule sur le produit du referentiel (meme produit,
*> meme fournisseur)
       4020-DELAI-PRODUIT.

           MOVE 0 TO WS-VPR-TROUVE
           PERFORM VARYING WS-VPR-IDX FROM 1 BY 1
                   UNTIL WS-VPR-IDX > WS-NB-VPR
                   OR WS-VPR-TROUVE > 0
              IF WS-VPR-PNO(WS-VPR-IDX) = WS-LBN-PNO(WS-LBN-IDX)
                 AND WS-VPR-VND(WS-VPR-IDX) = WS-LBN-VND(WS-LBN-IDX)
                 MOVE WS-VPR-IDX TO WS-VPR-TROUVE
              END-IF
           END-PERFORM

           IF WS-VPR-TROUVE > 0
              ADD 1 TO WS-VPR-RECUES(WS-VPR-TROUVE)
              ADD WS-JOURS TO WS-VPR-JOURS-REEL(WS-VPR-TROUVE)
           END-IF
           .

*> Ruptures clients en cours, rattachees au fournisseur du produit
       5000-RUPTURES.

           OPEN INPUT FBACKORD
           IF WS-STATUS-BKO = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FBACKORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM 5010-RATTACHER-RUPTURE
                 END-READ
              END-PERFORM
              CLOSE FBACKORD
           END-IF
           .

       5010-RATTACHER-RUPTURE.

           MOVE 0 TO WS-VPR-TROUVE
           PERFORM VARYING WS-VPR-IDX FROM 1 BY 1
                   UNTIL WS-VPR-IDX > WS-NB-VPR
                   OR WS-VPR-TROUVE > 0
              IF WS-VPR-PNO(WS-VPR-IDX) = BKO-P-NO
                 MOVE WS-VPR-IDX TO WS-VPR-TROUVE
              END-IF
           END-PERFORM

           IF WS-VPR-TROUVE = 0
              ADD 1 TO WS-CT-RUP-ORPHELIN
           ELSE
              MOVE WS-VPR-VND(WS-VPR-TROUVE) TO WS-CH-VND
              PERFORM 2100-CHERCHER-FOURNISSEUR
              IF WS-FRN-TROUVE > 0
                 ADD 1 TO WS-FRN-RUPTURES(WS-FRN-TROUVE)
              END-IF
           END-IF
           .

*> Entete, un bloc par fournisseur note ou en rupture, total
       6000-EDITER-TABLEAU.

           MOVE SPACES TO ENRSCORETXT
           STRING 'H FOURNISSEURS - LIGNES ATTENDUES EN '
                                 DELIMITED BY SIZE
                  WS-MOIS-NOTE   DELIMITED BY SIZE
                  ' - DATE-RUN ' DELIMITED BY SIZE
                  WS-DATE-RUN    DELIMITED BY SIZE
                  INTO ENRSCORETXT
           END-STRING
           WRITE ENRSCORERPT

           MOVE SPACES TO ENRSCORETXT
           MOVE 'H FRN  RAISON SOCIALE   DUES  %H RET-J  %S INCP'
                TO ENRSCORETXT
           MOVE 'RUPT PROMI  REEL  OUV' TO ENRSCORETXT(49:21)
           WRITE ENRSCORERPT

           PERFORM VARYING WS-FRN-IDX FROM 1 BY 1
                   UNTIL WS-FRN-IDX > WS-NB-FRN
              IF WS-FRN-DUES(WS-FRN-IDX) > 0
                 OR WS-FRN-RUPTURES(WS-FRN-IDX) > 0
                 PERFORM 6010-LIGNE-FOURNISSEUR
                 PERFORM 6020-LIGNES-PRODUITS
              END-IF
           END-PERFORM

           PERFORM 6030-LIGNE-TOTAL
           .

       6010-LIGNE-FOURNISSEUR.

           ADD 1 TO WS-CT-FOURNISSEURS
           ADD WS-FRN-DUES(WS-FRN-IDX)        TO WS-TOT-DUES
           ADD WS-FRN-HEURE(WS-FRN-IDX)       TO WS-TOT-HEURE
           ADD WS-FRN-RETARDS(WS-FRN-IDX)     TO WS-TOT-RETARDS
           ADD WS-FRN-JOURS-RET(WS-FRN-IDX)   TO WS-TOT-JOURS-RET
           ADD WS-FRN-OUVERTES(WS-FRN-IDX)    TO WS-TOT-OUVERTES
           ADD WS-FRN-CDE(WS-FRN-IDX)         TO WS-TOT-CDE
           ADD WS-FRN-RECUE(WS-FRN-IDX)       TO WS-TOT-RECUE
           ADD WS-FRN-INCOMPLETES(WS-FRN-IDX) TO WS-TOT-INCOMPLETES
           ADD WS-FRN-RUPTURES(WS-FRN-IDX)    TO WS-TOT-RUPTURES
           ADD WS-FRN-RECUES(WS-FRN-IDX)      TO WS-TOT-RECUES
           ADD WS-FRN-JOURS-PROM(WS-FRN-IDX)  TO WS-TOT-JOURS-PROM
           ADD WS-FRN-JOURS-REEL(WS-FRN-IDX)  TO WS-TOT-JOURS-REEL

           MOVE SPACES TO ENRSCORETXT
           MOVE 'F' TO SCR-TYPE-REC
           MOVE WS-FRN-NO(WS-FRN-IDX)  TO SCR-VND-NO
           MOVE WS-FRN-NOM(WS-FRN-IDX) TO SCR-NOM
           MOVE WS-FRN-DUES(WS-FRN-IDX)        TO SCR-DUES
           MOVE WS-FRN-INCOMPLETES(WS-FRN-IDX) TO SCR-INCOMPLETES
           MOVE WS-FRN-RUPTURES(WS-FRN-IDX)    TO SCR-RUPTURES
           MOVE WS-FRN-OUVERTES(WS-FRN-IDX)    TO SCR-OUVERTES

           IF WS-FRN-DUES(WS-FRN-IDX) > 0
              COMPUTE WS-POURCENT ROUNDED =
                      WS-FRN-HEURE(WS-FRN-IDX) * 100
                      / WS-FRN-DUES(WS-FRN-IDX)
              MOVE WS-POURCENT TO SCR-PONCTUEL
           END-IF
           IF WS-FRN-RETARDS(WS-FRN-IDX) > 0
              COMPUTE WS-MOYENNE ROUNDED =
                      WS-FRN-JOURS-RET(WS-FRN-IDX)
                      / WS-FRN-RETARDS(WS-FRN-IDX)
              MOVE WS-MOYENNE TO SCR-RETARD
           END-IF
           IF WS-FRN-CDE(WS-FRN-IDX) > 0
              COMPUTE WS-POURCENT ROUNDED =
                      WS-FRN-RECUE(WS-FRN-IDX) * 100
                      / WS-FRN-CDE(WS-FRN-IDX)
                 ON SIZE ERROR MOVE 999 TO WS-POURCENT
              END-COMPUTE
              MOVE WS-POURCENT TO SCR-SERVI
           END-IF
           IF WS-FRN-RECUES(WS-FRN-IDX) > 0
              COMPUTE WS-MOYENNE ROUNDED =
                      WS-FRN-JOURS-PROM(WS-FRN-IDX)
                      / WS-FRN-RECUES(WS-FRN-IDX)
              MOVE WS-MOYENNE TO SCR-PROMIS
              COMPUTE WS-MOYENNE ROUNDED =
                      WS-FRN-JOURS-REEL(WS-FRN-IDX)
                      / WS-FRN-RECUES(WS-FRN-IDX)
              MOVE WS-MOYENNE TO SCR-REEL
           END-IF
           WRITE ENRSCORERPT
           .

*> Produits du fournisseur recus dans le mois : delai reel moyen
*> contre VND-DELAI, delai propose = moyenne arrondie au jour
       6020-LIGNES-PRODUITS.

           PERFORM VARYING WS-VPR-IDX FROM 1 BY 1
                   UNTIL WS-VPR-IDX > WS-NB-VPR
              IF WS-VPR-VND(WS-VPR-IDX) = WS-FRN-NO(WS-FRN-IDX)
                 AND WS-VPR-RECUES(WS-VPR-IDX) > 0
                 MOVE SPACES TO ENRSCORETXT
                 MOVE 'D' TO SCD-TYPE-REC
                 MOVE WS-VPR-VND(WS-VPR-IDX)    TO SCD-VND-NO
                 MOVE WS-VPR-PNO(WS-VPR-IDX)    TO SCD-P-NO
                 MOVE WS-VPR-RECUES(WS-VPR-IDX) TO SCD-RECUES
                 MOVE WS-VPR-DELAI(WS-VPR-IDX)  TO SCD-DELAI
                 COMPUTE WS-MOYENNE ROUNDED =
                         WS-VPR-JOURS-REEL(WS-VPR-IDX)
                         / WS-VPR-RECUES(WS-VPR-IDX)
                 MOVE WS-MOYENNE TO SCD-REEL
                 COMPUTE WS-PROPOSE ROUNDED =
                         WS-VPR-JOURS-REEL(WS-VPR-IDX)
                         / WS-VPR-RECUES(WS-VPR-IDX)
                 MOVE WS-PROPOSE TO SCD-PROPOSE
                 IF WS-PROPOSE NOT = WS-VPR-DELAI(WS-VPR-IDX)
                    MOVE '*' TO SCD-ALERTE
                    ADD 1 TO WS-CT-A-CORRIGER
                 END-IF
                 WRITE ENRSCORERPT
              END-IF
           END-PERFORM
           .

       6030-LIGNE-TOTAL.

           MOVE SPACES TO ENRSCORETXT
           MOVE 'T' TO SCR-TYPE-REC
           MOVE 'TOUS' TO SCR-VND-NO
           MOVE 'TOUS FOURNISSEURS' TO SCR-NOM
           MOVE WS-TOT-DUES        TO SCR-DUES
           MOVE WS-TOT-INCOMPLETES TO SCR-INCOMPLETES
           MOVE WS-TOT-RUPTURES    TO SCR-RUPTURES
           MOVE WS-TOT-OUVERTES    TO SCR-OUVERTES
           IF WS-TOT-DUES > 0
              COMPUTE WS-POURCENT ROUNDED =
                      WS-TOT-HEURE * 100 / WS-TOT-DUES
              MOVE WS-POURCENT TO SCR-PONCTUEL
           END-IF
           IF WS-TOT-RETARDS > 0
              COMPUTE WS-MOYENNE ROUNDED =
                      WS-TOT-JOURS-RET / WS-TOT-RETARDS
              MOVE WS-MOYENNE TO SCR-RETARD
           END-IF
           IF WS-TOT-CDE > 0
              COMPUTE WS-POURCENT ROUNDED =
                      WS-TOT-RECUE * 100 / WS-TOT-CDE
                 ON SIZE ERROR MOVE 999 TO WS-POURCENT
              END-COMPUTE
              MOVE WS-POURCENT TO SCR-SERVI
           END-IF
           IF WS-TOT-RECUES > 0
              COMPUTE WS-MOYENNE ROUNDED =
                      WS-TOT-JOURS-PROM / WS-TOT-RECUES
              MOVE WS-MOYENNE TO SCR-PROMIS
              COMPUTE WS-MOYENNE ROUNDED =
                      WS-TOT-JOURS-REEL / WS-TOT-RECUES
              MOVE WS-MOYENNE TO SCR-REEL
           END-IF
           WRITE ENRSCORERPT
           .

*> Date AAAA-MM-JJ (WS-CNV-ISO) en numero de jour (WS-CNV-JOUR),
*> 0 si la date est invalide (cf PDROPRPT)
       8200-JOUR-ISO.

           MOVE 0 TO WS-CNV-JOUR
           MOVE WS-CNV-ISO(1:4) TO WS-CNV-AAAAMMJJ(1:4)
           MOVE WS-CNV-ISO(6:2) TO WS-CNV-AAAAMMJJ(5:2)
           MOVE WS-CNV-ISO(9:2) TO WS-CNV-AAAAMMJJ(7:2)
           IF WS-CNV-AAAAMMJJ NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-CNV-NUM) = 0
                 COMPUTE WS-CNV-JOUR =
                     FUNCTION INTEGER-OF-DATE(WS-CNV-NUM)
              END-IF
           END-IF
           .

*> Synthese de fin de run et code retour
       9000-FIN.

           DISPLAY 'PVNDSCORE : ' WS-CT-FOURNISSEURS ' FOURNISSEURS, '
                   WS-TOT-DUES ' LIGNES DUES, '
                   WS-TOT-OUVERTES ' OUVERTES EN RETARD'
           DISPLAY 'PVNDSCORE : ' WS-CT-A-CORRIGER
                   ' DELAI(S) FOURNISSEUR A CORRIGER, '
                   WS-CT-RUP-ORPHELIN ' RUPTURE(S) SANS FOURNISSEUR'

           CLOSE FSCORERPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
