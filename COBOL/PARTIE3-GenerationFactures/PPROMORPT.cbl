*> ==========================================================
*> PPROMORPT.cbl - Bilan des promotions terminees
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Pour chaque promotion de DPROMO (appliquee par PORDER) dont la
*>   fenetre est terminee et qui n'a pas encore ete rapportee,
*>   comparer les unites vendues et le chiffre d'affaires de son
*>   produit ou de sa categorie PENDANT la promotion a ceux de la
*>   periode de meme duree qui la precede immediatement - le
*>   merchandising sait enfin si la remise a fait vendre plus ou
*>   seulement vendre moins cher
*>
*> Entrées :
*> - FRUNPARM / DRUNPARM : cle DATE-RUN (AAAA-MM-JJ, validee par
*>   PPARMVAL) ; membre absent -> repli sur le SYSIN, a defaut la date
*>   du jour
*> - FPROMO / DPROMO : fichier des promotions (cf PORDER)
*> - FPROFAIT / DPROMO-DONE : registre des promotions deja rapportees
*>   (code, debut, fin, date du rapport), complete a chaque run
*> - Tables DB2 : ORDERS, ITEMS, PRODUCTS (lecture seule)
*>
*> Sorties :
*> - DPROMO-RPT : une ligne 'P' par promotion terminee (unites et CA
*>   avant / pendant, variations en %, unites et CA des seules lignes
*>   vendues au prix promotionnel), une ligne 'T' de total
*> - DPROMO-DONE : une ligne par promotion rapportee par ce run
*>
*> Sous-programmes appelés :
*> - PRUNLOG : journal d'execution du cycle
*>
*> Remarques :
*> - Une promotion est terminee quand sa date de fin est anterieure a
*>   la date du run ; elle est rapportee une seule fois (registre
*>   DPROMO-DONE), au premier run qui suit sa fin - une promotion
*>   prolongee (nouvelle date de fin) est rapportee a nouveau
*> - La periode de reference a la duree de la promotion en jours et
*>   se termine la veille de son debut
*> - ORDERS ne porte pas la region de la commande : les colonnes
*>   avant / pendant couvrent toutes les regions, meme pour une
*>   promotion limitee a une region ; les colonnes "lignes promo"
*>   (ITEMS.PROMO) ne comptent que les lignes effectivement remisees
*> - Les commandes deja archivees par PARCHIVE ne sont plus dans
*>   ORDERS/ITEMS et ne sont pas comptees
*> - O_DATE est stockee au format MM/JJ/AAAA (cf PFDATE/PORDER) : elle
*>   est rearrangee en AAAA-MM-JJ pour le BETWEEN, comme PCATSUM
*> - Prévu pour tourner apres PORDER (STEP022 de FACTBAT)
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PPROMORPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

*> Membre central de parametres du run (DRUNPARM, valide en tete de
*> cycle par PPARMVAL) ; absent -> repli sur le SYSIN
           SELECT FRUNPARM ASSIGN TO DRUNPARM
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-PRM.

           SELECT FPROMO ASSIGN TO DPROMO
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-PRO.

           SELECT FPROFAIT ASSIGN TO DPROMO-DONE
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-PFT.

           SELECT FPRORPT ASSIGN TO DPROMO-RPT
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

*> Même découpage que dans PORDER
       FD FPROMO
           RECORDING MODE IS F.

       01 ENRPROMO.
          05 PRO-CODE        PIC X(8).
          05 FILLER          PIC X(1).
          05 PRO-CIBLE       PIC X(1).
          05 FILLER          PIC X(1).
          05 PRO-P-NO        PIC X(3).
          05 FILLER          PIC X(1).
          05 PRO-CATEGORY    PIC X(10).
          05 FILLER          PIC X(1).
          05 PRO-REGION      PIC X(2).
          05 FILLER          PIC X(1).
          05 PRO-DEBUT       PIC X(10).
          05 FILLER          PIC X(1).
          05 PRO-FIN         PIC X(10).
          05 FILLER          PIC X(1).
          05 PRO-MODE        PIC X(1).
          05 FILLER          PIC X(1).
          05 PRO-VALEUR      PIC 9(5)V99.

*> Une promotion rapportee par ligne : la cle est code + debut + fin
       FD FPROFAIT
           RECORDING MODE IS F.

       01 ENRPROFAIT.
          05 PFT-CODE        PIC X(8).
          05 FILLER          PIC X(1).
          05 PFT-DEBUT       PIC X(10).
          05 FILLER          PIC X(1).
          05 PFT-FIN         PIC X(10).
          05 FILLER          PIC X(1).
          05 PFT-DATE-RPT    PIC X(10).

*> Rapport : 'P' = bilan d'une promotion terminee
       FD FPRORPT
           RECORDING MODE IS F.

       01 ENRPRORPT.
          05 RPP-TYPE-REC    PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPP-CODE        PIC X(8).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPP-CIBLE       PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPP-VISEE       PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPP-REGION      PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPP-DEBUT       PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPP-FIN         PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPP-JOURS       PIC ZZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPP-UNI-AVANT   PIC Z(6)9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPP-UNI-PENDANT PIC Z(6)9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPP-VAR-UNI     PIC -Z(4)9,9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPP-CA-AVANT    PIC Z(8)9,99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPP-CA-PENDANT  PIC Z(8)9,99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPP-VAR-CA      PIC -Z(4)9,9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPP-UNI-PROMO   PIC Z(6)9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPP-CA-PROMO    PIC Z(8)9,99.

*> 'T' = total de fin de run : promotions lues, rapportees par ce
*> run, encore en cours ou a venir, invalides
       01 ENRPRORPT-T.
          05 RPT-T-TYPE-REC  PIC X(1).
          05 FILLER          PIC X(1).
          05 RPT-T-LUES      PIC ZZZZ9.
          05 FILLER          PIC X(1).
          05 RPT-T-RAPPORTEES PIC ZZZZ9.
          05 FILLER          PIC X(1).
          05 RPT-T-EN-COURS  PIC ZZZZ9.
          05 FILLER          PIC X(1).
          05 RPT-T-INVALIDES PIC ZZZZ9.
          05 FILLER          PIC X(109).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE ORDERS END-EXEC.

           EXEC SQL INCLUDE ITEMS END-EXEC.

           EXEC SQL INCLUDE PRODUCTS END-EXEC.

       77 WS-STATUS-PRM      PIC 99 VALUE 0.
       77 WS-STATUS-PRO      PIC 99 VALUE 0.
       77 WS-STATUS-PFT      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.

       01 WS-EOF-PRO         PIC X(1) VALUE 'N'.
       01 WS-EOF-PFT         PIC X(1).

*> Date du run (AAAA-MM-JJ)
       01 WS-DATE-RUN        PIC X(10) VALUE SPACES.
       01 WS-DATE-CURRENT    PIC X(21).
       01 WS-PARM-FICHIER    PIC X(1) VALUE 'N'.

*> Registre des promotions deja rapportees, charge en memoire ; au-
*> dela de la table, le reste du fichier est relu a chaque recherche
*> (cf 2150)
       01 WS-PFT-TABLE.
          05 WS-PFT-ENTRY OCCURS 2000 TIMES.
             10 WS-PFT-CODE   PIC X(8).
             10 WS-PFT-DEBUT  PIC X(10).
             10 WS-PFT-FIN    PIC X(10).
       01 WS-NB-PFT          PIC 9(4) VALUE 0.
       01 WS-PFT-IDX         PIC 9(4).
       01 WS-LUS-PFT         PIC 9(7) VALUE 0.
       01 WS-RELU            PIC 9(7).
       01 WS-RELIRE-PFT      PIC X(1) VALUE 'N'.
       01 WS-DEJA-RAPPORTEE  PIC X(1).

*> Criteres DB2 de la promotion en cours et fenetre interrogee
       01 WS-CIBLE           PIC X(1).
       01 WS-PNO             PIC X(3).
       01 WS-CATEG           PIC X(10).
       01 WS-CODE            PIC X(8).
       01 WS-FEN-DEBUT       PIC X(10).
       01 WS-FEN-FIN         PIC X(10).
       01 WS-UNITES          PIC 9(7).
       01 WS-MONTANT         PIC 9(9)V99.

*> Fenetres de la promotion : rangs de jour, duree, dates de la
*> periode de reference qui la precede
       01 WS-JOUR-DEBUT      PIC 9(7).
       01 WS-JOUR-FIN        PIC 9(7).
       01 WS-DUREE           PIC 9(4).
       01 WS-REF-DEBUT       PIC X(10).
       01 WS-REF-FIN         PIC X(10).
       01 WS-PROMO-OK        PIC X(1).

*> Chiffres de la promotion en cours
       01 WS-UNI-AVANT       PIC 9(7).
       01 WS-CA-AVANT        PIC 9(9)V99.
       01 WS-UNI-PENDANT     PIC 9(7).
       01 WS-CA-PENDANT      PIC 9(9)V99.
       01 WS-UNI-PROMO       PIC 9(7).
       01 WS-CA-PROMO        PIC 9(9)V99.
       01 WS-VARIATION       PIC S9(5)V9.

*> Conversion date AAAA-MM-JJ <-> rang du jour (cf PCASHFCST)
       01 WS-CNV-DATE        PIC X(10).
       01 WS-CNV-AAAAMMJJ    PIC X(8).
       01 WS-CNV-NUM REDEFINES WS-CNV-AAAAMMJJ PIC 9(8).
       01 WS-CNV-JOUR        PIC 9(7).

*> Compteurs de fin de run
       77 WS-CT-LUES         PIC 9(5) VALUE 0.
       77 WS-CT-RAPPORTEES   PIC 9(5) VALUE 0.
       77 WS-CT-EN-COURS     PIC 9(5) VALUE 0.
       77 WS-CT-INVALIDES    PIC 9(5) VALUE 0.

*> Code retour remis au moniteur de job : 8 si la date du run est
*> invalide ou sur erreur DB2, 4 si une promotion du fichier est
*> inexploitable (dates), 0 sinon (aucune promotion terminee n'est
*> pas une erreur)
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

           MOVE 'PPROMORP' TO WS-RL-NOM
           MOVE 'D' TO WS-RL-PHASE
           MOVE 0 TO WS-RL-RC
           MOVE 0 TO WS-RL-COMPTEUR
           CALL PRUNLOG USING WS-RL-NOM WS-RL-PHASE WS-RL-RC
                              WS-RL-COMPTEUR

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 1200-CHARGER-REGISTRE
              PERFORM 2000-TRAITER-PROMOTIONS
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Date du run et ouverture du rapport
       1000-DEBUT.

           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

*> Date du run depuis le membre central DRUNPARM (cle DATE-RUN,
*> validee par PPARMVAL) ; membre absent -> SYSIN, puis date du jour
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

           IF WS-DATE-RUN = SPACES
              MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT
              STRING WS-DATE-CURRENT(1:4) DELIMITED BY SIZE
                     '-'                  DELIMITED BY SIZE
                     WS-DATE-CURRENT(5:2) DELIMITED BY SIZE
                     '-'                  DELIMITED BY SIZE
                     WS-DATE-CURRENT(7:2) DELIMITED BY SIZE
                     INTO WS-DATE-RUN
              END-STRING
           END-IF

           MOVE WS-DATE-RUN TO WS-CNV-DATE
           PERFORM 8000-JOUR-DE-DATE
           IF WS-CNV-JOUR = 0
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PPROMORPT : DATE DU RUN INVALIDE (AAAA-MM-JJ) : '
                      WS-DATE-RUN
           END-IF

           OPEN OUTPUT FPRORPT

           DISPLAY 'PPROMORPT - DATE DU RUN ' WS-DATE-RUN
           .

*> Chargement du registre des promotions deja rapportees, puis
*> reouverture en ajout pour y inscrire celles de ce run ; registre
*> absent : aucune promotion encore rapportee
       1200-CHARGER-REGISTRE.

           OPEN INPUT FPROFAIT
           IF WS-STATUS-PFT = 0
              MOVE 'N' TO WS-EOF-PFT
              PERFORM UNTIL WS-EOF-PFT = 'Y'
                 READ FPROFAIT
                    AT END
                       MOVE 'Y' TO WS-EOF-PFT
                    NOT AT END
                       ADD 1 TO WS-LUS-PFT
                       IF WS-NB-PFT < 2000
                          ADD 1 TO WS-NB-PFT
                          MOVE PFT-CODE  TO WS-PFT-CODE(WS-NB-PFT)
                          MOVE PFT-DEBUT TO WS-PFT-DEBUT(WS-NB-PFT)
                          MOVE PFT-FIN   TO WS-PFT-FIN(WS-NB-PFT)
                       ELSE
                          MOVE 'Y' TO WS-RELIRE-PFT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FPROFAIT
           END-IF
           .

*> Parcours du fichier des promotions ; fichier absent : aucune
*> promotion, rien a rapporter
       2000-TRAITER-PROMOTIONS.

           OPEN INPUT FPROMO
           IF WS-STATUS-PRO NOT = 0
              DISPLAY 'PPROMORPT : FICHIER DPROMO ABSENT - AUCUNE '
                      'PROMOTION'
           ELSE
              MOVE 'N' TO WS-EOF-PRO
              PERFORM UNTIL WS-EOF-PRO = 'Y'
                 READ FPROMO
                    AT END
                       MOVE 'Y' TO WS-EOF-PRO
                    NOT AT END
                       ADD 1 TO WS-CT-LUES
                       PERFORM 2100-EXAMINER-PROMOTION
                 END-READ
              END-PERFORM
              CLOSE FPROMO
           END-IF
           .

*> Promotion lue : en cours ou a venir, elle attend sa fin ; dates
*> inexploitables, elle est signalee ; terminee et pas encore
*> rapportee, elle est comparee a sa periode de reference
       2100-EXAMINER-PROMOTION.

           IF PRO-FIN NOT < WS-DATE-RUN
              ADD 1 TO WS-CT-EN-COURS
           ELSE
              MOVE 'Y' TO WS-PROMO-OK
              MOVE PRO-DEBUT TO WS-CNV-DATE
              PERFORM 8000-JOUR-DE-DATE
              MOVE WS-CNV-JOUR TO WS-JOUR-DEBUT
              MOVE PRO-FIN TO WS-CNV-DATE
              PERFORM 8000-JOUR-DE-DATE
              MOVE WS-CNV-JOUR TO WS-JOUR-FIN
              IF WS-JOUR-DEBUT = 0 OR WS-JOUR-FIN = 0
                 OR WS-JOUR-FIN < WS-JOUR-DEBUT
                 OR WS-JOUR-FIN - WS-JOUR-DEBUT > 9998
                 OR (PRO-CIBLE NOT = 'P' AND PRO-CIBLE NOT = 'C')
                 MOVE 'N' TO WS-PROMO-OK
                 ADD 1 TO WS-CT-INVALIDES
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
                 DISPLAY 'PPROMORPT : PROMOTION ' PRO-CODE
                         ' INEXPLOITABLE (CIBLE OU DATES) : '
                         PRO-DEBUT ' ' PRO-FIN
              END-IF

              IF WS-PROMO-OK = 'Y'
                 PERFORM 2110-DEJA-RAPPORTEE
                 IF WS-DEJA-RAPPORTEE = 'N'
                    PERFORM 2200-COMPARER-PERIODES
                 END-IF
              END-IF
           END-IF
           .

*> La promotion lue (code, debut, fin) est-elle deja au registre ?
       2110-DEJA-RAPPORTEE.

           MOVE 'N' TO WS-DEJA-RAPPORTEE
           PERFORM VARYING WS-PFT-IDX FROM 1 BY 1
                   UNTIL WS-PFT-IDX > WS-NB-PFT
                   OR WS-DEJA-RAPPORTEE = 'Y'
              IF WS-PFT-CODE(WS-PFT-IDX) = PRO-CODE
                 AND WS-PFT-DEBUT(WS-PFT-IDX) = PRO-DEBUT
                 AND WS-PFT-FIN(WS-PFT-IDX) = PRO-FIN
                 MOVE 'Y' TO WS-DEJA-RAPPORTEE
              END-IF
           END-PERFORM

           IF WS-DEJA-RAPPORTEE = 'N' AND WS-RELIRE-PFT = 'Y'
              PERFORM 2150-RELIRE-REGISTRE
           END-IF
           .

*> Registre plus grand que sa table : relecture des lignes au-dela
*> de la table (cf PORDER.3042-RELIRE-CONTRATS)
       2150-RELIRE-REGISTRE.

           OPEN INPUT FPROFAIT
           IF WS-STATUS-PFT = 0
              MOVE 0 TO WS-RELU
              MOVE 'N' TO WS-EOF-PFT
              PERFORM UNTIL WS-EOF-PFT = 'Y'
                 READ FPROFAIT
                    AT END
                       MOVE 'Y' TO WS-EOF-PFT
                    NOT AT END
                       ADD 1 TO WS-RELU
                       IF WS-RELU > WS-NB-PFT
                          AND PFT-CODE = PRO-CODE
                          AND PFT-DEBUT = PRO-DEBUT
                          AND PFT-FIN = PRO-FIN
                          MOVE 'Y' TO WS-DEJA-RAPPORTEE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FPROFAIT
           END-IF
           .

*> Ventes du produit ou de la categorie visee pendant la promotion
*> et pendant la periode de meme duree qui la precede, plus les
*> seules lignes remisees par la promotion ; une erreur DB2 laisse
*> la promotion hors registre, elle sera reprise au run suivant
       2200-COMPARER-PERIODES.

           COMPUTE WS-DUREE = WS-JOUR-FIN - WS-JOUR-DEBUT + 1
           COMPUTE WS-CNV-JOUR = WS-JOUR-DEBUT - WS-DUREE
           PERFORM 8010-DATE-DE-JOUR
           MOVE WS-CNV-DATE TO WS-REF-DEBUT
           COMPUTE WS-CNV-JOUR = WS-JOUR-DEBUT - 1
           PERFORM 8010-DATE-DE-JOUR
           MOVE WS-CNV-DATE TO WS-REF-FIN

           MOVE PRO-CIBLE    TO WS-CIBLE
           MOVE PRO-P-NO     TO WS-PNO
           MOVE PRO-CATEGORY TO WS-CATEG
           MOVE PRO-CODE     TO WS-CODE

           MOVE WS-REF-DEBUT TO WS-FEN-DEBUT
           MOVE WS-REF-FIN   TO WS-FEN-FIN
           PERFORM 2210-VENTES-FENETRE
           MOVE WS-UNITES  TO WS-UNI-AVANT
           MOVE WS-MONTANT TO WS-CA-AVANT

           IF SQLCODE = 0
              MOVE PRO-DEBUT TO WS-FEN-DEBUT
              MOVE PRO-FIN   TO WS-FEN-FIN
              PERFORM 2210-VENTES-FENETRE
              MOVE WS-UNITES  TO WS-UNI-PENDANT
              MOVE WS-MONTANT TO WS-CA-PENDANT
           END-IF

           IF SQLCODE = 0
              PERFORM 2220-VENTES-PROMO
           END-IF

           IF SQLCODE = 0
              PERFORM 2300-ECRIRE-BILAN
           ELSE
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PPROMORPT : ERREUR DB2 ' SQLCODE
                      ' SUR LA PROMOTION ' PRO-CODE
           END-IF
           .

*> Unites et CA du produit ou de la categorie visee entre
*> WS-FEN-DEBUT et WS-FEN-FIN, toutes regions
       2210-VENTES-FENETRE.

           MOVE 0 TO WS-UNITES
           MOVE 0 TO WS-MONTANT
           EXEC SQL
              SELECT VALUE(SUM(I.QUANTITY), 0),
                     VALUE(SUM(I.QUANTITY * I.PRICE), 0)
              INTO :WS-UNITES, :WS-MONTANT
              FROM API12.ITEMS I
              JOIN API12.PRODUCTS P ON I.P_NO = P.P_NO
              JOIN API12.ORDERS O ON O.O_NO = I.O_NO
              WHERE SUBSTR(O.O_DATE,7,4) || '-' ||
                    SUBSTR(O.O_DATE,1,2) || '-' ||
                    SUBSTR(O.O_DATE,4,2) BETWEEN :WS-FEN-DEBUT
                                             AND :WS-FEN-FIN
              AND ((:WS-CIBLE = 'P' AND I.P_NO = :WS-PNO)
                OR (:WS-CIBLE = 'C'
                    AND VALUE(P.CATEGORY, ' ') = :WS-CATEG))
           END-EXEC
           .

*> Unites et CA des lignes vendues au prix de la promotion
*> (ITEMS.PROMO pose par PORDER) pendant sa fenetre
       2220-VENTES-PROMO.

           MOVE 0 TO WS-UNI-PROMO
           MOVE 0 TO WS-CA-PROMO
           EXEC SQL
              SELECT VALUE(SUM(I.QUANTITY), 0),
                     VALUE(SUM(I.QUANTITY * I.PRICE), 0)
              INTO :WS-UNI-PROMO, :WS-CA-PROMO
              FROM API12.ITEMS I
              JOIN API12.ORDERS O ON O.O_NO = I.O_NO
              WHERE SUBSTR(O.O_DATE,7,4) || '-' ||
                    SUBSTR(O.O_DATE,1,2) || '-' ||
                    SUBSTR(O.O_DATE,4,2) BETWEEN :WS-FEN-DEBUT
                                             AND :WS-FEN-FIN
              AND I.PROMO = :WS-CODE
           END-EXEC
           .

*> Ligne 'P' du rapport et inscription au registre ; une variation
*> sans chiffre de reference (periode precedente a zero) reste a
*> blanc. Le registre n'est ouvert en ajout que le temps de
*> l'ecriture : 2150 peut avoir a le relire pour la promotion
*> suivante
       2300-ECRIRE-BILAN.

           MOVE SPACES TO ENRPRORPT
           MOVE 'P'        TO RPP-TYPE-REC
           MOVE PRO-CODE   TO RPP-CODE
           MOVE PRO-CIBLE  TO RPP-CIBLE
           IF PRO-CIBLE = 'P'
              MOVE PRO-P-NO TO RPP-VISEE
           ELSE
              MOVE PRO-CATEGORY TO RPP-VISEE
           END-IF
           MOVE PRO-REGION TO RPP-REGION
           MOVE PRO-DEBUT  TO RPP-DEBUT
           MOVE PRO-FIN    TO RPP-FIN
           MOVE WS-DUREE   TO RPP-JOURS
           MOVE WS-UNI-AVANT   TO RPP-UNI-AVANT
           MOVE WS-UNI-PENDANT TO RPP-UNI-PENDANT
           MOVE WS-CA-AVANT    TO RPP-CA-AVANT
           MOVE WS-CA-PENDANT  TO RPP-CA-PENDANT
           MOVE WS-UNI-PROMO   TO RPP-UNI-PROMO
           MOVE WS-CA-PROMO    TO RPP-CA-PROMO

           IF WS-UNI-AVANT > 0
              COMPUTE WS-VARIATION ROUNDED =
                  (WS-UNI-PENDANT - WS-UNI-AVANT) * 100 / WS-UNI-AVANT
                  ON SIZE ERROR
                     MOVE 99999,9 TO WS-VARIATION
              END-COMPUTE
              MOVE WS-VARIATION TO RPP-VAR-UNI
           END-IF
           IF WS-CA-AVANT > 0
              COMPUTE WS-VARIATION ROUNDED =
                  (WS-CA-PENDANT - WS-CA-AVANT) * 100 / WS-CA-AVANT
                  ON SIZE ERROR
                     MOVE 99999,9 TO WS-VARIATION
              END-COMPUTE
              MOVE WS-VARIATION TO RPP-VAR-CA
           END-IF
           WRITE ENRPRORPT

           MOVE SPACES TO ENRPROFAIT
           MOVE PRO-CODE    TO PFT-CODE
           MOVE PRO-DEBUT   TO PFT-DEBUT
           MOVE PRO-FIN     TO PFT-FIN
           MOVE WS-DATE-RUN TO PFT-DATE-RPT
           OPEN EXTEND FPROFAIT
           IF WS-STATUS-PFT NOT = 0
              CLOSE FPROFAIT
              OPEN OUTPUT FPROFAIT
           END-IF
           WRITE ENRPROFAIT
           CLOSE FPROFAIT

           ADD 1 TO WS-CT-RAPPORTEES
           .

*> Rang du jour d'une date AAAA-MM-JJ (0 si la date est invalide)
       8000-JOUR-DE-DATE.

           MOVE 0 TO WS-CNV-JOUR
           MOVE SPACES TO WS-CNV-AAAAMMJJ
           STRING WS-CNV-DATE(1:4) DELIMITED BY SIZE
                  WS-CNV-DATE(6:2) DELIMITED BY SIZE
                  WS-CNV-DATE(9:2) DELIMITED BY SIZE
                  INTO WS-CNV-AAAAMMJJ
           END-STRING
           IF WS-CNV-AAAAMMJJ NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-CNV-NUM) = 0
                 COMPUTE WS-CNV-JOUR =
                     FUNCTION INTEGER-OF-DATE(WS-CNV-NUM)
              END-IF
           END-IF
           .

*> Date AAAA-MM-JJ d'un rang de jour
       8010-DATE-DE-JOUR.

           COMPUTE WS-CNV-NUM = FUNCTION DATE-OF-INTEGER(WS-CNV-JOUR)
           MOVE SPACES TO WS-CNV-DATE
           STRING WS-CNV-AAAAMMJJ(1:4) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-CNV-AAAAMMJJ(5:2) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-CNV-AAAAMMJJ(7:2) DELIMITED BY SIZE
                  INTO WS-CNV-DATE
           END-STRING
           .

*> Ligne de total, synthese de fin de run et code retour
       9000-FIN.

           IF WS-RETURN-CODE NOT = 8
              MOVE SPACES TO ENRPRORPT-T
              MOVE 'T' TO RPT-T-TYPE-REC
              MOVE WS-CT-LUES       TO RPT-T-LUES
              MOVE WS-CT-RAPPORTEES TO RPT-T-RAPPORTEES
              MOVE WS-CT-EN-COURS   TO RPT-T-EN-COURS
              MOVE WS-CT-INVALIDES  TO RPT-T-INVALIDES
              WRITE ENRPRORPT-T
           END-IF

           CLOSE FPRORPT

           DISPLAY 'PPROMORPT - PROMOTIONS LUES=' WS-CT-LUES
                   ' RAPPORTEES=' WS-CT-RAPPORTEES
                   ' EN COURS=' WS-CT-EN-COURS
                   ' INVALIDES=' WS-CT-INVALIDES

           MOVE 'PPROMORP' TO WS-RL-NOM
           MOVE 'F' TO WS-RL-PHASE
           MOVE WS-RETURN-CODE TO WS-RL-RC
           MOVE WS-CT-RAPPORTEES TO WS-RL-COMPTEUR
           CALL PRUNLOG USING WS-RL-NOM WS-RL-PHASE WS-RL-RC
                              WS-RL-COMPTEUR

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
