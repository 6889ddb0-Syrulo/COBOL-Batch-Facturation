*> ==========================================================
*> PDISPUTE.cbl - Registre des litiges sur factures
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Tenir le registre DDISPUTE des factures contestees par le
*>   client (prix, quantite, marchandise avariee...) : tant qu'un
*>   litige est ouvert, la facture sort du recouvrement - la balance
*>   agee PARAGING la montre dans sa colonne propre, PDUNNING ne la
*>   relance pas, PFINCHG n'y calcule pas d'interets et PWRITEOFF ne
*>   la passe pas en perte
*> - Chaque litige se clot de l'une de trois facons : avoir total
*>   (annulation de la facture par PVOID), avoir partiel (retour
*>   d'une ligne par PRETURN) ou reintegration (le client avait
*>   tort, la facture revient au recouvrement)
*> - Rapport hebdomadaire des litiges ouverts, par responsable et
*>   par anciennete
*>
*> Entrées :
*> - FTXN / DDISPUTE-TXN : un mouvement par ligne, champs séparés
*>   par ';' :
*>     O;C_NO;FACTURE;OPERATEUR;MOTIF;RESPONSABLE;MONTANT
*>        ouvrir un litige ; MOTIF = PRX (prix), QTE (quantite),
*>        AVA (avarie), AUT (autre) ; MONTANT conteste a la virgule
*>        decimale, blanc = tout le reste du de la facture
*>     C;C_NO;FACTURE;OPERATEUR
*>        clore par avoir total (demande d'annulation pour PVOID)
*>     P;C_NO;FACTURE;OPERATEUR;P_NO;QUANTITE;DISPOSITION;RMA
*>        clore par avoir partiel (demande de retour pour PRETURN,
*>        DISPOSITION et RMA facultatifs, cf DRETURN-TXN)
*>     R;C_NO;FACTURE;OPERATEUR
*>        clore par reintegration au recouvrement
*> - FARXREF / DAR-XREF : grand livre indexe client + facture, lu
*>   par cle pour valider la facture et son reste du
*> - FOPERAUTH / DOPERAUTH : autorisations operateurs, fonction
*>   DISPUTE (cf PVOID)
*>
*> Sorties :
*> - DDISPUTE        : registre indexe des litiges (cle client +
*>   facture), cree au premier run
*> - DVOID-TXN       : demandes d'annulation des avoirs totaux, au
*>   format lu par PVOID (ajout)
*> - DRETURN-TXN     : demandes de retour des avoirs partiels, au
*>   format lu par PRETURN (ajout)
*> - DDISPUTE-REJECT : mouvements mal formes ou inapplicables
*> - DDISPUTE-AUDIT  : une ligne par mouvement applique plus une
*>   ligne total, sur le modele de DDDEVMAINT-AUDIT
*> - DDISPUTE-RPT    : litiges ouverts tries par responsable puis
*>   date d'ouverture, montant range dans sa tranche d'anciennete
*>   ('D'), sous-total par responsable ('R'), total general ('T')
*>
*> Sous-programmes appelés :
*> - PDATECALC : coupures a 30, 60 et 90 jours du rapport
*>
*> Remarques :
*> - Sans fichier de mouvements, le programme ne fait que le rapport
*>   des litiges ouverts (cf PSUSPENSE) : c'est le passage
*>   hebdomadaire du service recouvrement
*> - Un litige clos reste au registre avec son etat ('C' avoir
*>   total, 'P' avoir partiel, 'R' reintegre) ; une nouvelle
*>   contestation de la meme facture rouvre l'enregistrement
*> - L'avoir lui-meme est emis au run PVOID ou PRETURN suivant, avec
*>   leurs propres controles ; ce programme ne touche ni CUSTOMERS
*>   ni le grand livre
*> - Le retour d'un avoir partiel porte le motif code AVA pour un
*>   litige d'avarie, AUT pour tout autre motif de litige ; la
*>   reference du litige suit en note libre
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PDISPUTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FTXN ASSIGN TO DDISPUTE-TXN
                       ORGANIZATION IS SEQUENTIAL
                       FILE STATUS IS WS-STATUS-TXN.

*> Registre des litiges, lu par cle pour les mouvements et en
*> sequence pour le rapport
           SELECT FDISPUTE ASSIGN TO DDISPUTE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS DSP-CLE
                           FILE STATUS IS WS-STATUS-DSP.

*> Grand livre en comptes ouverts indexe par client et facture (cf
*> le FD FARXREF), lecture seule
           SELECT FARXREF ASSIGN TO DAR-XREF
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS ARX-CLE
                          FILE STATUS IS WS-STATUS-ARX.

           SELECT FVOIDTXN ASSIGN TO DVOID-TXN
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-VTX.

           SELECT FRETTXN ASSIGN TO DRETURN-TXN
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-RTX.

           SELECT FREJECT ASSIGN TO DDISPUTE-REJECT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-REJ.

           SELECT FAUDIT ASSIGN TO DDISPUTE-AUDIT
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-AUD.

           SELECT FOPERAUTH ASSIGN TO DOPERAUTH
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS WS-STATUS-AUT.

           SELECT FDSPRPT ASSIGN TO DDISPUTE-RPT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-RPT.

           SELECT FTRAVAIL ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.

       FD FTXN
           RECORDING MODE IS F.

       01 ENRTXN         PIC X(80).

*> Registre des litiges : un enregistrement par facture contestee,
*> etat 'O' = ouvert, 'C' = clos par avoir total, 'P' = clos par
*> avoir partiel, 'R' = clos par reintegration
       FD FDISPUTE
           DATA RECORD IS ENRDISPUTE.

       01 ENRDISPUTE.
          05 DSP-CLE.
             10 DSP-C-NO        PIC 9(4).
             10 DSP-INVOICE-NO  PIC 9(6).
          05 DSP-ETAT        PIC X(1).
          05 DSP-MOTIF       PIC X(3).
          05 DSP-RESPONSABLE PIC X(8).
          05 DSP-O-NO        PIC 9(6).
          05 DSP-MONTANT     PIC 9(7)V99.
          05 DSP-DATE-OUV    PIC X(10).
          05 DSP-DATE-RES    PIC X(10).
          05 DSP-OPERATEUR   PIC X(8).
          05 FILLER          PIC X(10).

*> Grand livre en comptes ouverts INDEXE, cle client + facture :
*> le pendant adressable du journal sequentiel DAR-OPEN, tenu par
*> ses ecrivains (PFACTURE, PPAYMENT, PRETURN, PVOID, PWRITEOFF)
       FD FARXREF
           DATA RECORD IS ENRARXREF.

       01 ENRARXREF.
          05 ARX-CLE.
             10 ARX-C-NO        PIC 9(4).
             10 ARX-INVOICE-NO  PIC 9(6).
          05 ARX-TYPE        PIC X(1).
          05 ARX-O-NO        PIC 9(6).
          05 ARX-DATE        PIC X(10).
          05 ARX-MONTANT     PIC 9(7)V99.
          05 ARX-REGLE       PIC 9(7)V99.
          05 ARX-ETAT        PIC X(1).
          05 ARX-ECHEANCE    PIC X(10).

*> Même structure que celle lue par PVOID (cf PVOID.cbl)
       FD FVOIDTXN
           RECORDING MODE IS F.

       01 ENRVOIDTXN     PIC X(60).

*> Même structure que celle lue par PRETURN (cf PRETURN.cbl)
       FD FRETTXN
           RECORDING MODE IS F.

       01 ENRRETURN.
          05 RET-O-NO        PIC 9(6).
          05 RET-P-NO        PIC X(3).
          05 RET-QUANTITY    PIC 9(4).
          05 RET-RAISON      PIC X(3).
          05 RET-NOTE        PIC X(27).
          05 RET-DISPOSITION PIC X(1).
          05 RET-RMA         PIC X(6).

       FD FREJECT
           RECORDING MODE IS F.

       01 ENRREJECT.
          05 REJ-RAW-LINE     PIC X(80).
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 REJ-REASON-CODE  PIC X(4).
          05 FILLER           PIC X(1)  VALUE SPACE.
          05 REJ-REASON-TEXT  PIC X(30).

*> Journal d'audit : 'D' = mouvement applique, 'T' = total de fin
*> de run
       FD FAUDIT
           RECORDING MODE IS F.

       01 ENRDSPAUDIT.
          05 AUD-REC-TYPE     PIC X(1).
          05 AUD-CODE         PIC X(1).
          05 AUD-C-NO         PIC 9(4).
          05 AUD-INVOICE-NO   PIC 9(6).
          05 AUD-MONTANT      PIC 9(7)V99.
          05 AUD-MOTIF        PIC X(3).
          05 AUD-RESPONSABLE  PIC X(8).
          05 AUD-OPERATEUR    PIC X(8).
          05 AUD-TIMESTAMP    PIC X(21).
          05 AUD-LUES         PIC 9(5).
          05 AUD-APPLIQUEES   PIC 9(5).
          05 AUD-REJETEES     PIC 9(5).

*> Une autorisation par ligne : operateur, fonction, limite
       FD FOPERAUTH
           RECORDING MODE IS F.

       01 ENROPERAUTH.
          05 AUT-OPERATEUR    PIC X(8).
          05 FILLER           PIC X(1).
          05 AUT-FONCTION     PIC X(8).
          05 FILLER           PIC X(1).
          05 AUT-LIMITE       PIC 9(7)V99.

*> Rapport des litiges ouverts : 'D' = litige, 'R' = sous-total du
*> responsable, 'T' = total general ; le montant conteste tombe dans
*> la tranche de l'anciennete du litige (courant = moins de 30 jours)
       FD FDSPRPT
           RECORDING MODE IS F.

       01 ENRDSPRPT.
          05 RPT-TYPE-REC    PIC X(1).
          05 FILLER          PIC X(1).
          05 RPT-RESPONSABLE PIC X(8).
          05 FILLER          PIC X(1).
          05 RPT-C-NO        PIC X(4).
          05 FILLER          PIC X(1).
          05 RPT-INVOICE-NO  PIC X(6).
          05 FILLER          PIC X(1).
          05 RPT-DATE-OUV    PIC X(10).
          05 FILLER          PIC X(1).
          05 RPT-MOTIF       PIC X(3).
          05 FILLER          PIC X(1).
          05 RPT-COURANT     PIC Z(6)9,99.
          05 FILLER          PIC X(1).
          05 RPT-30J         PIC Z(6)9,99.
          05 FILLER          PIC X(1).
          05 RPT-60J         PIC Z(6)9,99.
          05 FILLER          PIC X(1).
          05 RPT-90J         PIC Z(6)9,99.

*> Fichier de travail du tri des litiges ouverts
       SD FTRAVAIL.

       01 ENRTRAVAIL.
          05 SRT-RESPONSABLE PIC X(8).
          05 SRT-DATE-OUV    PIC X(10).
          05 SRT-C-NO        PIC 9(4).
          05 SRT-INVOICE-NO  PIC 9(6).
          05 SRT-MOTIF       PIC X(3).
          05 SRT-MONTANT     PIC 9(7)V99.

       WORKING-STORAGE SECTION.

       77 WS-STATUS-TXN  PIC 99 VALUE 0.
       77 WS-STATUS-DSP  PIC 99 VALUE 0.
       77 WS-STATUS-ARX  PIC 99 VALUE 0.
       77 WS-STATUS-VTX  PIC 99 VALUE 0.
       77 WS-STATUS-RTX  PIC 99 VALUE 0.
       77 WS-STATUS-REJ  PIC 99 VALUE 0.
       77 WS-STATUS-AUD  PIC 99 VALUE 0.
       77 WS-STATUS-AUT  PIC 99 VALUE 0.
       77 WS-STATUS-RPT  PIC 99 VALUE 0.

       01 EOF            PIC X VALUE 'N'.
       01 WS-ENRTXN      PIC X(80).

*> Champs du mouvement en cours ; les champs 5 a 8 changent de sens
*> selon le code (cf en-tete)
       01 TXN-CODE        PIC X(1).
       01 TXN-C-NO        PIC X(4).
       01 TXN-INVOICE-NO  PIC X(6).
       01 TXN-OPERATEUR   PIC X(8).
       01 TXN-CHAMP-5     PIC X(10).
       01 TXN-CHAMP-6     PIC X(10).
       01 TXN-CHAMP-7     PIC X(12).
       01 TXN-CHAMP-8     PIC X(6).

       01 WS-VALID-REC     PIC X VALUE 'Y'.
       01 WS-REJECT-CODE   PIC X(4).
       01 WS-REJECT-TEXT   PIC X(30).

*> Litige deja connu du registre pour la facture du mouvement
       01 WS-DSP-EXISTE    PIC X(1).
*> Reste du de la facture au grand livre, montant du litige
       01 WS-RESTE-DU      PIC 9(7)V99.
       01 WS-DSP-MONTANT   PIC 9(7)V99.
       01 WS-RET-QTE       PIC 9(4).

*> Date du run (AAAA-MM-JJ)
       01 WS-DATE-RUN        PIC X(10).
       01 WS-DATE-CURRENT    PIC X(21).

*> Coupures d'anciennete du rapport via PDATECALC
       01 PDATECALC          PIC X(9) VALUE 'PDATECALC'.
       01 WS-DC-DATE-BASE    PIC X(10).
       01 WS-DC-SENS         PIC X(1).
       01 WS-DC-JOURS        PIC 9(4).
       01 WS-DC-AJUST        PIC X(1).
       01 WS-DC-DATE-RESULT  PIC X(10).
       01 WS-DC-STATUT       PIC X(1).
       01 WS-CUTOFF-30       PIC X(10).
       01 WS-CUTOFF-60       PIC X(10).
       01 WS-CUTOFF-90       PIC X(10).

*> Rupture par responsable et cumuls du rapport
       01 WS-EOF-DSP         PIC X(1).
       01 WS-EOF-TRI         PIC X(1).
       01 WS-RESP-COURANT    PIC X(8).
       01 WS-RUP-CT          PIC 9(4) VALUE 0.
       01 WS-RUP-COURANT     PIC 9(9)V99 VALUE 0.
       01 WS-RUP-30J         PIC 9(9)V99 VALUE 0.
       01 WS-RUP-60J         PIC 9(9)V99 VALUE 0.
       01 WS-RUP-90J         PIC 9(9)V99 VALUE 0.
       01 WS-TOT-CT          PIC 9(4) VALUE 0.
       01 WS-TOT-COURANT     PIC 9(9)V99 VALUE 0.
       01 WS-TOT-30J         PIC 9(9)V99 VALUE 0.
       01 WS-TOT-60J         PIC 9(9)V99 VALUE 0.
       01 WS-TOT-90J         PIC 9(9)V99 VALUE 0.
       77 WS-CT-STR          PIC ZZZ9.

       01 WS-CT-LUES       PIC 9(5) VALUE 0.
       01 WS-CT-APPLIQUEES PIC 9(5) VALUE 0.
       01 WS-CT-REJETEES   PIC 9(5) VALUE 0.

*> Autorisations chargees en memoire ; controle inactif si le
*> fichier est absent (WS-AUT-ACTIF = 'N')
       01 WS-AUT-TABLE.
          05 WS-AUT-ENTRY OCCURS 50 TIMES.
             10 WS-AUT-OPER     PIC X(8).
             10 WS-AUT-FONC     PIC X(8).
             10 WS-AUT-LIM      PIC 9(7)V99.
       01 WS-NB-AUT      PIC 9(2) VALUE 0.
       01 WS-AUT-IDX     PIC 9(2).
       01 WS-AUT-ACTIF   PIC X(1) VALUE 'N'.
       01 WS-AUT-OK      PIC X(1).
       01 WS-AUT-LIMITE  PIC 9(7)V99.
       01 WS-AUT-MONTANT PIC 9(7)V99.
       01 WS-EOF-AUT     PIC X(1).

*> Code retour remis au moniteur de job : 8 si le registre ne peut
*> etre ouvert, 4 si des mouvements ont ete rejetes, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 2000-TRAITEMENT UNTIL EOF = 'Y'
              PERFORM 3000-RAPPORT
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

       1000-DEBUT.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT
           STRING WS-DATE-CURRENT(1:4) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(5:2) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-RUN
           END-STRING

           OPEN OUTPUT FREJECT
           OPEN OUTPUT FDSPRPT

*> Journal d'audit en mode ajout (cf PDEVMAINT)
           OPEN EXTEND FAUDIT
           IF WS-STATUS-AUD NOT = 0
              CLOSE FAUDIT
              OPEN OUTPUT FAUDIT
           END-IF

*> Registre en mise a jour ; premier run : cree vide puis rouvert
*> (cf FARXREF dans PVOID)
           OPEN I-O FDISPUTE
           IF WS-STATUS-DSP NOT = 0
              CLOSE FDISPUTE
              OPEN OUTPUT FDISPUTE
              CLOSE FDISPUTE
              OPEN I-O FDISPUTE
           END-IF

           IF WS-STATUS-DSP NOT = 0
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PDISPUTE : REGISTRE DDISPUTE INACCESSIBLE, '
                      'STATUT ' WS-STATUS-DSP
           END-IF

           OPEN INPUT FARXREF

*> Demandes d'avoir pour PVOID et PRETURN, toujours en mode ajout :
*> elles s'ajoutent a ce que le service a deja saisi pour leur run
           OPEN EXTEND FVOIDTXN
           IF WS-STATUS-VTX NOT = 0
              CLOSE FVOIDTXN
              OPEN OUTPUT FVOIDTXN
           END-IF

           OPEN EXTEND FRETTXN
           IF WS-STATUS-RTX NOT = 0
              CLOSE FRETTXN
              OPEN OUTPUT FRETTXN
           END-IF

           PERFORM 1050-CHARGER-AUTORISATIONS

*> Sans fichier de mouvements : rapport seul (cf PSUSPENSE)
           OPEN INPUT FTXN
           IF WS-STATUS-TXN NOT = 0
              MOVE 'Y' TO EOF
              DISPLAY 'PDISPUTE : PAS DE MOUVEMENTS, RAPPORT SEUL'
           ELSE
              READ FTXN INTO WS-ENRTXN
                   AT END
                       MOVE 'Y' TO EOF
              END-READ
           END-IF
           .

*> Chargement des autorisations operateurs ; fichier absent :
*> controle inactif (cf PVOID)
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

       2000-TRAITEMENT.

           ADD 1 TO WS-CT-LUES

           INITIALIZE TXN-CODE TXN-C-NO TXN-INVOICE-NO TXN-OPERATEUR
                      TXN-CHAMP-5 TXN-CHAMP-6 TXN-CHAMP-7 TXN-CHAMP-8

           UNSTRING WS-ENRTXN DELIMITED BY ';'
                 INTO TXN-CODE TXN-C-NO TXN-INVOICE-NO TXN-OPERATEUR
                      TXN-CHAMP-5 TXN-CHAMP-6 TXN-CHAMP-7 TXN-CHAMP-8
           END-UNSTRING

           PERFORM 2010-VALIDER

           IF WS-VALID-REC = 'Y'
              EVALUATE TXN-CODE
                 WHEN 'O'
                    PERFORM 2020-OUVRIR-LITIGE
                 WHEN 'C'
                    PERFORM 2030-AVOIR-TOTAL
                 WHEN 'P'
                    PERFORM 2040-AVOIR-PARTIEL
                 WHEN 'R'
                    PERFORM 2050-REINTEGRER
              END-EVALUATE
           ELSE
              PERFORM 2090-REJETER
           END-IF

           READ FTXN INTO WS-ENRTXN
                AT END
                    MOVE 'Y' TO EOF
           END-READ
           .

*> Controle de forme, puis de la facture au grand livre et de
*> l'etat du litige au registre, puis de l'operateur
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
              AND TXN-CODE NOT = 'O' AND TXN-CODE NOT = 'C'
              AND TXN-CODE NOT = 'P' AND TXN-CODE NOT = 'R'
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E002' TO WS-REJECT-CODE
              MOVE 'CODE TRANSACTION INVALIDE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-C-NO NOT NUMERIC
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E003' TO WS-REJECT-CODE
              MOVE 'NO CLIENT NON NUMERIQUE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-INVOICE-NO NOT NUMERIC
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E004' TO WS-REJECT-CODE
              MOVE 'NO FACTURE NON NUMERIQUE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-OPERATEUR = SPACES
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E005' TO WS-REJECT-CODE
              MOVE 'OPERATEUR MANQUANT' TO WS-REJECT-TEXT
           END-IF

*> La facture doit etre une facture 'F' du grand livre
           IF WS-VALID-REC = 'Y'
              MOVE TXN-C-NO       TO ARX-C-NO
              MOVE TXN-INVOICE-NO TO ARX-INVOICE-NO
              READ FARXREF
                  INVALID KEY
                      MOVE 'N' TO WS-VALID-REC
                      MOVE 'E010' TO WS-REJECT-CODE
                      MOVE 'FACTURE INCONNUE DU GRAND LIVRE'
                           TO WS-REJECT-TEXT
              END-READ
           END-IF

           IF WS-VALID-REC = 'Y' AND ARX-TYPE NOT = 'F'
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E011' TO WS-REJECT-CODE
              MOVE 'ECRITURE AUTRE QU UNE FACTURE'
                   TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y'
              IF ARX-MONTANT > ARX-REGLE
                 COMPUTE WS-RESTE-DU = ARX-MONTANT - ARX-REGLE
              ELSE
                 MOVE 0 TO WS-RESTE-DU
              END-IF
           END-IF

*> Etat du litige au registre pour cette facture
           IF WS-VALID-REC = 'Y'
              MOVE TXN-C-NO       TO DSP-C-NO
              MOVE TXN-INVOICE-NO TO DSP-INVOICE-NO
              MOVE 'Y' TO WS-DSP-EXISTE
              READ FDISPUTE
                  INVALID KEY
                      MOVE 'N' TO WS-DSP-EXISTE
              END-READ
           END-IF

           IF WS-VALID-REC = 'Y'
              IF TXN-CODE = 'O'
                 PERFORM 2011-VALIDER-OUVERTURE
              ELSE
                 PERFORM 2013-VALIDER-RESOLUTION
              END-IF
           END-IF

*> Autorisation centrale, fonction DISPUTE, le montant conteste
*> devant rester sous la limite de l'operateur
           IF WS-VALID-REC = 'Y'
              PERFORM 2012-CONTROLER-OPERATEUR
           END-IF
           .

*> Ouverture : motif et responsable connus, facture encore due, pas
*> deja en litige, montant conteste au plus egal au reste du
       2011-VALIDER-OUVERTURE.

           IF WS-DSP-EXISTE = 'Y' AND DSP-ETAT = 'O'
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E020' TO WS-REJECT-CODE
              MOVE 'LITIGE DEJA OUVERT' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y'
              AND TXN-CHAMP-5 NOT = 'PRX' AND TXN-CHAMP-5 NOT = 'QTE'
              AND TXN-CHAMP-5 NOT = 'AVA' AND TXN-CHAMP-5 NOT = 'AUT'
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E021' TO WS-REJECT-CODE
              MOVE 'MOTIF DE LITIGE INVALIDE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-CHAMP-6 = SPACES
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E022' TO WS-REJECT-CODE
              MOVE 'RESPONSABLE MANQUANT' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND WS-RESTE-DU = 0
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E023' TO WS-REJECT-CODE
              MOVE 'FACTURE DEJA SOLDEE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y'
              IF TXN-CHAMP-7 = SPACES
                 MOVE WS-RESTE-DU TO WS-DSP-MONTANT
              ELSE
                 IF FUNCTION TEST-NUMVAL-C(TXN-CHAMP-7) NOT = 0
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E024' TO WS-REJECT-CODE
                    MOVE 'MONTANT NON NUMERIQUE' TO WS-REJECT-TEXT
                 ELSE
                    COMPUTE WS-DSP-MONTANT ROUNDED =
                        FUNCTION NUMVAL-C(TXN-CHAMP-7)
                 END-IF
              END-IF
           END-IF

           IF WS-VALID-REC = 'Y'
              IF WS-DSP-MONTANT = 0
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E025' TO WS-REJECT-CODE
                 MOVE 'MONTANT NUL' TO WS-REJECT-TEXT
              ELSE
                 IF WS-DSP-MONTANT > WS-RESTE-DU
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E026' TO WS-REJECT-CODE
                    MOVE 'MONTANT SUPERIEUR AU RESTE DU'
                         TO WS-REJECT-TEXT
                 END-IF
              END-IF
           END-IF

           MOVE WS-DSP-MONTANT TO WS-AUT-MONTANT
           .

*> Resolution : un litige ouvert doit exister ; l'avoir partiel
*> demande un article et une quantite
       2013-VALIDER-RESOLUTION.

           IF WS-DSP-EXISTE = 'N' OR DSP-ETAT NOT = 'O'
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E030' TO WS-REJECT-CODE
              MOVE 'AUCUN LITIGE OUVERT' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-CODE = 'P'
              IF TXN-CHAMP-5 = SPACES
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E031' TO WS-REJECT-CODE
                 MOVE 'ARTICLE MANQUANT' TO WS-REJECT-TEXT
              END-IF
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-CODE = 'P'
              IF TXN-CHAMP-6 = SPACES
                 OR FUNCTION TEST-NUMVAL(TXN-CHAMP-6) NOT = 0
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E032' TO WS-REJECT-CODE
                 MOVE 'QUANTITE NON NUMERIQUE' TO WS-REJECT-TEXT
              ELSE
                 COMPUTE WS-RET-QTE = FUNCTION NUMVAL(TXN-CHAMP-6)
                 IF WS-RET-QTE = 0
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E033' TO WS-REJECT-CODE
                    MOVE 'QUANTITE NULLE' TO WS-REJECT-TEXT
                 END-IF
              END-IF
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-CODE = 'P'
              AND TXN-CHAMP-7 NOT = SPACES
              AND TXN-CHAMP-7 NOT = 'R' AND TXN-CHAMP-7 NOT = 'D'
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E034' TO WS-REJECT-CODE
              MOVE 'DISPOSITION INVALIDE' TO WS-REJECT-TEXT
           END-IF

           MOVE DSP-MONTANT TO WS-AUT-MONTANT
           .

*> L'operateur du mouvement est-il autorise pour la fonction
*> DISPUTE, et le montant WS-AUT-MONTANT reste-t-il sous sa limite
*> (limite 0 = sans limite) ? Controle inactif sans fichier
       2012-CONTROLER-OPERATEUR.

           MOVE 'Y' TO WS-AUT-OK

           IF WS-AUT-ACTIF = 'Y'
              MOVE 'N' TO WS-AUT-OK
              MOVE 0 TO WS-AUT-LIMITE
              PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                      UNTIL WS-AUT-IDX > WS-NB-AUT
                 IF WS-AUT-OPER(WS-AUT-IDX) = TXN-OPERATEUR
                    AND WS-AUT-FONC(WS-AUT-IDX) = 'DISPUTE'
                    MOVE 'Y' TO WS-AUT-OK
                    MOVE WS-AUT-LIM(WS-AUT-IDX) TO WS-AUT-LIMITE
                 END-IF
              END-PERFORM

              IF WS-AUT-OK = 'N'
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E040' TO WS-REJECT-CODE
                 MOVE 'OPERATEUR NON AUTORISE' TO WS-REJECT-TEXT
              ELSE
                 IF WS-AUT-LIMITE > 0
                    AND WS-AUT-MONTANT > WS-AUT-LIMITE
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E041' TO WS-REJECT-CODE
                    MOVE 'MONTANT AU-DELA DE LA LIMITE'
                         TO WS-REJECT-TEXT
                 END-IF
              END-IF
           END-IF
           .

*> Ouverture du litige : nouvel enregistrement, ou reouverture d'un
*> litige clos sur la meme facture
       2020-OUVRIR-LITIGE.

           MOVE SPACES TO ENRDISPUTE
           MOVE TXN-C-NO       TO DSP-C-NO
           MOVE TXN-INVOICE-NO TO DSP-INVOICE-NO
           MOVE 'O'            TO DSP-ETAT
           MOVE TXN-CHAMP-5    TO DSP-MOTIF
           MOVE TXN-CHAMP-6    TO DSP-RESPONSABLE
           MOVE ARX-O-NO       TO DSP-O-NO
           MOVE WS-DSP-MONTANT TO DSP-MONTANT
           MOVE WS-DATE-RUN    TO DSP-DATE-OUV
           MOVE TXN-OPERATEUR  TO DSP-OPERATEUR

           IF WS-DSP-EXISTE = 'Y'
              REWRITE ENRDISPUTE
           ELSE
              WRITE ENRDISPUTE
           END-IF

           IF WS-STATUS-DSP NOT = 0
              MOVE 'E050' TO WS-REJECT-CODE
              MOVE 'ECHEC ECRITURE REGISTRE' TO WS-REJECT-TEXT
              PERFORM 2090-REJETER
           ELSE
              PERFORM 2085-ECRIRE-AUDIT
              DISPLAY 'FACTURE ' DSP-INVOICE-NO ' CLIENT ' DSP-C-NO
                      ' : LITIGE OUVERT, ' DSP-RESPONSABLE
           END-IF
           .

*> Avoir total : demande d'annulation de la facture pour PVOID
*> (O_NO;MOTIF;OPERATEUR), litige clos 'C'
       2030-AVOIR-TOTAL.

           MOVE SPACES TO ENRVOIDTXN
           STRING DSP-O-NO        DELIMITED BY SIZE
                  ';LITIGE '      DELIMITED BY SIZE
                  DSP-MOTIF       DELIMITED BY SIZE
                  ' FACT '        DELIMITED BY SIZE
                  DSP-INVOICE-NO  DELIMITED BY SIZE
                  ';'             DELIMITED BY SIZE
                  TXN-OPERATEUR   DELIMITED BY SPACE
                  INTO ENRVOIDTXN
           END-STRING
           WRITE ENRVOIDTXN

           MOVE 'C' TO DSP-ETAT
           PERFORM 2060-CLORE-LITIGE
           .

*> Avoir partiel : demande de retour de la ligne contestee pour
*> PRETURN, litige clos 'P'
       2040-AVOIR-PARTIEL.

           MOVE SPACES TO ENRRETURN
           MOVE DSP-O-NO       TO RET-O-NO
           MOVE TXN-CHAMP-5    TO RET-P-NO
           MOVE WS-RET-QTE     TO RET-QUANTITY
           IF DSP-MOTIF = 'AVA'
              MOVE 'AVA' TO RET-RAISON
           ELSE
              MOVE 'AUT' TO RET-RAISON
           END-IF
           STRING 'LITIGE '       DELIMITED BY SIZE
                  DSP-MOTIF       DELIMITED BY SIZE
                  ' FACT '        DELIMITED BY SIZE
                  DSP-INVOICE-NO  DELIMITED BY SIZE
                  INTO RET-NOTE
           END-STRING
           MOVE TXN-CHAMP-7    TO RET-DISPOSITION
           MOVE TXN-CHAMP-8    TO RET-RMA
           WRITE ENRRETURN

           MOVE 'P' TO DSP-ETAT
           PERFORM 2060-CLORE-LITIGE
           .

*> Reintegration : le litige est infonde, la facture revient au
*> recouvrement
       2050-REINTEGRER.

           MOVE 'R' TO DSP-ETAT
           PERFORM 2060-CLORE-LITIGE
           .

*> Cloture commune : date de resolution, operateur, audit
       2060-CLORE-LITIGE.

           MOVE WS-DATE-RUN   TO DSP-DATE-RES
           MOVE TXN-OPERATEUR TO DSP-OPERATEUR
           REWRITE ENRDISPUTE

           IF WS-STATUS-DSP NOT = 0
              MOVE 'E050' TO WS-REJECT-CODE
              MOVE 'ECHEC ECRITURE REGISTRE' TO WS-REJECT-TEXT
              PERFORM 2090-REJETER
           ELSE
              PERFORM 2085-ECRIRE-AUDIT
              DISPLAY 'FACTURE ' DSP-INVOICE-NO ' CLIENT ' DSP-C-NO
                      ' : LITIGE CLOS ' DSP-ETAT
           END-IF
           .

*> Ligne detail du journal d'audit pour le mouvement applique
       2085-ECRIRE-AUDIT.

           MOVE SPACES TO ENRDSPAUDIT
           MOVE 'D'             TO AUD-REC-TYPE
           MOVE TXN-CODE        TO AUD-CODE
           MOVE DSP-C-NO        TO AUD-C-NO
           MOVE DSP-INVOICE-NO  TO AUD-INVOICE-NO
           MOVE DSP-MONTANT     TO AUD-MONTANT
           MOVE DSP-MOTIF       TO AUD-MOTIF
           MOVE DSP-RESPONSABLE TO AUD-RESPONSABLE
           MOVE TXN-OPERATEUR   TO AUD-OPERATEUR
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP

           WRITE ENRDSPAUDIT

           ADD 1 TO WS-CT-APPLIQUEES
           .

*> Écriture du mouvement rejeté dans DDISPUTE-REJECT
       2090-REJETER.

           MOVE WS-ENRTXN       TO REJ-RAW-LINE
           MOVE WS-REJECT-CODE  TO REJ-REASON-CODE
           MOVE WS-REJECT-TEXT  TO REJ-REASON-TEXT

           WRITE ENRREJECT

           ADD 1 TO WS-CT-REJETEES

           DISPLAY 'REJET DDISPUTE-TXN ' WS-REJECT-CODE ' : '
                   WS-REJECT-TEXT
           .

*> Rapport des litiges ouverts : coupures d'anciennete calculees a
*> partir de la date du run, puis tri par responsable et date
       3000-RAPPORT.

           MOVE WS-DATE-RUN TO WS-CUTOFF-30
           MOVE WS-DATE-RUN TO WS-CUTOFF-60
           MOVE WS-DATE-RUN TO WS-CUTOFF-90

           MOVE WS-DATE-RUN TO WS-DC-DATE-BASE
           MOVE '-' TO WS-DC-SENS
           MOVE 'N' TO WS-DC-AJUST
           MOVE 30 TO WS-DC-JOURS
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT
           IF WS-DC-STATUT = 'Y'
              MOVE WS-DC-DATE-RESULT TO WS-CUTOFF-30
           END-IF

           MOVE 60 TO WS-DC-JOURS
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT
           IF WS-DC-STATUT = 'Y'
              MOVE WS-DC-DATE-RESULT TO WS-CUTOFF-60
           END-IF

           MOVE 90 TO WS-DC-JOURS
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT
           IF WS-DC-STATUT = 'Y'
              MOVE WS-DC-DATE-RESULT TO WS-CUTOFF-90
           END-IF

           SORT FTRAVAIL
                ON ASCENDING KEY SRT-RESPONSABLE SRT-DATE-OUV
                                 SRT-C-NO SRT-INVOICE-NO
                INPUT PROCEDURE IS 3100-ALIMENTER-TRI
                OUTPUT PROCEDURE IS 3200-IMPRIMER

           MOVE '*' TO WS-DC-SENS
           CALL PDATECALC USING WS-DC-DATE-BASE WS-DC-SENS
                                WS-DC-JOURS WS-DC-AJUST
                                WS-DC-DATE-RESULT WS-DC-STATUT
           .

*> Balayage du registre par cle : seuls les litiges ouverts vont au
*> tri
       3100-ALIMENTER-TRI.

           MOVE LOW-VALUES TO DSP-CLE
           MOVE 'N' TO WS-EOF-DSP
           START FDISPUTE KEY IS NOT LESS THAN DSP-CLE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-DSP
           END-START

           PERFORM UNTIL WS-EOF-DSP = 'Y'
              READ FDISPUTE NEXT RECORD
                  AT END
                      MOVE 'Y' TO WS-EOF-DSP
                  NOT AT END
                      IF DSP-ETAT = 'O'
                         MOVE DSP-RESPONSABLE TO SRT-RESPONSABLE
                         MOVE DSP-DATE-OUV    TO SRT-DATE-OUV
                         MOVE DSP-C-NO        TO SRT-C-NO
                         MOVE DSP-INVOICE-NO  TO SRT-INVOICE-NO
                         MOVE DSP-MOTIF       TO SRT-MOTIF
                         MOVE DSP-MONTANT     TO SRT-MONTANT
                         RELEASE ENRTRAVAIL
                      END-IF
              END-READ
           END-PERFORM
           .

*> Une ligne 'D' par litige ouvert, un sous-total 'R' a chaque
*> changement de responsable, le total 'T' en fin de rapport
       3200-IMPRIMER.

           MOVE 'N' TO WS-EOF-TRI
           MOVE SPACES TO WS-RESP-COURANT

           PERFORM UNTIL WS-EOF-TRI = 'Y'
              RETURN FTRAVAIL
                 AT END
                    MOVE 'Y' TO WS-EOF-TRI
                 NOT AT END
                    IF WS-RUP-CT > 0
                       AND SRT-RESPONSABLE NOT = WS-RESP-COURANT
                       PERFORM 3220-SOUS-TOTAL
                    END-IF
                    MOVE SRT-RESPONSABLE TO WS-RESP-COURANT
                    PERFORM 3210-LIGNE-LITIGE
              END-RETURN
           END-PERFORM

           IF WS-RUP-CT > 0
              PERFORM 3220-SOUS-TOTAL
           END-IF

           MOVE SPACES TO ENRDSPRPT
           MOVE 'T'            TO RPT-TYPE-REC
           MOVE WS-TOT-CT      TO WS-CT-STR
           MOVE WS-CT-STR      TO RPT-C-NO
           MOVE WS-TOT-COURANT TO RPT-COURANT
           MOVE WS-TOT-30J     TO RPT-30J
           MOVE WS-TOT-60J     TO RPT-60J
           MOVE WS-TOT-90J     TO RPT-90J
           WRITE ENRDSPRPT
           .

*> Le montant conteste tombe dans la tranche de sa date d'ouverture
       3210-LIGNE-LITIGE.

           MOVE SPACES TO ENRDSPRPT
           MOVE 'D'             TO RPT-TYPE-REC
           MOVE SRT-RESPONSABLE TO RPT-RESPONSABLE
           MOVE SRT-C-NO        TO RPT-C-NO
           MOVE SRT-INVOICE-NO  TO RPT-INVOICE-NO
           MOVE SRT-DATE-OUV    TO RPT-DATE-OUV
           MOVE SRT-MOTIF       TO RPT-MOTIF
           MOVE 0 TO RPT-COURANT
           MOVE 0 TO RPT-30J
           MOVE 0 TO RPT-60J
           MOVE 0 TO RPT-90J

           EVALUATE TRUE
              WHEN SRT-DATE-OUV >= WS-CUTOFF-30
                 MOVE SRT-MONTANT TO RPT-COURANT
                 ADD SRT-MONTANT TO WS-RUP-COURANT
              WHEN SRT-DATE-OUV >= WS-CUTOFF-60
                 MOVE SRT-MONTANT TO RPT-30J
                 ADD SRT-MONTANT TO WS-RUP-30J
              WHEN SRT-DATE-OUV >= WS-CUTOFF-90
                 MOVE SRT-MONTANT TO RPT-60J
                 ADD SRT-MONTANT TO WS-RUP-60J
              WHEN OTHER
                 MOVE SRT-MONTANT TO RPT-90J
                 ADD SRT-MONTANT TO WS-RUP-90J
           END-EVALUATE

           WRITE ENRDSPRPT
           ADD 1 TO WS-RUP-CT
           .

*> Sous-total du responsable, cumule au total general puis remis a
*> zero
       3220-SOUS-TOTAL.

           MOVE SPACES TO ENRDSPRPT
           MOVE 'R'            TO RPT-TYPE-REC
           MOVE WS-RESP-COURANT TO RPT-RESPONSABLE
           MOVE WS-RUP-CT      TO WS-CT-STR
           MOVE WS-CT-STR      TO RPT-C-NO
           MOVE WS-RUP-COURANT TO RPT-COURANT
           MOVE WS-RUP-30J     TO RPT-30J
           MOVE WS-RUP-60J     TO RPT-60J
           MOVE WS-RUP-90J     TO RPT-90J
           WRITE ENRDSPRPT

           ADD WS-RUP-CT      TO WS-TOT-CT
           ADD WS-RUP-COURANT TO WS-TOT-COURANT
           ADD WS-RUP-30J     TO WS-TOT-30J
           ADD WS-RUP-60J     TO WS-TOT-60J
           ADD WS-RUP-90J     TO WS-TOT-90J

           MOVE 0 TO WS-RUP-CT
           MOVE 0 TO WS-RUP-COURANT
           MOVE 0 TO WS-RUP-30J
           MOVE 0 TO WS-RUP-60J
           MOVE 0 TO WS-RUP-90J
           .

*> Ligne total d'audit, synthese et code retour
       9000-FIN.

           MOVE SPACES TO ENRDSPAUDIT
           MOVE 'T'              TO AUD-REC-TYPE
           MOVE WS-CT-LUES       TO AUD-LUES
           MOVE WS-CT-APPLIQUEES TO AUD-APPLIQUEES
           MOVE WS-CT-REJETEES   TO AUD-REJETEES
           WRITE ENRDSPAUDIT

           DISPLAY 'PDISPUTE : LUES=' WS-CT-LUES
                   ' APPLIQUEES=' WS-CT-APPLIQUEES
                   ' REJETEES=' WS-CT-REJETEES
           DISPLAY 'PDISPUTE : ' WS-TOT-CT ' LITIGES OUVERTS'

           IF WS-RETURN-CODE NOT = 8
              IF WS-CT-REJETEES > 0
                 MOVE 4 TO WS-RETURN-CODE
              ELSE
                 MOVE 0 TO WS-RETURN-CODE
              END-IF
           END-IF

           CLOSE FTXN
           CLOSE FDISPUTE
           CLOSE FARXREF
           CLOSE FVOIDTXN
           CLOSE FRETTXN
           CLOSE FREJECT
           CLOSE FAUDIT
           CLOSE FDSPRPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
