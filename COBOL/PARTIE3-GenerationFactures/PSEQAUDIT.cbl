*> ==========================================================
*> PSEQAUDIT.cbl - Audit de continuite des numeros de facture et
*> d'avoir
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Prouver a l'administration fiscale qu'aucune serie de
*>   numerotation n'a de trou ni de doublon, sans relire le registre
*>   ligne a ligne : une serie par bureau facturant (WS-INV-SERIE de
*>   PFACTURE, bureaux 0 a 4) et la serie des avoirs de PRETURN
*> - Par serie et pour la periode : premier et dernier numero, nombre
*>   de numeros emis, chaque trou, chaque doublon, et chaque
*>   annulation PVOID avec le numero de la facture de remplacement
*>   (DINVOICE-XREF)
*> - Conclure par un verdict PROPRE / NON PROPRE relu par POPSRPT
*>   (synthese du cycle) et par PCLOSE (cloture du mois)
*>
*> Entrées :
*> - SYSIN : periode auditee (AAAA-MM) ; blanc = mois en cours
*> - FINVCTL / DINVOICE-CTL : registre des numeros de facture (cf
*>   PFACTURE), lignes 'V' d'annulation comprises (cf PVOID)
*> - FINVXREF / DINVOICE-XREF : commande -> derniere facture emise,
*>   pour retrouver la facture de remplacement d'une annulation
*>   (facultatif : absent, la refacturation n'est pas renseignee)
*> - FRETREG / DRETURN-REG : registre des avoirs de PRETURN
*>   (facultatif : absent, la serie des avoirs n'est pas auditee)
*>
*> Sorties :
*> - DSEQAUDIT-RPT : par serie, une ligne 'G' par trou, 'D' par
*>   doublon, 'V' par annulation, puis une ligne 'S' de synthese de
*>   la serie ; une ligne 'T' finale portant le verdict
*>
*> Sous-programmes appelés :
*> - PRUNLOG : journal d'execution du cycle
*>
*> Remarques :
*> - Le registre des factures ne porte pas de date : la periode
*>   auditee est celle des generations presentes sous DINVOICE-CTL.
*>   En cycle, la generation courante (depuis la derniere bascule
*>   PHOUSEKEEP) ; pour la cloture d'un mois bascule en cours de
*>   mois, concatener en JCL les generations -HIST du mois devant la
*>   generation courante et passer le mois en SYSIN
*> - La premiere ligne d'une generation reamorcee par PHOUSEKEEP
*>   repete la derniere facture de la generation precedente : seule,
*>   elle ouvre la serie (et prouve la continuite entre les
*>   periodes) ; derriere la generation precedente, elle se confond
*>   avec cette facture et n'est pas un doublon
*> - Une facture consolidee laisse une ligne par commande sous le
*>   meme numero : seules des lignes consecutives de la serie sous
*>   le meme numero sont une meme facture ; un numero qui reparait
*>   apres un autre numero de la serie est un doublon
*> - Un numero annule reste consomme (il n'est pas un trou) ; une
*>   annulation n'entache pas le verdict. La facture de remplacement
*>   est la derniere facture de la commande dans DINVOICE-XREF si
*>   elle differe du numero annule, sinon la commande est NON
*>   REFACTUREE
*> - Les avoirs sont dates (REG-DATE) : seuls ceux de la periode
*>   sont audites, et le premier doit suivre le plus grand numero
*>   d'avoir anterieur a la periode
*> - Code retour 8 si le verdict est NON PROPRE (ou SYSIN invalide),
*>   4 si DINVOICE-XREF ou DRETURN-REG est absent ou si la table des
*>   anomalies deborde, 0 sinon
*> - Prévu pour tourner en STEP049 de FACTBAT, avant POPSRPT, et a
*>   la demande avant la cloture du mois (PCLOSE)
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PSEQAUDIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FINVCTL ASSIGN TO DINVOICE-CTL
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-INV.

*> Même organisation que dans PFACTURE : lecture par cle de commande
           SELECT FINVXREF ASSIGN TO DINVOICE-XREF
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS XRF-O-NO
                           FILE STATUS IS WS-STATUS-XRF.

           SELECT FRETREG ASSIGN TO DRETURN-REG
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-REG.

           SELECT FSEQRPT ASSIGN TO DSEQAUDIT-RPT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.

*> Même structure que celle écrite par PFACTURE (cf PFACTURE.cbl)
       FD FINVCTL
           RECORDING MODE IS F.

       01 ENRINVCTL.
          05 INV-O-NO        PIC 9(6).
          05 INV-LAST-NO     PIC 9(6).
          05 INV-OFFICE      PIC 9(1).
          05 INV-VOID        PIC X(1).

*> Même structure que celle tenue par PFACTURE (cf PFACTURE.cbl)
       FD FINVXREF
           DATA RECORD IS ENRINVXREF.

       01 ENRINVXREF.
          05 XRF-O-NO        PIC 9(6).
          05 XRF-INVOICE-NO  PIC 9(6).
          05 XRF-DATE        PIC X(10).
          05 XRF-C-NO        PIC 9(4).
          05 XRF-MONTANT     PIC 9(7)V99.

*> Même structure que celle écrite par PRETURN (cf PRETURN.cbl)
       FD FRETREG
           RECORDING MODE IS F.

       01 ENRRETREG.
          05 REG-O-NO        PIC 9(6).
          05 FILLER          PIC X(1).
          05 REG-C-NO        PIC 9(4).
          05 FILLER          PIC X(1).
          05 REG-DATE        PIC X(10).
          05 FILLER          PIC X(1).
          05 REG-MEMO-NO     PIC 9(6).
          05 FILLER          PIC X(1).
          05 REG-MONTANT     PIC 9(7)V99.

*> Rapport d'audit, relu en X par POPSRPT et PCLOSE. Selon SEQ-TYPE :
*> 'G' trou      : du numero, au numero, nb de numeros manquants
*> 'D' doublon   : numero, commande de la seconde emission
*> 'V' annulation: numero annule, commande, facture de remplacement
*> 'S' serie     : premier, dernier, emis, manquants, doublons,
*>                 annulations, statut de la serie
*> 'T' verdict   : series auditees, manquants, doublons,
*>                 annulations, PROPRE / NON PROPRE
*> SEQ-SERIE : bureau 0 a 4, 'A' pour les avoirs, '*' en ligne 'T'
       FD FSEQRPT
           RECORDING MODE IS F.

       01 ENRSEQRPT.
          05 SEQ-TYPE        PIC X(1).
          05 FILLER          PIC X(1).
          05 SEQ-MOIS        PIC X(7).
          05 FILLER          PIC X(1).
          05 SEQ-SERIE       PIC X(1).
          05 FILLER          PIC X(1).
          05 SEQ-NO1         PIC 9(6).
          05 FILLER          PIC X(1).
          05 SEQ-NO2         PIC 9(6).
          05 FILLER          PIC X(1).
          05 SEQ-NB1         PIC Z(5)9.
          05 FILLER          PIC X(1).
          05 SEQ-NB2         PIC Z(5)9.
          05 FILLER          PIC X(1).
          05 SEQ-NB3         PIC Z(5)9.
          05 FILLER          PIC X(1).
          05 SEQ-NB4         PIC Z(5)9.
          05 FILLER          PIC X(1).
          05 SEQ-LIBELLE     PIC X(15).
          05 FILLER          PIC X(1).
          05 SEQ-STATUT      PIC X(10).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-INV      PIC 99 VALUE 0.
       77 WS-STATUS-XRF      PIC 99 VALUE 0.
       77 WS-STATUS-REG      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1).

*> Periode auditee (SYSIN) et mois du run
       01 WS-MOIS            PIC X(7).
       01 WS-DATE-CURRENT    PIC X(21).

*> Disponibilite des fichiers facultatifs
       01 WS-XRF-OUVERT      PIC X(1) VALUE 'N'.
       01 WS-INV-LU          PIC X(1) VALUE 'N'.
       01 WS-REG-LU          PIC X(1) VALUE 'N'.

*> Numeros vus, par serie (indice 1..5 = bureaux 0..4 comme
*> WS-INV-SERIE dans PFACTURE, 6 = avoirs) et par numero : blanc
*> jamais vu, 'E' emis dans la periode
       01 WS-VU-TABLE.
          05 WS-VU-SERIE OCCURS 6 TIMES.
             10 WS-VU OCCURS 999999 TIMES PIC X(1).

*> Cumuls par serie ; WS-SER-COURANT = dernier numero emis lu dans
*> la serie (une ligne suivante sous ce numero est la meme facture)
       01 WS-SER-TABLE.
          05 WS-SER-ENTRY OCCURS 6 TIMES.
             10 WS-SER-CODE     PIC X(1).
             10 WS-SER-MIN      PIC 9(6).
             10 WS-SER-MAX      PIC 9(6).
             10 WS-SER-COURANT  PIC 9(6).
             10 WS-SER-EMIS     PIC 9(6).
             10 WS-SER-TROUS    PIC 9(6).
             10 WS-SER-DOUBLONS PIC 9(6).
             10 WS-SER-ANNUL    PIC 9(6).
       01 WS-SER-IDX         PIC 9.
       01 WS-NB-SERIES       PIC 9 VALUE 0.

*> Plus grand numero d'avoir date d'avant la periode : le premier
*> avoir de la periode doit le suivre
       01 WS-AVO-PRECEDENT   PIC 9(6) VALUE 0.

*> Doublons et annulations retenus a la lecture, edites par serie
       01 WS-ANO-TABLE.
          05 WS-ANO-ENTRY OCCURS 2000 TIMES.
             10 WS-ANO-TYPE     PIC X(1).
             10 WS-ANO-SERIE    PIC 9.
             10 WS-ANO-NO       PIC 9(6).
             10 WS-ANO-ONO      PIC 9(6).
             10 WS-ANO-REFACT   PIC 9(6).
             10 WS-ANO-LIBELLE  PIC X(15).
       01 WS-NB-ANO          PIC 9(4) VALUE 0.
       01 WS-ANO-IDX         PIC 9(4).
       77 WS-CT-ANO-DEBORD   PIC 9(5) VALUE 0.

*> Recherche des trous : numero courant et debut du trou en cours
       01 WS-NO-IDX          PIC 9(7).
       01 WS-TROU-DEBUT      PIC 9(6).
       01 WS-TROU-FIN        PIC 9(6).
       01 WS-SCAN-DEBUT      PIC 9(6).

*> Totaux et verdict
       01 WS-TOT-TROUS       PIC 9(6) VALUE 0.
       01 WS-TOT-DOUBLONS    PIC 9(6) VALUE 0.
       01 WS-TOT-ANNUL       PIC 9(6) VALUE 0.
       01 WS-VERDICT         PIC X(10) VALUE 'PROPRE'.

       77 WS-NUM-STR         PIC ZZZZZZ9.

*> Code retour remis au moniteur de job : 8 si le verdict est NON
*> PROPRE ou la periode SYSIN invalide, 4 si un fichier facultatif
*> manque ou si la table des anomalies deborde, 0 sinon
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

           MOVE 'PSEQAUDI' TO WS-RL-NOM
           MOVE 'D' TO WS-RL-PHASE
           MOVE 0 TO WS-RL-RC
           MOVE 0 TO WS-RL-COMPTEUR
           CALL PRUNLOG USING WS-RL-NOM WS-RL-PHASE WS-RL-RC
                              WS-RL-COMPTEUR

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 2000-LIRE-FACTURES
              PERFORM 3000-LIRE-AVOIRS
              PERFORM VARYING WS-SER-IDX FROM 1 BY 1
                      UNTIL WS-SER-IDX > 6
                 PERFORM 4000-EDITER-SERIE
              END-PERFORM
              PERFORM 5000-VERDICT
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Periode SYSIN, remise a zero des tables, ouverture du rapport et
*> de la table commande -> facture
       1000-DEBUT.

           MOVE SPACES TO WS-MOIS
           ACCEPT WS-MOIS FROM SYSIN
           IF WS-MOIS = SPACES
              MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT
              STRING WS-DATE-CURRENT(1:4) DELIMITED BY SIZE
                     '-'                  DELIMITED BY SIZE
                     WS-DATE-CURRENT(5:2) DELIMITED BY SIZE
                     INTO WS-MOIS
              END-STRING
           END-IF

           IF WS-MOIS(1:4) NOT NUMERIC
              OR WS-MOIS(5:1) NOT = '-'
              OR WS-MOIS(6:2) NOT NUMERIC
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PSEQAUDIT : PERIODE SYSIN INVALIDE (AAAA-MM)'
           END-IF

           OPEN OUTPUT FSEQRPT

           MOVE SPACES TO WS-VU-TABLE
           PERFORM VARYING WS-SER-IDX FROM 1 BY 1
                   UNTIL WS-SER-IDX > 6
              MOVE 999999 TO WS-SER-MIN(WS-SER-IDX)
              MOVE 0 TO WS-SER-MAX(WS-SER-IDX)
              MOVE 0 TO WS-SER-COURANT(WS-SER-IDX)
              MOVE 0 TO WS-SER-EMIS(WS-SER-IDX)
              MOVE 0 TO WS-SER-TROUS(WS-SER-IDX)
              MOVE 0 TO WS-SER-DOUBLONS(WS-SER-IDX)
              MOVE 0 TO WS-SER-ANNUL(WS-SER-IDX)
           END-PERFORM
           MOVE '0' TO WS-SER-CODE(1)
           MOVE '1' TO WS-SER-CODE(2)
           MOVE '2' TO WS-SER-CODE(3)
           MOVE '3' TO WS-SER-CODE(4)
           MOVE '4' TO WS-SER-CODE(5)
           MOVE 'A' TO WS-SER-CODE(6)

           OPEN INPUT FINVXREF
           IF WS-STATUS-XRF = 0
              MOVE 'Y' TO WS-XRF-OUVERT
           ELSE
              DISPLAY 'PSEQAUDIT : DINVOICE-XREF ABSENT ('
                      WS-STATUS-XRF '), REFACTURATIONS NON RENSEIGNEES'
           END-IF
           .

*> Registre des factures, dans l'ordre d'emission
       2000-LIRE-FACTURES.

           OPEN INPUT FINVCTL
           IF WS-STATUS-INV NOT = 0
              DISPLAY 'PSEQAUDIT : DINVOICE-CTL ABSENT ('
                      WS-STATUS-INV '), AUDIT IMPOSSIBLE'
              MOVE 'NON PROPRE' TO WS-VERDICT
           ELSE
              MOVE 'Y' TO WS-INV-LU
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FINVCTL
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM 2100-TRAITER-LIGNE-FACTURE
                 END-READ
              END-PERFORM
              CLOSE FINVCTL
           END-IF
           .

*> Serie de la ligne comme en 1150-INIT-NO-FACTURE de PFACTURE (une
*> ligne sans bureau valide alimente la serie 0)
       2100-TRAITER-LIGNE-FACTURE.

           IF INV-OFFICE NUMERIC AND INV-OFFICE < 5
              MOVE INV-OFFICE TO WS-SER-IDX
              ADD 1 TO WS-SER-IDX
           ELSE
              MOVE 1 TO WS-SER-IDX
           END-IF

           IF INV-LAST-NO NOT NUMERIC OR INV-LAST-NO = 0
              CONTINUE
           ELSE
              IF INV-VOID = 'V'
                 PERFORM 2200-TRAITER-ANNULATION
              ELSE
*> Nouveau numero dans la serie : premiere emission, ou doublon si
*> le numero a deja ete emis plus haut dans la periode
                 IF INV-LAST-NO NOT = WS-SER-COURANT(WS-SER-IDX)
                    MOVE INV-LAST-NO TO WS-SER-COURANT(WS-SER-IDX)
                    PERFORM 2400-MARQUER-NUMERO
                 END-IF
              END-IF
           END-IF
           .

*> Annulation PVOID : le numero reste consomme ; facture de
*> remplacement = derniere facture de la commande si elle differe
       2200-TRAITER-ANNULATION.

           ADD 1 TO WS-SER-ANNUL(WS-SER-IDX)
           ADD 1 TO WS-TOT-ANNUL

           IF WS-NB-ANO < 2000
              ADD 1 TO WS-NB-ANO
              MOVE 'V'         TO WS-ANO-TYPE(WS-NB-ANO)
              MOVE WS-SER-IDX  TO WS-ANO-SERIE(WS-NB-ANO)
              MOVE INV-LAST-NO TO WS-ANO-NO(WS-NB-ANO)
              MOVE INV-O-NO    TO WS-ANO-ONO(WS-NB-ANO)
              MOVE 0           TO WS-ANO-REFACT(WS-NB-ANO)
              MOVE 'NON REFACTUREE' TO WS-ANO-LIBELLE(WS-NB-ANO)

              IF WS-XRF-OUVERT = 'Y'
                 MOVE INV-O-NO TO XRF-O-NO
                 READ FINVXREF
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF XRF-INVOICE-NO NOT = INV-LAST-NO
                          MOVE XRF-INVOICE-NO
                               TO WS-ANO-REFACT(WS-NB-ANO)
                          MOVE 'REFACTUREE'
                               TO WS-ANO-LIBELLE(WS-NB-ANO)
                       END-IF
                 END-READ
              ELSE
                 MOVE 'XREF ABSENT' TO WS-ANO-LIBELLE(WS-NB-ANO)
              END-IF

*> Numero emis avant la periode (generation precedente) : annulation
*> reprise pour information, sans effet sur la serie
              IF WS-VU(WS-SER-IDX, INV-LAST-NO) = SPACE
                 MOVE 'HORS PERIODE' TO WS-ANO-LIBELLE(WS-NB-ANO)
              END-IF
           ELSE
              ADD 1 TO WS-CT-ANO-DEBORD
           END-IF
           .

*> Numero INV-LAST-NO (REG-MEMO-NO pour les avoirs, cf 3100) emis
*> en serie WS-SER-IDX : marque, bornes et comptage, doublon s'il
*> est deja marque
       2400-MARQUER-NUMERO.

           IF WS-SER-IDX = 6
              MOVE REG-MEMO-NO TO WS-NO-IDX
           ELSE
              MOVE INV-LAST-NO TO WS-NO-IDX
           END-IF

           IF WS-VU(WS-SER-IDX, WS-NO-IDX) = 'E'
              ADD 1 TO WS-SER-DOUBLONS(WS-SER-IDX)
              ADD 1 TO WS-TOT-DOUBLONS
              MOVE 'NON PROPRE' TO WS-VERDICT
              IF WS-NB-ANO < 2000
                 ADD 1 TO WS-NB-ANO
                 MOVE 'D'        TO WS-ANO-TYPE(WS-NB-ANO)
                 MOVE WS-SER-IDX TO WS-ANO-SERIE(WS-NB-ANO)
                 MOVE WS-NO-IDX  TO WS-ANO-NO(WS-NB-ANO)
                 IF WS-SER-IDX = 6
                    MOVE REG-O-NO TO WS-ANO-ONO(WS-NB-ANO)
                 ELSE
                    MOVE INV-O-NO TO WS-ANO-ONO(WS-NB-ANO)
                 END-IF
                 MOVE 0          TO WS-ANO-REFACT(WS-NB-ANO)
                 MOVE 'DOUBLON'  TO WS-ANO-LIBELLE(WS-NB-ANO)
              ELSE
                 ADD 1 TO WS-CT-ANO-DEBORD
              END-IF
           ELSE
              MOVE 'E' TO WS-VU(WS-SER-IDX, WS-NO-IDX)
              ADD 1 TO WS-SER-EMIS(WS-SER-IDX)
              IF WS-NO-IDX < WS-SER-MIN(WS-SER-IDX)
                 MOVE WS-NO-IDX TO WS-SER-MIN(WS-SER-IDX)
              END-IF
              IF WS-NO-IDX > WS-SER-MAX(WS-SER-IDX)
                 MOVE WS-NO-IDX TO WS-SER-MAX(WS-SER-IDX)
              END-IF
           END-IF
           .

*> Registre des avoirs : une ligne par avoir ; seuls les avoirs
*> dates de la periode sont audites, les anterieurs donnent le
*> numero que la periode doit suivre
       3000-LIRE-AVOIRS.

           OPEN INPUT FRETREG
           IF WS-STATUS-REG NOT = 0
              DISPLAY 'PSEQAUDIT : DRETURN-REG ABSENT ('
                      WS-STATUS-REG '), SERIE DES AVOIRS NON AUDITEE'
           ELSE
              MOVE 'Y' TO WS-REG-LU
              MOVE 6 TO WS-SER-IDX
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FRETREG
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM 3100-TRAITER-AVOIR
                 END-READ
              END-PERFORM
              CLOSE FRETREG
           END-IF
           .

       3100-TRAITER-AVOIR.

           IF REG-MEMO-NO NOT NUMERIC OR REG-MEMO-NO = 0
              CONTINUE
           ELSE
              EVALUATE TRUE
                 WHEN REG-DATE(1:7) < WS-MOIS
                    IF REG-MEMO-NO > WS-AVO-PRECEDENT
                       MOVE REG-MEMO-NO TO WS-AVO-PRECEDENT
                    END-IF
                 WHEN REG-DATE(1:7) = WS-MOIS
                    PERFORM 2400-MARQUER-NUMERO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

*> Edition d'une serie : trous, doublons, annulations, puis la
*> ligne 'S' de synthese. Une serie sans numero ni annulation n'est
*> pas editee (bureau inactif sur la periode)
       4000-EDITER-SERIE.

           IF WS-SER-EMIS(WS-SER-IDX) > 0
              OR WS-SER-ANNUL(WS-SER-IDX) > 0
              OR (WS-SER-IDX = 6 AND WS-REG-LU = 'Y')
              ADD 1 TO WS-NB-SERIES
              PERFORM 4100-CHERCHER-TROUS
              PERFORM VARYING WS-ANO-IDX FROM 1 BY 1
                      UNTIL WS-ANO-IDX > WS-NB-ANO
                 IF WS-ANO-SERIE(WS-ANO-IDX) = WS-SER-IDX
                    PERFORM 4300-EDITER-ANOMALIE
                 END-IF
              END-PERFORM
              PERFORM 4400-EDITER-SYNTHESE-SERIE
           END-IF
           .

*> Numeros manquants entre le premier et le dernier numero emis ;
*> pour les avoirs, depuis le dernier numero de la periode
*> precedente. Un trou = une ligne 'G', quelle que soit sa longueur
       4100-CHERCHER-TROUS.

           IF WS-SER-EMIS(WS-SER-IDX) > 0
              MOVE WS-SER-MIN(WS-SER-IDX) TO WS-SCAN-DEBUT
              IF WS-SER-IDX = 6 AND WS-AVO-PRECEDENT > 0
                 AND WS-AVO-PRECEDENT < WS-SCAN-DEBUT
                 COMPUTE WS-SCAN-DEBUT = WS-AVO-PRECEDENT + 1
              END-IF

              MOVE 0 TO WS-TROU-DEBUT
              PERFORM VARYING WS-NO-IDX FROM WS-SCAN-DEBUT BY 1
                      UNTIL WS-NO-IDX > WS-SER-MAX(WS-SER-IDX)
                 IF WS-VU(WS-SER-IDX, WS-NO-IDX) = 'E'
                    IF WS-TROU-DEBUT > 0
                       COMPUTE WS-TROU-FIN = WS-NO-IDX - 1
                       PERFORM 4200-EDITER-TROU
                       MOVE 0 TO WS-TROU-DEBUT
                    END-IF
                 ELSE
                    IF WS-TROU-DEBUT = 0
                       MOVE WS-NO-IDX TO WS-TROU-DEBUT
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           .

       4200-EDITER-TROU.

           COMPUTE WS-SER-TROUS(WS-SER-IDX) =
                   WS-SER-TROUS(WS-SER-IDX)
                   + WS-TROU-FIN - WS-TROU-DEBUT + 1
           COMPUTE WS-TOT-TROUS =
                   WS-TOT-TROUS + WS-TROU-FIN - WS-TROU-DEBUT + 1
           MOVE 'NON PROPRE' TO WS-VERDICT

           MOVE SPACES TO ENRSEQRPT
           MOVE 'G'                     TO SEQ-TYPE
           MOVE WS-MOIS                 TO SEQ-MOIS
           MOVE WS-SER-CODE(WS-SER-IDX) TO SEQ-SERIE
           MOVE WS-TROU-DEBUT           TO SEQ-NO1
           MOVE WS-TROU-FIN             TO SEQ-NO2
           COMPUTE SEQ-NB1 = WS-TROU-FIN - WS-TROU-DEBUT + 1
           MOVE 'NUMEROS ABSENTS'       TO SEQ-LIBELLE
           MOVE 'TROU'                  TO SEQ-STATUT
           WRITE ENRSEQRPT

           DISPLAY 'PSEQAUDIT : SERIE ' WS-SER-CODE(WS-SER-IDX)
                   ' TROU ' WS-TROU-DEBUT ' A ' WS-TROU-FIN
           .

       4300-EDITER-ANOMALIE.

           MOVE SPACES TO ENRSEQRPT
           MOVE WS-ANO-TYPE(WS-ANO-IDX)    TO SEQ-TYPE
           MOVE WS-MOIS                    TO SEQ-MOIS
           MOVE WS-SER-CODE(WS-SER-IDX)    TO SEQ-SERIE
           MOVE WS-ANO-NO(WS-ANO-IDX)      TO SEQ-NO1
           MOVE WS-ANO-ONO(WS-ANO-IDX)     TO SEQ-NO2
           MOVE WS-ANO-REFACT(WS-ANO-IDX)  TO SEQ-NB1
           MOVE WS-ANO-LIBELLE(WS-ANO-IDX) TO SEQ-LIBELLE
           IF WS-ANO-TYPE(WS-ANO-IDX) = 'D'
              MOVE 'DOUBLON' TO SEQ-STATUT
              DISPLAY 'PSEQAUDIT : SERIE ' WS-SER-CODE(WS-SER-IDX)
                      ' DOUBLON ' WS-ANO-NO(WS-ANO-IDX)
           ELSE
              MOVE 'ANNULEE' TO SEQ-STATUT
           END-IF
           WRITE ENRSEQRPT
           .

       4400-EDITER-SYNTHESE-SERIE.

           MOVE SPACES TO ENRSEQRPT
           MOVE 'S'                     TO SEQ-TYPE
           MOVE WS-MOIS                 TO SEQ-MOIS
           MOVE WS-SER-CODE(WS-SER-IDX) TO SEQ-SERIE
           IF WS-SER-EMIS(WS-SER-IDX) > 0
              MOVE WS-SER-MIN(WS-SER-IDX) TO SEQ-NO1
           ELSE
              MOVE 0 TO SEQ-NO1
           END-IF
           MOVE WS-SER-MAX(WS-SER-IDX)      TO SEQ-NO2
           MOVE WS-SER-EMIS(WS-SER-IDX)     TO SEQ-NB1
           MOVE WS-SER-TROUS(WS-SER-IDX)    TO SEQ-NB2
           MOVE WS-SER-DOUBLONS(WS-SER-IDX) TO SEQ-NB3
           MOVE WS-SER-ANNUL(WS-SER-IDX)    TO SEQ-NB4
           IF WS-SER-IDX = 6
              MOVE 'AVOIRS' TO SEQ-LIBELLE
           ELSE
              MOVE 'FACTURES BUREAU' TO SEQ-LIBELLE
           END-IF
           IF WS-SER-TROUS(WS-SER-IDX) = 0
              AND WS-SER-DOUBLONS(WS-SER-IDX) = 0
              MOVE 'PROPRE' TO SEQ-STATUT
           ELSE
              MOVE 'NON PROPRE' TO SEQ-STATUT
           END-IF
           WRITE ENRSEQRPT
           .

*> Ligne 'T' : verdict de la periode, relu par POPSRPT et PCLOSE
       5000-VERDICT.

           MOVE SPACES TO ENRSEQRPT
           MOVE 'T'              TO SEQ-TYPE
           MOVE WS-MOIS          TO SEQ-MOIS
           MOVE '*'              TO SEQ-SERIE
           MOVE 0                TO SEQ-NO1
           MOVE 0                TO SEQ-NO2
           MOVE WS-NB-SERIES     TO SEQ-NB1
           MOVE WS-TOT-TROUS     TO SEQ-NB2
           MOVE WS-TOT-DOUBLONS  TO SEQ-NB3
           MOVE WS-TOT-ANNUL     TO SEQ-NB4
           IF WS-INV-LU = 'Y'
              MOVE 'VERDICT' TO SEQ-LIBELLE
           ELSE
              MOVE 'REGISTRE ABSENT' TO SEQ-LIBELLE
           END-IF
           MOVE WS-VERDICT       TO SEQ-STATUT
           WRITE ENRSEQRPT

           DISPLAY 'PSEQAUDIT : PERIODE ' WS-MOIS ' ' WS-VERDICT
           MOVE WS-TOT-TROUS TO WS-NUM-STR
           DISPLAY 'PSEQAUDIT : NUMEROS MANQUANTS    : ' WS-NUM-STR
           MOVE WS-TOT-DOUBLONS TO WS-NUM-STR
           DISPLAY 'PSEQAUDIT : DOUBLONS             : ' WS-NUM-STR
           MOVE WS-TOT-ANNUL TO WS-NUM-STR
           DISPLAY 'PSEQAUDIT : ANNULATIONS          : ' WS-NUM-STR
           IF WS-CT-ANO-DEBORD > 0
              MOVE WS-CT-ANO-DEBORD TO WS-NUM-STR
              DISPLAY 'PSEQAUDIT : ' WS-NUM-STR
                      ' ANOMALIE(S) COMPTEE(S) NON DETAILLEE(S)'
                      ' (TABLE PLEINE)'
           END-IF
           .

*> Code retour et fermeture
       9000-FIN.

           IF WS-RETURN-CODE NOT = 8
              IF WS-VERDICT NOT = 'PROPRE'
                 MOVE 8 TO WS-RETURN-CODE
              ELSE
                 IF WS-XRF-OUVERT = 'N' OR WS-REG-LU = 'N'
                    OR WS-CT-ANO-DEBORD > 0
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-IF

           DISPLAY 'PSEQAUDIT : CODE RETOUR ' WS-RETURN-CODE

           MOVE 'PSEQAUDI' TO WS-RL-NOM
           MOVE 'F' TO WS-RL-PHASE
           MOVE WS-RETURN-CODE TO WS-RL-RC
           COMPUTE WS-RL-COMPTEUR = WS-TOT-TROUS + WS-TOT-DOUBLONS
           CALL PRUNLOG USING WS-RL-NOM WS-RL-PHASE WS-RL-RC
                              WS-RL-COMPTEUR

           IF WS-XRF-OUVERT = 'Y'
              CLOSE FINVXREF
           END-IF
           CLOSE FSEQRPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
