*> ==========================================================
*> PXREFCHK.cbl - Controle d'integrite et reconstruction des tables
*> indexees tenues a cote d'un registre sequentiel
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Trois tables indexees sont tenues en double d'un registre
*>   sequentiel qui fait foi : DINVOICE-XREF de DINVOICE-CTL (et des
*>   ecritures 'F' de DAR-OPEN), DAR-XREF du journal DAR-OPEN,
*>   DSTOCK-DEPOT de l'instantane DSTOCK-SNAP et du journal
*>   DSTOCK-LEDGER. Une table abimee, ou un abend entre les deux
*>   ecritures, et elles divergent sans bruit : PORDINQ, PCUSTINQ,
*>   l'imputation des reglements de PPAYMENT repondent faux
*> - Controle : rebatir de la source l'image attendue de chaque cle,
*>   la confronter enregistrement par enregistrement a la table et
*>   signaler les cles absentes, en surplus et en ecart
*> - Reconstruction : meme passage, et l'image attendue de chaque cle
*>   est ecrite dans une table neuve, avec les compteurs et une ligne
*>   au journal d'audit - la reprise devient un job planifie
*>
*> Entrées :
*> - SYSIN : une ligne, champs separes par ';' :
*>     table : INVXREF (DINVOICE-XREF), ARXREF (DAR-XREF), STKDEP
*>             (DSTOCK-DEPOT) ou TOUS (vide = TOUS)
*>     mode  : CONTROLE ou RECONSTRUCTION (vide = CONTROLE)
*>     operateur (obligatoire en RECONSTRUCTION, repris au journal)
*> - FINVCTL / DINVOICE-CTL : registre des numeros de facture (cf
*>   PFACTURE), dernier ecrit gagnant par commande
*> - FAROPEN / DAR-OPEN : grand livre en comptes ouverts (cf
*>   PFACTURE, PPAYMENT, PRETURN, PVOID, PWRITEOFF, PDDRETURN)
*> - FSNAP / DSTOCK-SNAP : instantane du dernier controle PSTKCHK
*> - FLEDGER / DSTOCK-LEDGER : journal des mouvements (cf PSTKMVT)
*> - FINVXREF / DINVOICE-XREF, FARXREF / DAR-XREF, FSTKDEP /
*>   DSTOCK-DEPOT : tables controlees, lues sequentiellement
*>
*> Sorties :
*> - DXREFCHK-RPT : rapport de 80 caracteres
*>     'H' : en-tete (date, mode, operateur)
*>     'A' : cle attendue absente de la table
*>     'S' : cle de la table en surplus (inconnue de la source)
*>     'E' : ecart sur une zone d'une cle presente des deux cotes
*>           (zone, valeur attendue, valeur trouvee)
*>     'I' : source inutilisable, table non traitee
*>     'T' : synthese par table (source lue, cles attendues, table
*>           lue, absentes, surplus, ecarts, ecrits)
*> - DINVOICE-XREF-NEW / DAR-XREF-NEW / DSTOCK-DEPOT-NEW : tables
*>   reconstruites (mode RECONSTRUCTION), que l'ordonnanceur
*>   substitue aux tables courantes une fois le rapport verifie
*>   (meme principe que PCONVONO)
*> - DXREFCHK-AUDIT : journal cumule, une ligne par table traitee
*>   (date, heure, operateur, table, mode, compteurs, resultat)
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - DINVOICE-XREF : une cle par commande du registre, au numero de
*>   sa derniere ligne (une ligne d'annulation 'V' de PVOID repete
*>   le numero, la table le garde) ; client, date de commande et TTC
*>   viennent de l'ecriture 'F' de la facture au grand livre (celle
*>   de la commande, a defaut la derniere du meme numero pour les
*>   commandes 2..n d'une facture consolidee). Commande sans
*>   ecriture 'F' (facturee avant DAR-OPEN) : seul le numero de
*>   facture est controle ; la reconstruction reprend le reste de
*>   l'ancienne table si le numero concorde, sinon zeros et blancs
*> - DAR-XREF : DAR-OPEN rejoue cle par cle dans l'ordre d'ecriture,
*>   avec les regles de ses ecrivains - 'F' et 'A' creent la cle,
*>   'K' impute l'acompte, 'S' et 'E' soldent, 'W' passe en perte,
*>   'V' annule, 'D' rouvre ; un reglement sur une cle pas encore
*>   creee est ignore, comme dans PPAYMENT
*> - DSTOCK-DEPOT : soldes 'D' de l'instantane plus mouvements de
*>   portee 'B' ou 'D' du journal posterieurs a l'instantane ; un
*>   solde absent vaut zero. Le controle croise des depots avec
*>   PRODUCTS.STOCK_QTY (transit compris) reste celui de PSTKCHK,
*>   a passer juste avant pour que l'instantane soit du jour
*> - Une facture ou un solde anterieur a la mise en place de sa
*>   table y est legitimement absent : le controle le signale, la
*>   reconstruction le rajoute
*> - Source inutilisable (registre absent, instantane absent,
*>   journal plus court que l'instantane) : la table n'est ni
*>   controlee ni reconstruite, aucune table neuve n'est ecrite
*> - A lancer hors cycle, aucun ecrivain des tables ne tournant
*> - Code retour 8 si le SYSIN est invalide, si une source est
*>   inutilisable ou si l'ecriture d'une table neuve echoue ; 4 en
*>   controle sur tout absent, surplus ou ecart, et dans les deux
*>   modes sur table illisible, table memoire pleine ou image
*>   incomplete ; 0 sinon
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PXREFCHK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FINVCTL ASSIGN TO DINVOICE-CTL
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-INV.

           SELECT FAROPEN ASSIGN TO DAR-OPEN
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-ARO.

           SELECT FSNAP ASSIGN TO DSTOCK-SNAP
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-SNP.

           SELECT FLEDGER ASSIGN TO DSTOCK-LEDGER
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-LED.

           SELECT FINVXREF ASSIGN TO DINVOICE-XREF
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS XRF-O-NO
                           FILE STATUS IS WS-STATUS-XRF.
           SELECT FINVXREFN ASSIGN TO DINVOICE-XREF-NEW
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS SEQUENTIAL
                            RECORD KEY IS XRFN-O-NO
                            FILE STATUS IS WS-STATUS-XRN.

           SELECT FARXREF ASSIGN TO DAR-XREF
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS SEQUENTIAL
                          RECORD KEY IS ARX-CLE
                          FILE STATUS IS WS-STATUS-ARX.
           SELECT FARXREFN ASSIGN TO DAR-XREF-NEW
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS ARXN-CLE
                           FILE STATUS IS WS-STATUS-ARN.

           SELECT FSTKDEP ASSIGN TO DSTOCK-DEPOT
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS SEQUENTIAL
                          RECORD KEY IS STK-CLE
                          FILE STATUS IS WS-STATUS-STK.
           SELECT FSTKDEPN ASSIGN TO DSTOCK-DEPOT-NEW
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS STKN-CLE
                           FILE STATUS IS WS-STATUS-STN.

           SELECT FCHKRPT ASSIGN TO DXREFCHK-RPT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-RPT.

           SELECT FAUDIT ASSIGN TO DXREFCHK-AUDIT
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-AUD.

           SELECT FTRAVAIL ASSIGN TO SORTWK01.

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

*> Même structure que celle écrite par PFACTURE (cf PFACTURE.cbl)
       FD FAROPEN
           RECORDING MODE IS F.

       01 ENRAROPEN.
          05 ARO-TYPE        PIC X(1).
          05 FILLER          PIC X(1).
          05 ARO-C-NO        PIC 9(4).
          05 FILLER          PIC X(1).
          05 ARO-INVOICE-NO  PIC 9(6).
          05 FILLER          PIC X(1).
          05 ARO-O-NO        PIC 9(6).
          05 FILLER          PIC X(1).
          05 ARO-DATE        PIC X(10).
          05 FILLER          PIC X(1).
          05 ARO-MONTANT     PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 ARO-REFERENCE   PIC X(20).
          05 FILLER          PIC X(1).
          05 ARO-ECHEANCE    PIC X(10).

*> Même structure que celle écrite par PSTKCHK (cf PSTKCHK.cbl)
       FD FSNAP
           RECORDING MODE IS F
           DATA RECORD IS ENRSNAP.

       01 ENRSNAP.
          05 SNP-TYPE        PIC X(1).
          05 FILLER          PIC X(1).
          05 SNP-DEPOT       PIC X(2).
          05 FILLER          PIC X(1).
          05 SNP-P-NO        PIC 9(3).
          05 FILLER          PIC X(1).
          05 SNP-QTE         PIC S9(7) SIGN LEADING SEPARATE.
          05 FILLER          PIC X(1).
          05 SNP-NB-LED      PIC 9(9).
          05 FILLER          PIC X(1).
          05 SNP-DATE        PIC X(10).

*> Même structure que celle écrite par PSTKMVT (cf PSTKMVT.cbl)
       FD FLEDGER
           RECORDING MODE IS F.

       01 ENRLEDGER.
          05 LED-DATE          PIC X(10).
          05 FILLER            PIC X(1).
          05 LED-HEURE         PIC X(8).
          05 FILLER            PIC X(1).
          05 LED-P-NO          PIC 9(3).
          05 FILLER            PIC X(1).
          05 LED-DEPOT         PIC X(2).
          05 FILLER            PIC X(1).
          05 LED-QTE           PIC S9(5) SIGN LEADING SEPARATE.
          05 FILLER            PIC X(1).
          05 LED-TYPE          PIC X(2).
          05 FILLER            PIC X(1).
          05 LED-PORTEE        PIC X(1).
          05 FILLER            PIC X(1).
          05 LED-PROGRAMME     PIC X(10).
          05 FILLER            PIC X(1).
          05 LED-DOC           PIC X(10).

*> Même structure que celle tenue par PFACTURE (cf PFACTURE.cbl)
       FD FINVXREF
           DATA RECORD IS ENRINVXREF.

       01 ENRINVXREF.
          05 XRF-O-NO        PIC 9(6).
          05 XRF-INVOICE-NO  PIC 9(6).
          05 XRF-DATE        PIC X(10).
          05 XRF-C-NO        PIC 9(4).
          05 XRF-MONTANT     PIC 9(7)V99.

       FD FINVXREFN
           DATA RECORD IS ENRINVXREFN.

       01 ENRINVXREFN.
          05 XRFN-O-NO       PIC 9(6).
          05 FILLER          PIC X(29).

*> Même structure que celle tenue par PFACTURE (cf PFACTURE.cbl)
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

       FD FARXREFN
           DATA RECORD IS ENRARXREFN.

       01 ENRARXREFN.
          05 ARXN-CLE        PIC X(10).
          05 FILLER          PIC X(46).

*> Même structure que celle tenue par PORDER (cf PORDER.cbl)
       FD FSTKDEP
           DATA RECORD IS ENRSTKDEP.

       01 ENRSTKDEP.
          05 STK-CLE.
             10 STK-DEPOT      PIC X(2).
             10 STK-P-NO       PIC 9(3).
          05 STK-QTY         PIC S9(5).

       FD FSTKDEPN
           DATA RECORD IS ENRSTKDEPN.

       01 ENRSTKDEPN.
          05 STKN-CLE        PIC X(5).
          05 STKN-QTY        PIC S9(5).

       FD FCHKRPT
           RECORDING MODE IS F.

       01 ENRCHKRPT.
          05 CHK-TYPE          PIC X(1).
          05 FILLER            PIC X(1).
          05 CHK-TABLE         PIC X(13).
          05 FILLER            PIC X(1).
          05 CHK-CLE           PIC X(10).
          05 FILLER            PIC X(1).
          05 CHK-ZONE          PIC X(10).
          05 FILLER            PIC X(1).
          05 CHK-ATTENDU       PIC X(20).
          05 FILLER            PIC X(1).
          05 CHK-TROUVE        PIC X(20).
          05 FILLER            PIC X(1).
*> Vue texte des lignes 'H', 'I' et 'T'
       01 ENRCHKTXT REDEFINES ENRCHKRPT PIC X(80).

*> Une ligne par table traitee ; resultat 'Y' conforme ou
*> reconstruite, 'E' ecarts constates, 'I' source inutilisable
       FD FAUDIT
           RECORDING MODE IS F.

       01 ENRXRFAUDIT.
          05 AUD-DATE          PIC X(10).
          05 FILLER            PIC X(1).
          05 AUD-HEURE         PIC X(8).
          05 FILLER            PIC X(1).
          05 AUD-OPERATEUR     PIC X(8).
          05 FILLER            PIC X(1).
          05 AUD-TABLE         PIC X(13).
          05 FILLER            PIC X(1).
          05 AUD-MODE          PIC X(1).
          05 FILLER            PIC X(1).
          05 AUD-SOURCE-LUS    PIC 9(7).
          05 FILLER            PIC X(1).
          05 AUD-ATTENDUS      PIC 9(7).
          05 FILLER            PIC X(1).
          05 AUD-TABLE-LUS     PIC 9(7).
          05 FILLER            PIC X(1).
          05 AUD-ABSENTS       PIC 9(7).
          05 FILLER            PIC X(1).
          05 AUD-SURPLUS       PIC 9(7).
          05 FILLER            PIC X(1).
          05 AUD-ECARTS        PIC 9(7).
          05 FILLER            PIC X(1).
          05 AUD-ECRITS        PIC 9(7).
          05 FILLER            PIC X(1).
          05 AUD-RESULTAT      PIC X(1).

*> Fichier de travail du tri par cle de la table puis ordre
*> d'ecriture dans la source ; la donnee porte la ligne source
*> (DINVOICE-CTL, DAR-OPEN) ou la quantite (stock)
       SD FTRAVAIL.

       01 ENRTRAVAIL.
          05 SRT-CLE           PIC X(10).
          05 SRT-SEQ           PIC 9(9).
          05 SRT-NATURE        PIC X(1).
          05 SRT-DONNEES       PIC X(80).
          05 SRT-STOCK REDEFINES SRT-DONNEES.
             10 SRT-QTE        PIC S9(7) SIGN LEADING SEPARATE.
             10 FILLER         PIC X(72).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-INV      PIC 99 VALUE 0.
       77 WS-STATUS-ARO      PIC 99 VALUE 0.
       77 WS-STATUS-SNP      PIC 99 VALUE 0.
       77 WS-STATUS-LED      PIC 99 VALUE 0.
       77 WS-STATUS-XRF      PIC 99 VALUE 0.
       77 WS-STATUS-XRN      PIC 99 VALUE 0.
       77 WS-STATUS-ARX      PIC 99 VALUE 0.
       77 WS-STATUS-ARN      PIC 99 VALUE 0.
       77 WS-STATUS-STK      PIC 99 VALUE 0.
       77 WS-STATUS-STN      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.
       77 WS-STATUS-AUD      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1).
       01 WS-EOF-TRI         PIC X(1).
       01 WS-AUDIT-OUVERT    PIC X(1) VALUE 'N'.

*> Ligne SYSIN et ses champs
       01 WS-SYSIN           PIC X(80).
       01 WS-PRM-TABLE       PIC X(14).
       01 WS-PRM-MODE        PIC X(14).
       01 WS-PRM-OPERATEUR   PIC X(8).

*> Table demandee, mode ('C' controle, 'R' reconstruction) et
*> operateur repris au journal
       01 WS-TABLE-DEM       PIC X(7).
       01 WS-MODE            PIC X(1).
       01 WS-OPERATEUR       PIC X(8).

       01 WS-DATE-COURANTE   PIC X(21).
       01 WS-DATE-RUN        PIC X(10).
       01 WS-HEURE-RUN       PIC X(8).

*> Table en cours : nom du fichier, source utilisable, table
*> ouverte et lue jusqu'au bout, cle courante du tri
       01 WS-TABLE-NOM       PIC X(13).
       01 WS-SOURCE-OK       PIC X(1).
       01 WS-IDX-OUVERT      PIC X(1).
       01 WS-FIN-IDX         PIC X(1).
       01 WS-CLE-COURANTE    PIC X(10).
       01 WS-NO-LIGNE        PIC 9(9).

*> Ecritures 'F' du grand livre : client, date et TTC de chaque
*> facture, pour completer les cles de DINVOICE-XREF
       01 WS-FAC-TABLE.
          05 WS-FAC-ENTREE OCCURS 20000 TIMES.
             10 WS-FAC-INVNO    PIC 9(6).
             10 WS-FAC-ONO      PIC 9(6).
             10 WS-FAC-CNO      PIC 9(4).
             10 WS-FAC-DATE     PIC X(10).
             10 WS-FAC-MONTANT  PIC 9(7)V99.
       01 WS-NB-FAC          PIC 9(5) VALUE 0.
       01 WS-FAC-IDX         PIC 9(5).
       01 WS-FAC-EXACT       PIC 9(5).
       01 WS-FAC-PROCHE      PIC 9(5).

*> Derniere ligne DINVOICE-CTL de la commande en cours
       01 WS-CTL-DERNIER.
          05 WS-CTD-O-NO        PIC 9(6).
          05 WS-CTD-LAST-NO     PIC 9(6).
          05 WS-CTD-OFFICE      PIC 9(1).
          05 WS-CTD-VOID        PIC X(1).

*> Image attendue d'une cle DINVOICE-XREF (decoupage de ENRINVXREF)
*> et 'N' quand l'ecriture 'F' de la facture manque
       01 WS-XRA.
          05 WS-XRA-O-NO        PIC 9(6).
          05 WS-XRA-INVOICE-NO  PIC 9(6).
          05 WS-XRA-DATE        PIC X(10).
          05 WS-XRA-C-NO        PIC 9(4).
          05 WS-XRA-MONTANT     PIC 9(7)V99.
       01 WS-XRA-COMPLET     PIC X(1).

*> Ligne DAR-OPEN rejouee (decoupage de ENRAROPEN)
       01 WS-MVT.
          05 WS-MVT-TYPE        PIC X(1).
          05 FILLER             PIC X(1).
          05 WS-MVT-C-NO        PIC 9(4).
          05 FILLER             PIC X(1).
          05 WS-MVT-INVOICE-NO  PIC 9(6).
          05 FILLER             PIC X(1).
          05 WS-MVT-O-NO        PIC 9(6).
          05 FILLER             PIC X(1).
          05 WS-MVT-DATE        PIC X(10).
          05 FILLER             PIC X(1).
          05 WS-MVT-MONTANT     PIC 9(7)V99.
          05 FILLER             PIC X(1).
          05 WS-MVT-REFERENCE   PIC X(20).
          05 FILLER             PIC X(1).
          05 WS-MVT-ECHEANCE    PIC X(10).

*> Image attendue d'une cle DAR-XREF (decoupage de ENRARXREF) ;
*> 'N' tant qu'aucune ecriture 'F' ou 'A' ne l'a creee
       01 WS-ARA.
          05 WS-ARA-CLE.
             10 WS-ARA-C-NO        PIC 9(4).
             10 WS-ARA-INVOICE-NO  PIC 9(6).
          05 WS-ARA-TYPE        PIC X(1).
          05 WS-ARA-O-NO        PIC 9(6).
          05 WS-ARA-DATE        PIC X(10).
          05 WS-ARA-MONTANT     PIC 9(7)V99.
          05 WS-ARA-REGLE       PIC 9(7)V99.
          05 WS-ARA-ETAT        PIC X(1).
          05 WS-ARA-ECHEANCE    PIC X(10).
       01 WS-ARA-EXISTE      PIC X(1).

*> Image attendue d'un solde DSTOCK-DEPOT
       01 WS-STA.
          05 WS-STA-CLE.
             10 WS-STA-DEPOT    PIC X(2).
             10 WS-STA-P-NO     PIC 9(3).
          05 WS-STA-QTY         PIC S9(7).

*> Instantane de stock : lignes du journal deja prises en compte
       01 WS-SNAP-PRESENT    PIC X(1).
       01 WS-NB-LED-SNAP     PIC 9(9) VALUE 0.
       01 WS-DATE-SNAP       PIC X(10) VALUE SPACES.

*> Ligne de detail en preparation
       01 WS-LIG-TYPE        PIC X(1).
       01 WS-LIG-CLE         PIC X(10).
       01 WS-LIG-ZONE        PIC X(10).
       01 WS-LIG-ATTENDU     PIC X(20).
       01 WS-LIG-TROUVE      PIC X(20).
       77 WS-NO-STR          PIC 9(6).
       77 WS-MNT-STR         PIC ZZZZZZ9,99.
       77 WS-QTE-SGN         PIC -ZZZZZZ9.
       77 WS-NB-STR          PIC ZZZZZZ9.

*> Compteurs de la table en cours
       77 WS-CT-SOURCE       PIC 9(7) VALUE 0.
       77 WS-CT-ATTENDUS     PIC 9(7) VALUE 0.
       77 WS-CT-TABLE        PIC 9(7) VALUE 0.
       77 WS-CT-ABSENTS      PIC 9(7) VALUE 0.
       77 WS-CT-SURPLUS      PIC 9(7) VALUE 0.
       77 WS-CT-ECARTS       PIC 9(7) VALUE 0.
       77 WS-CT-ECRITS       PIC 9(7) VALUE 0.
       77 WS-CT-INCOMPLETS   PIC 9(7) VALUE 0.
       77 WS-CT-REJETEES     PIC 9(7) VALUE 0.
       77 WS-CT-ILLISIBLE    PIC 9(5) VALUE 0.
       77 WS-CT-DEBORDEMENT  PIC 9(5) VALUE 0.
       77 WS-CT-ERR-ECRIT    PIC 9(5) VALUE 0.
       77 WS-CT-ECARTS-CLE   PIC 9(2) VALUE 0.

*> Cumuls du run, toutes tables
       77 WS-CT-TABLES       PIC 9(1) VALUE 0.
       77 WS-CT-DIFF-RUN     PIC 9(7) VALUE 0.

*> Code retour remis au moniteur de job : 8 si le SYSIN est invalide,
*> une source inutilisable ou une ecriture en echec, 4 sur ecart en
*> controle ou sur anomalie de lecture, 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              IF WS-TABLE-DEM = 'INVXREF' OR WS-TABLE-DEM = 'TOUS'
                 PERFORM 2000-TRAITER-INVXREF
              END-IF
              IF WS-TABLE-DEM = 'ARXREF' OR WS-TABLE-DEM = 'TOUS'
                 PERFORM 3000-TRAITER-ARXREF
              END-IF
              IF WS-TABLE-DEM = 'STKDEP' OR WS-TABLE-DEM = 'TOUS'
                 PERFORM 4000-TRAITER-STKDEP
              END-IF
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Parametres SYSIN, date du run, ouverture du rapport et du
*> journal d'audit (en ajout, cree au premier run)
       1000-DEBUT.

           MOVE SPACES TO WS-SYSIN
           ACCEPT WS-SYSIN FROM SYSIN

           INITIALIZE WS-PRM-TABLE WS-PRM-MODE WS-PRM-OPERATEUR
           UNSTRING WS-SYSIN DELIMITED BY ';'
                 INTO WS-PRM-TABLE WS-PRM-MODE WS-PRM-OPERATEUR
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(WS-PRM-TABLE) TO WS-PRM-TABLE
           MOVE FUNCTION UPPER-CASE(WS-PRM-MODE)  TO WS-PRM-MODE
           MOVE WS-PRM-OPERATEUR TO WS-OPERATEUR

           IF WS-PRM-TABLE = SPACES
              MOVE 'TOUS' TO WS-TABLE-DEM
           ELSE
              IF WS-PRM-TABLE = 'INVXREF' OR WS-PRM-TABLE = 'ARXREF'
                 OR WS-PRM-TABLE = 'STKDEP' OR WS-PRM-TABLE = 'TOUS'
                 MOVE WS-PRM-TABLE TO WS-TABLE-DEM
              ELSE
                 MOVE 8 TO WS-RETURN-CODE
                 DISPLAY 'PXREFCHK : TABLE SYSIN INVALIDE ('
                         WS-PRM-TABLE ')'
              END-IF
           END-IF

           IF WS-PRM-MODE = SPACES OR WS-PRM-MODE = 'CONTROLE'
              MOVE 'C' TO WS-MODE
           ELSE
              IF WS-PRM-MODE = 'RECONSTRUCTION'
                 MOVE 'R' TO WS-MODE
              ELSE
                 MOVE 8 TO WS-RETURN-CODE
                 DISPLAY 'PXREFCHK : MODE SYSIN INVALIDE ('
                         WS-PRM-MODE ')'
              END-IF
           END-IF

           IF WS-MODE = 'R' AND WS-OPERATEUR = SPACES
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PXREFCHK : OPERATEUR OBLIGATOIRE EN'
                      ' RECONSTRUCTION'
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-COURANTE
           MOVE SPACES TO WS-DATE-RUN
           STRING WS-DATE-COURANTE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-COURANTE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-COURANTE(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-RUN
           END-STRING
           MOVE SPACES TO WS-HEURE-RUN
           STRING WS-DATE-COURANTE(9:2) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-DATE-COURANTE(11:2) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-DATE-COURANTE(13:2) DELIMITED BY SIZE
                  INTO WS-HEURE-RUN
           END-STRING

           OPEN OUTPUT FCHKRPT

           MOVE SPACES TO ENRCHKTXT
           IF WS-MODE = 'R'
              STRING 'H RECONSTRUCTION DES TABLES INDEXEES AU '
                                        DELIMITED BY SIZE
                     WS-DATE-RUN        DELIMITED BY SIZE
                     ' PAR '            DELIMITED BY SIZE
                     WS-OPERATEUR       DELIMITED BY SIZE
                     INTO ENRCHKTXT
              END-STRING
           ELSE
              STRING 'H CONTROLE DES TABLES INDEXEES AU '
                                        DELIMITED BY SIZE
                     WS-DATE-RUN        DELIMITED BY SIZE
                     ' TABLE '          DELIMITED BY SIZE
                     WS-TABLE-DEM       DELIMITED BY SPACE
                     INTO ENRCHKTXT
              END-STRING
           END-IF
           WRITE ENRCHKRPT

           IF WS-RETURN-CODE NOT = 8
              OPEN EXTEND FAUDIT
              IF WS-STATUS-AUD NOT = 0
                 CLOSE FAUDIT
                 OPEN OUTPUT FAUDIT
              END-IF
              MOVE 'Y' TO WS-AUDIT-OUVERT
           END-IF
           .

*> ==========================================================
*> DINVOICE-XREF contre DINVOICE-CTL et les ecritures 'F'
*> ==========================================================
       2000-TRAITER-INVXREF.

           MOVE 'DINVOICE-XREF' TO WS-TABLE-NOM
           PERFORM 5000-RAZ-COMPTEURS

           OPEN INPUT FINVCTL
           IF WS-STATUS-INV NOT = 0
              MOVE 'N' TO WS-SOURCE-OK
              DISPLAY 'PXREFCHK : DINVOICE-CTL ABSENT ('
                      WS-STATUS-INV ')'
           ELSE
              PERFORM 2100-CHARGER-FACTURES
           END-IF

           IF WS-SOURCE-OK = 'Y'
              OPEN INPUT FINVXREF
              IF WS-STATUS-XRF NOT = 0
                 MOVE 'Y' TO WS-FIN-IDX
                 DISPLAY 'PXREFCHK : DINVOICE-XREF ABSENT OU'
                         ' ILLISIBLE (' WS-STATUS-XRF ')'
              ELSE
                 MOVE 'Y' TO WS-IDX-OUVERT
                 PERFORM 2310-LIRE-INVXREF
              END-IF
              IF WS-MODE = 'R'
                 OPEN OUTPUT FINVXREFN
              END-IF

              SORT FTRAVAIL
                   ON ASCENDING KEY SRT-CLE SRT-SEQ
                   INPUT PROCEDURE IS 2200-ALIMENTER-INVXREF
                   OUTPUT PROCEDURE IS 2300-RAPPROCHER-INVXREF

              IF WS-IDX-OUVERT = 'Y'
                 CLOSE FINVXREF
              END-IF
              IF WS-MODE = 'R'
                 CLOSE FINVXREFN
              END-IF
           ELSE
              IF WS-STATUS-INV = 0
                 CLOSE FINVCTL
              END-IF
           END-IF

           PERFORM 5900-CLORE-TABLE
           .

*> Ecritures 'F' de DAR-OPEN en memoire ; grand livre absent, la
*> table ne peut pas etre rebatie
       2100-CHARGER-FACTURES.

           MOVE 0 TO WS-NB-FAC
           OPEN INPUT FAROPEN
           IF WS-STATUS-ARO NOT = 0
              MOVE 'N' TO WS-SOURCE-OK
              DISPLAY 'PXREFCHK : DAR-OPEN ABSENT (' WS-STATUS-ARO ')'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FAROPEN
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF ARO-TYPE = 'F'
                          PERFORM 2110-RETENIR-FACTURE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FAROPEN
           END-IF
           .

       2110-RETENIR-FACTURE.

           IF WS-NB-FAC < 20000
              ADD 1 TO WS-NB-FAC
              MOVE ARO-INVOICE-NO TO WS-FAC-INVNO(WS-NB-FAC)
              MOVE ARO-O-NO       TO WS-FAC-ONO(WS-NB-FAC)
              MOVE ARO-C-NO       TO WS-FAC-CNO(WS-NB-FAC)
              MOVE ARO-DATE       TO WS-FAC-DATE(WS-NB-FAC)
              MOVE ARO-MONTANT    TO WS-FAC-MONTANT(WS-NB-FAC)
           ELSE
              ADD 1 TO WS-CT-DEBORDEMENT
           END-IF
           .

*> Chaque ligne du registre, cle = N° de commande ; une ligne au
*> N° de commande non numerique est comptee et ecartee
       2200-ALIMENTER-INVXREF.

           MOVE 0 TO WS-NO-LIGNE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ FINVCTL
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-CT-SOURCE
                    ADD 1 TO WS-NO-LIGNE
                    IF INV-O-NO NUMERIC AND INV-LAST-NO NUMERIC
                       MOVE SPACES      TO ENRTRAVAIL
                       MOVE INV-O-NO    TO SRT-CLE(1:6)
                       MOVE WS-NO-LIGNE TO SRT-SEQ
                       MOVE 'C'         TO SRT-NATURE
                       MOVE ENRINVCTL   TO SRT-DONNEES(1:14)
                       RELEASE ENRTRAVAIL
                    ELSE
                       ADD 1 TO WS-CT-REJETEES
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FINVCTL
           .

*> Lignes triees par commande : la derniere de chaque commande fait
*> l'image attendue, confrontee a la table lue dans le meme ordre
       2300-RAPPROCHER-INVXREF.

           MOVE SPACES TO WS-CLE-COURANTE
           MOVE 'N' TO WS-EOF-TRI
           PERFORM UNTIL WS-EOF-TRI = 'Y'
              RETURN FTRAVAIL
                 AT END
                    MOVE 'Y' TO WS-EOF-TRI
                 NOT AT END
                    IF SRT-CLE NOT = WS-CLE-COURANTE
                       AND WS-CLE-COURANTE NOT = SPACES
                       PERFORM 2320-FINIR-COMMANDE
                    END-IF
                    MOVE SRT-CLE TO WS-CLE-COURANTE
                    MOVE SRT-DONNEES(1:14) TO WS-CTL-DERNIER
              END-RETURN
           END-PERFORM

           IF WS-CLE-COURANTE NOT = SPACES
              PERFORM 2320-FINIR-COMMANDE
           END-IF

           PERFORM UNTIL WS-FIN-IDX = 'Y'
              PERFORM 2340-SURPLUS-INVXREF
           END-PERFORM
           .

*> Enregistrement suivant de la table ; une erreur de lecture arrete
*> le parcours (table illisible au-dela)
       2310-LIRE-INVXREF.

           MOVE 'N' TO WS-FIN-IDX
           READ FINVXREF NEXT
              AT END
                 MOVE 'Y' TO WS-FIN-IDX
              NOT AT END
                 ADD 1 TO WS-CT-TABLE
           END-READ
           IF WS-FIN-IDX = 'N' AND WS-STATUS-XRF NOT = 0
              MOVE 'Y' TO WS-FIN-IDX
              ADD 1 TO WS-CT-ILLISIBLE
              DISPLAY 'PXREFCHK : DINVOICE-XREF ILLISIBLE ('
                      WS-STATUS-XRF ')'
           END-IF
           .

*> Image attendue de la commande : numero de sa derniere ligne,
*> client, date de commande (MM/JJ/AAAA) et TTC de l'ecriture 'F'
*> - celle de la commande, a defaut la plus recente du meme numero
       2320-FINIR-COMMANDE.

           ADD 1 TO WS-CT-ATTENDUS
           MOVE SPACES TO WS-XRA
           MOVE WS-CTD-O-NO    TO WS-XRA-O-NO
           MOVE WS-CTD-LAST-NO TO WS-XRA-INVOICE-NO
           MOVE 0 TO WS-XRA-C-NO
           MOVE 0 TO WS-XRA-MONTANT

           MOVE 0 TO WS-FAC-EXACT
           MOVE 0 TO WS-FAC-PROCHE
           PERFORM VARYING WS-FAC-IDX FROM WS-NB-FAC BY -1
                   UNTIL WS-FAC-IDX = 0 OR WS-FAC-EXACT > 0
              IF WS-FAC-INVNO(WS-FAC-IDX) = WS-CTD-LAST-NO
                 IF WS-FAC-ONO(WS-FAC-IDX) = WS-CTD-O-NO
                    MOVE WS-FAC-IDX TO WS-FAC-EXACT
                 END-IF
                 IF WS-FAC-PROCHE = 0
                    MOVE WS-FAC-IDX TO WS-FAC-PROCHE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-FAC-EXACT > 0
              MOVE WS-FAC-EXACT TO WS-FAC-PROCHE
           END-IF

           IF WS-FAC-PROCHE > 0
              MOVE 'Y' TO WS-XRA-COMPLET
              MOVE WS-FAC-CNO(WS-FAC-PROCHE)     TO WS-XRA-C-NO
              MOVE WS-FAC-MONTANT(WS-FAC-PROCHE) TO WS-XRA-MONTANT
              STRING WS-FAC-DATE(WS-FAC-PROCHE)(6:2) DELIMITED BY SIZE
                     '/'                             DELIMITED BY SIZE
                     WS-FAC-DATE(WS-FAC-PROCHE)(9:2) DELIMITED BY SIZE
                     '/'                             DELIMITED BY SIZE
                     WS-FAC-DATE(WS-FAC-PROCHE)(1:4) DELIMITED BY SIZE
                     INTO WS-XRA-DATE
              END-STRING
           ELSE
              MOVE 'N' TO WS-XRA-COMPLET
              ADD 1 TO WS-CT-INCOMPLETS
           END-IF

           PERFORM 2330-COMPARER-INVXREF
           .

*> Rapprochement avec la table : cles inferieures en surplus, cle
*> egale comparee zone par zone, sinon absente ; en reconstruction
*> l'image attendue part dans la table neuve
       2330-COMPARER-INVXREF.

           PERFORM UNTIL WS-FIN-IDX = 'Y'
                   OR XRF-O-NO NOT < WS-XRA-O-NO
              PERFORM 2340-SURPLUS-INVXREF
           END-PERFORM

           MOVE SPACES TO WS-LIG-CLE
           MOVE WS-XRA-O-NO TO WS-LIG-CLE(1:6)

           IF WS-FIN-IDX = 'N' AND XRF-O-NO = WS-XRA-O-NO
              MOVE 0 TO WS-CT-ECARTS-CLE
              IF XRF-INVOICE-NO NOT = WS-XRA-INVOICE-NO
                 MOVE 'FACTURE' TO WS-LIG-ZONE
                 MOVE WS-XRA-INVOICE-NO TO WS-NO-STR
                 MOVE WS-NO-STR TO WS-LIG-ATTENDU
                 MOVE XRF-INVOICE-NO TO WS-NO-STR
                 MOVE WS-NO-STR TO WS-LIG-TROUVE
                 PERFORM 5100-ECRIRE-ECART
              END-IF
              IF WS-XRA-COMPLET = 'Y'
                 IF XRF-C-NO NOT = WS-XRA-C-NO
                    MOVE 'CLIENT' TO WS-LIG-ZONE
                    MOVE WS-XRA-C-NO TO WS-LIG-ATTENDU
                    MOVE XRF-C-NO TO WS-LIG-TROUVE
                    PERFORM 5100-ECRIRE-ECART
                 END-IF
                 IF XRF-DATE NOT = WS-XRA-DATE
                    MOVE 'DATE' TO WS-LIG-ZONE
                    MOVE WS-XRA-DATE TO WS-LIG-ATTENDU
                    MOVE XRF-DATE TO WS-LIG-TROUVE
                    PERFORM 5100-ECRIRE-ECART
                 END-IF
                 IF XRF-MONTANT NOT = WS-XRA-MONTANT
                    MOVE 'MONTANT' TO WS-LIG-ZONE
                    MOVE WS-XRA-MONTANT TO WS-MNT-STR
                    MOVE WS-MNT-STR TO WS-LIG-ATTENDU
                    MOVE XRF-MONTANT TO WS-MNT-STR
                    MOVE WS-MNT-STR TO WS-LIG-TROUVE
                    PERFORM 5100-ECRIRE-ECART
                 END-IF
              ELSE
                 IF XRF-INVOICE-NO = WS-XRA-INVOICE-NO
                    MOVE XRF-DATE    TO WS-XRA-DATE
                    MOVE XRF-C-NO    TO WS-XRA-C-NO
                    MOVE XRF-MONTANT TO WS-XRA-MONTANT
                 END-IF
              END-IF
              IF WS-CT-ECARTS-CLE > 0
                 ADD 1 TO WS-CT-ECARTS
              END-IF
              PERFORM 2310-LIRE-INVXREF
           ELSE
              MOVE 'A' TO WS-LIG-TYPE
              MOVE 'FACTURE' TO WS-LIG-ZONE
              MOVE WS-XRA-INVOICE-NO TO WS-NO-STR
              MOVE WS-NO-STR TO WS-LIG-ATTENDU
              MOVE SPACES TO WS-LIG-TROUVE
              PERFORM 5200-ECRIRE-LIGNE
              ADD 1 TO WS-CT-ABSENTS
           END-IF

           IF WS-MODE = 'R'
              MOVE WS-XRA TO ENRINVXREFN
              WRITE ENRINVXREFN
                  INVALID KEY
                      ADD 1 TO WS-CT-ERR-ECRIT
                  NOT INVALID KEY
                      ADD 1 TO WS-CT-ECRITS
              END-WRITE
           END-IF
           .

*> Cle de la table inconnue du registre : signalee, non reprise
       2340-SURPLUS-INVXREF.

           MOVE 'S' TO WS-LIG-TYPE
           MOVE SPACES TO WS-LIG-CLE
           MOVE XRF-O-NO TO WS-LIG-CLE(1:6)
           MOVE 'FACTURE' TO WS-LIG-ZONE
           MOVE SPACES TO WS-LIG-ATTENDU
           MOVE XRF-INVOICE-NO TO WS-NO-STR
           MOVE WS-NO-STR TO WS-LIG-TROUVE
           PERFORM 5200-ECRIRE-LIGNE
           ADD 1 TO WS-CT-SURPLUS
           PERFORM 2310-LIRE-INVXREF
           .

*> ==========================================================
*> DAR-XREF contre le journal DAR-OPEN rejoue
*> ==========================================================
       3000-TRAITER-ARXREF.

           MOVE 'DAR-XREF' TO WS-TABLE-NOM
           PERFORM 5000-RAZ-COMPTEURS

           OPEN INPUT FAROPEN
           IF WS-STATUS-ARO NOT = 0
              MOVE 'N' TO WS-SOURCE-OK
              DISPLAY 'PXREFCHK : DAR-OPEN ABSENT (' WS-STATUS-ARO ')'
           END-IF

           IF WS-SOURCE-OK = 'Y'
              OPEN INPUT FARXREF
              IF WS-STATUS-ARX NOT = 0
                 MOVE 'Y' TO WS-FIN-IDX
                 DISPLAY 'PXREFCHK : DAR-XREF ABSENT OU ILLISIBLE ('
                         WS-STATUS-ARX ')'
              ELSE
                 MOVE 'Y' TO WS-IDX-OUVERT
                 PERFORM 3310-LIRE-ARXREF
              END-IF
              IF WS-MODE = 'R'
                 OPEN OUTPUT FARXREFN
              END-IF

              SORT FTRAVAIL
                   ON ASCENDING KEY SRT-CLE SRT-SEQ
                   INPUT PROCEDURE IS 3200-ALIMENTER-ARXREF
                   OUTPUT PROCEDURE IS 3300-RAPPROCHER-ARXREF

              IF WS-IDX-OUVERT = 'Y'
                 CLOSE FARXREF
              END-IF
              IF WS-MODE = 'R'
                 CLOSE FARXREFN
              END-IF
           END-IF

           PERFORM 5900-CLORE-TABLE
           .

*> Ecritures qui touchent la table, cle = client + facture, dans
*> l'ordre du journal ; reglements 'P', remboursements 'R' et frais
*> 'I' n'y sont pas reportes par leurs ecrivains
       3200-ALIMENTER-ARXREF.

           MOVE 0 TO WS-NO-LIGNE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ FAROPEN
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-CT-SOURCE
                    ADD 1 TO WS-NO-LIGNE
                    IF ARO-TYPE = 'F' OR ARO-TYPE = 'A'
                       OR ARO-TYPE = 'K' OR ARO-TYPE = 'S'
                       OR ARO-TYPE = 'E' OR ARO-TYPE = 'W'
                       OR ARO-TYPE = 'V' OR ARO-TYPE = 'D'
                       MOVE SPACES         TO ENRTRAVAIL
                       MOVE ARO-C-NO       TO SRT-CLE(1:4)
                       MOVE ARO-INVOICE-NO TO SRT-CLE(5:6)
                       MOVE WS-NO-LIGNE    TO SRT-SEQ
                       MOVE ARO-TYPE       TO SRT-NATURE
                       MOVE ENRAROPEN      TO SRT-DONNEES(1:73)
                       RELEASE ENRTRAVAIL
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FAROPEN
           .

*> Ecritures triees par cle : chacune est rejouee sur l'image de sa
*> cle, confrontee a la table au changement de cle
       3300-RAPPROCHER-ARXREF.

           MOVE SPACES TO WS-CLE-COURANTE
           MOVE 'N' TO WS-ARA-EXISTE
           MOVE 'N' TO WS-EOF-TRI
           PERFORM UNTIL WS-EOF-TRI = 'Y'
              RETURN FTRAVAIL
                 AT END
                    MOVE 'Y' TO WS-EOF-TRI
                 NOT AT END
                    IF SRT-CLE NOT = WS-CLE-COURANTE
                       IF WS-CLE-COURANTE NOT = SPACES
                          PERFORM 3330-FINIR-CLE
                       END-IF
                       MOVE 'N' TO WS-ARA-EXISTE
                    END-IF
                    MOVE SRT-CLE TO WS-CLE-COURANTE
                    MOVE SRT-DONNEES(1:73) TO WS-MVT
                    PERFORM 3320-REJOUER-ECRITURE
              END-RETURN
           END-PERFORM

           IF WS-CLE-COURANTE NOT = SPACES
              PERFORM 3330-FINIR-CLE
           END-IF

           PERFORM UNTIL WS-FIN-IDX = 'Y'
              PERFORM 3350-SURPLUS-ARXREF
           END-PERFORM
           .

       3310-LIRE-ARXREF.

           MOVE 'N' TO WS-FIN-IDX
           READ FARXREF NEXT
              AT END
                 MOVE 'Y' TO WS-FIN-IDX
              NOT AT END
                 ADD 1 TO WS-CT-TABLE
           END-READ
           IF WS-FIN-IDX = 'N' AND WS-STATUS-ARX NOT = 0
              MOVE 'Y' TO WS-FIN-IDX
              ADD 1 TO WS-CT-ILLISIBLE
              DISPLAY 'PXREFCHK : DAR-XREF ILLISIBLE ('
                      WS-STATUS-ARX ')'
           END-IF
           .

*> Meme effet sur la cle que chez l'ecrivain de l'ecriture : 'F'
*> (PFACTURE) et 'A' (PRETURN) creent ou remplacent, 'K' (acompte
*> de PFACTURE) impute, 'S' et 'E' (PPAYMENT) soldent, 'W'
*> (PWRITEOFF) passe en perte, 'V' (PVOID) annule, 'D' (PDDRETURN)
*> rouvre
       3320-REJOUER-ECRITURE.

           EVALUATE WS-MVT-TYPE
              WHEN 'F'
              WHEN 'A'
                 MOVE 'Y' TO WS-ARA-EXISTE
                 MOVE SPACES            TO WS-ARA
                 MOVE WS-MVT-C-NO       TO WS-ARA-C-NO
                 MOVE WS-MVT-INVOICE-NO TO WS-ARA-INVOICE-NO
                 MOVE WS-MVT-TYPE       TO WS-ARA-TYPE
                 MOVE WS-MVT-O-NO       TO WS-ARA-O-NO
                 MOVE WS-MVT-DATE       TO WS-ARA-DATE
                 MOVE WS-MVT-MONTANT    TO WS-ARA-MONTANT
                 MOVE 0                 TO WS-ARA-REGLE
                 MOVE 'O'               TO WS-ARA-ETAT
                 IF WS-MVT-TYPE = 'F'
                    MOVE WS-MVT-ECHEANCE TO WS-ARA-ECHEANCE
                 END-IF
              WHEN 'K'
                 IF WS-ARA-EXISTE = 'Y'
                    ADD WS-MVT-MONTANT TO WS-ARA-REGLE
                    IF WS-ARA-REGLE = WS-ARA-MONTANT
                       MOVE 'S' TO WS-ARA-ETAT
                    ELSE
                       MOVE 'O' TO WS-ARA-ETAT
                    END-IF
                 END-IF
              WHEN 'S'
              WHEN 'E'
                 IF WS-ARA-EXISTE = 'Y'
                    ADD WS-MVT-MONTANT TO WS-ARA-REGLE
                    IF WS-ARA-REGLE >= WS-ARA-MONTANT
                       MOVE 'S' TO WS-ARA-ETAT
                    END-IF
                 END-IF
              WHEN 'W'
                 IF WS-ARA-EXISTE = 'Y'
                    ADD WS-MVT-MONTANT TO WS-ARA-REGLE
                    MOVE 'W' TO WS-ARA-ETAT
                 END-IF
              WHEN 'V'
                 IF WS-ARA-EXISTE = 'Y'
                    MOVE WS-ARA-MONTANT TO WS-ARA-REGLE
                    MOVE 'V' TO WS-ARA-ETAT
                 END-IF
              WHEN 'D'
                 IF WS-ARA-EXISTE = 'Y'
                    IF WS-MVT-MONTANT < WS-ARA-REGLE
                       SUBTRACT WS-MVT-MONTANT FROM WS-ARA-REGLE
                    ELSE
                       MOVE 0 TO WS-ARA-REGLE
                    END-IF
                    IF WS-ARA-ETAT NOT = 'V'
                       MOVE 'O' TO WS-ARA-ETAT
                    END-IF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

*> Fin d'une cle : une cle jamais creee (reglement sans facture au
*> journal) n'est pas attendue dans la table
       3330-FINIR-CLE.

           IF WS-ARA-EXISTE = 'Y'
              ADD 1 TO WS-CT-ATTENDUS
              PERFORM 3340-COMPARER-ARXREF
           END-IF
           .

       3340-COMPARER-ARXREF.

           PERFORM UNTIL WS-FIN-IDX = 'Y'
                   OR ARX-CLE NOT < WS-ARA-CLE
              PERFORM 3350-SURPLUS-ARXREF
           END-PERFORM

           MOVE WS-ARA-CLE TO WS-LIG-CLE

           IF WS-FIN-IDX = 'N' AND ARX-CLE = WS-ARA-CLE
              MOVE 0 TO WS-CT-ECARTS-CLE
              IF ARX-TYPE NOT = WS-ARA-TYPE
                 MOVE 'TYPE' TO WS-LIG-ZONE
                 MOVE WS-ARA-TYPE TO WS-LIG-ATTENDU
                 MOVE ARX-TYPE TO WS-LIG-TROUVE
                 PERFORM 5100-ECRIRE-ECART
              END-IF
              IF ARX-O-NO NOT = WS-ARA-O-NO
                 MOVE 'COMMANDE' TO WS-LIG-ZONE
                 MOVE WS-ARA-O-NO TO WS-LIG-ATTENDU
                 MOVE ARX-O-NO TO WS-LIG-TROUVE
                 PERFORM 5100-ECRIRE-ECART
              END-IF
              IF ARX-DATE NOT = WS-ARA-DATE
                 MOVE 'DATE' TO WS-LIG-ZONE
                 MOVE WS-ARA-DATE TO WS-LIG-ATTENDU
                 MOVE ARX-DATE TO WS-LIG-TROUVE
                 PERFORM 5100-ECRIRE-ECART
              END-IF
              IF ARX-MONTANT NOT = WS-ARA-MONTANT
                 MOVE 'MONTANT' TO WS-LIG-ZONE
                 MOVE WS-ARA-MONTANT TO WS-MNT-STR
                 MOVE WS-MNT-STR TO WS-LIG-ATTENDU
                 MOVE ARX-MONTANT TO WS-MNT-STR
                 MOVE WS-MNT-STR TO WS-LIG-TROUVE
                 PERFORM 5100-ECRIRE-ECART
              END-IF
              IF ARX-REGLE NOT = WS-ARA-REGLE
                 MOVE 'REGLE' TO WS-LIG-ZONE
                 MOVE WS-ARA-REGLE TO WS-MNT-STR
                 MOVE WS-MNT-STR TO WS-LIG-ATTENDU
                 MOVE ARX-REGLE TO WS-MNT-STR
                 MOVE WS-MNT-STR TO WS-LIG-TROUVE
                 PERFORM 5100-ECRIRE-ECART
              END-IF
              IF ARX-ETAT NOT = WS-ARA-ETAT
                 MOVE 'ETAT' TO WS-LIG-ZONE
                 MOVE WS-ARA-ETAT TO WS-LIG-ATTENDU
                 MOVE ARX-ETAT TO WS-LIG-TROUVE
                 PERFORM 5100-ECRIRE-ECART
              END-IF
              IF ARX-ECHEANCE NOT = WS-ARA-ECHEANCE
                 MOVE 'ECHEANCE' TO WS-LIG-ZONE
                 MOVE WS-ARA-ECHEANCE TO WS-LIG-ATTENDU
                 MOVE ARX-ECHEANCE TO WS-LIG-TROUVE
                 PERFORM 5100-ECRIRE-ECART
              END-IF
              IF WS-CT-ECARTS-CLE > 0
                 ADD 1 TO WS-CT-ECARTS
              END-IF
              PERFORM 3310-LIRE-ARXREF
           ELSE
              MOVE 'A' TO WS-LIG-TYPE
              MOVE 'MONTANT' TO WS-LIG-ZONE
              MOVE WS-ARA-MONTANT TO WS-MNT-STR
              MOVE WS-MNT-STR TO WS-LIG-ATTENDU
              MOVE SPACES TO WS-LIG-TROUVE
              PERFORM 5200-ECRIRE-LIGNE
              ADD 1 TO WS-CT-ABSENTS
           END-IF

           IF WS-MODE = 'R'
              MOVE WS-ARA TO ENRARXREFN
              WRITE ENRARXREFN
                  INVALID KEY
                      ADD 1 TO WS-CT-ERR-ECRIT
                  NOT INVALID KEY
                      ADD 1 TO WS-CT-ECRITS
              END-WRITE
           END-IF
           .

       3350-SURPLUS-ARXREF.

           MOVE 'S' TO WS-LIG-TYPE
           MOVE ARX-CLE TO WS-LIG-CLE
           MOVE 'MONTANT' TO WS-LIG-ZONE
           MOVE SPACES TO WS-LIG-ATTENDU
           MOVE ARX-MONTANT TO WS-MNT-STR
           MOVE WS-MNT-STR TO WS-LIG-TROUVE
           PERFORM 5200-ECRIRE-LIGNE
           ADD 1 TO WS-CT-SURPLUS
           PERFORM 3310-LIRE-ARXREF
           .

*> ==========================================================
*> DSTOCK-DEPOT contre l'instantane et le journal des stocks
*> ==========================================================
       4000-TRAITER-STKDEP.

           MOVE 'DSTOCK-DEPOT' TO WS-TABLE-NOM
           PERFORM 5000-RAZ-COMPTEURS

           OPEN INPUT FSNAP
           IF WS-STATUS-SNP NOT = 0
              MOVE 'N' TO WS-SOURCE-OK
              DISPLAY 'PXREFCHK : DSTOCK-SNAP ABSENT (' WS-STATUS-SNP
                      '), LANCER PSTKCHK D ABORD'
           ELSE
              CLOSE FSNAP
              PERFORM 4100-COMPTER-JOURNAL
           END-IF

           IF WS-SOURCE-OK = 'Y'
              OPEN INPUT FSTKDEP
              IF WS-STATUS-STK NOT = 0
                 MOVE 'Y' TO WS-FIN-IDX
                 DISPLAY 'PXREFCHK : DSTOCK-DEPOT ABSENT OU ILLISIBLE ('
                         WS-STATUS-STK ')'
              ELSE
                 MOVE 'Y' TO WS-IDX-OUVERT
                 PERFORM 4310-LIRE-STKDEP
              END-IF
              IF WS-MODE = 'R'
                 OPEN OUTPUT FSTKDEPN
              END-IF

              SORT FTRAVAIL
                   ON ASCENDING KEY SRT-CLE SRT-SEQ
                   INPUT PROCEDURE IS 4200-ALIMENTER-STKDEP
                   OUTPUT PROCEDURE IS 4300-RAPPROCHER-STKDEP

              IF WS-IDX-OUVERT = 'Y'
                 CLOSE FSTKDEP
              END-IF
              IF WS-MODE = 'R'
                 CLOSE FSTKDEPN
              END-IF
           END-IF

           PERFORM 5900-CLORE-TABLE
           .

*> Compte de l'instantane contre longueur du journal : un journal
*> plus court (purge, remplacement) ne prolonge plus l'instantane,
*> la source est inutilisable (meme regle que PSTKCHK)
       4100-COMPTER-JOURNAL.

           MOVE 0 TO WS-NB-LED-SNAP
           MOVE SPACES TO WS-DATE-SNAP
           OPEN INPUT FSNAP
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ FSNAP
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF SNP-TYPE = 'H'
                       MOVE SNP-NB-LED TO WS-NB-LED-SNAP
                       MOVE SNP-DATE   TO WS-DATE-SNAP
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FSNAP

           MOVE 0 TO WS-NO-LIGNE
           OPEN INPUT FLEDGER
           IF WS-STATUS-LED = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FLEDGER
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-NO-LIGNE
                 END-READ
              END-PERFORM
              CLOSE FLEDGER
           END-IF

           IF WS-NO-LIGNE < WS-NB-LED-SNAP
              MOVE 'N' TO WS-SOURCE-OK
              DISPLAY 'PXREFCHK : JOURNAL DSTOCK-LEDGER PLUS COURT QUE'
                      ' L INSTANTANE DU ' WS-DATE-SNAP
           END-IF
           .

*> Soldes de l'instantane (sequence zero, en tete de leur cle) puis
*> mouvements de depot posterieurs, cle = depot + produit
       4200-ALIMENTER-STKDEP.

           OPEN INPUT FSNAP
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ FSNAP
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF SNP-TYPE = 'D'
                       ADD 1 TO WS-CT-SOURCE
                       MOVE SPACES    TO ENRTRAVAIL
                       MOVE SNP-DEPOT TO SRT-CLE(1:2)
                       MOVE SNP-P-NO  TO SRT-CLE(3:3)
                       MOVE 0         TO SRT-SEQ
                       MOVE 'I'       TO SRT-NATURE
                       MOVE SNP-QTE   TO SRT-QTE
                       RELEASE ENRTRAVAIL
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FSNAP

           MOVE 0 TO WS-NO-LIGNE
           OPEN INPUT FLEDGER
           IF WS-STATUS-LED = 0
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ FLEDGER
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-NO-LIGNE
                       IF WS-NO-LIGNE > WS-NB-LED-SNAP
                          AND (LED-PORTEE = 'B' OR LED-PORTEE = 'D')
                          ADD 1 TO WS-CT-SOURCE
                          MOVE SPACES      TO ENRTRAVAIL
                          MOVE LED-DEPOT   TO SRT-CLE(1:2)
                          MOVE LED-P-NO    TO SRT-CLE(3:3)
                          MOVE WS-NO-LIGNE TO SRT-SEQ
                          MOVE 'M'         TO SRT-NATURE
                          MOVE LED-QTE     TO SRT-QTE
                          RELEASE ENRTRAVAIL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FLEDGER
           END-IF
           .

*> Solde attendu de chaque cle = instantane + mouvements
       4300-RAPPROCHER-STKDEP.

           MOVE SPACES TO WS-CLE-COURANTE
           MOVE 'N' TO WS-EOF-TRI
           PERFORM UNTIL WS-EOF-TRI = 'Y'
              RETURN FTRAVAIL
                 AT END
                    MOVE 'Y' TO WS-EOF-TRI
                 NOT AT END
                    IF SRT-CLE NOT = WS-CLE-COURANTE
                       IF WS-CLE-COURANTE NOT = SPACES
                          PERFORM 4320-COMPARER-STKDEP
                       END-IF
                       MOVE SRT-CLE(1:5) TO WS-STA-CLE
                       MOVE 0 TO WS-STA-QTY
                    END-IF
                    MOVE SRT-CLE TO WS-CLE-COURANTE
                    ADD SRT-QTE TO WS-STA-QTY
              END-RETURN
           END-PERFORM

           IF WS-CLE-COURANTE NOT = SPACES
              PERFORM 4320-COMPARER-STKDEP
           END-IF

           PERFORM UNTIL WS-FIN-IDX = 'Y'
              PERFORM 4330-SURPLUS-STKDEP
           END-PERFORM
           .

       4310-LIRE-STKDEP.

           MOVE 'N' TO WS-FIN-IDX
           READ FSTKDEP NEXT
              AT END
                 MOVE 'Y' TO WS-FIN-IDX
              NOT AT END
                 ADD 1 TO WS-CT-TABLE
           END-READ
           IF WS-FIN-IDX = 'N' AND WS-STATUS-STK NOT = 0
              MOVE 'Y' TO WS-FIN-IDX
              ADD 1 TO WS-CT-ILLISIBLE
              DISPLAY 'PXREFCHK : DSTOCK-DEPOT ILLISIBLE ('
                      WS-STATUS-STK ')'
           END-IF
           .

*> Un solde absent vaut zero : seul un ecart de quantite compte ;
*> la reconstruction reecrit chaque cle connue de la source
       4320-COMPARER-STKDEP.

           ADD 1 TO WS-CT-ATTENDUS

           PERFORM UNTIL WS-FIN-IDX = 'Y'
                   OR STK-CLE NOT < WS-STA-CLE
              PERFORM 4330-SURPLUS-STKDEP
           END-PERFORM

           MOVE WS-STA-CLE TO WS-LIG-CLE
           MOVE 'QUANTITE' TO WS-LIG-ZONE
           MOVE WS-STA-QTY TO WS-QTE-SGN
           MOVE WS-QTE-SGN TO WS-LIG-ATTENDU

           IF WS-FIN-IDX = 'N' AND STK-CLE = WS-STA-CLE
              IF STK-QTY NOT = WS-STA-QTY
                 MOVE STK-QTY TO WS-QTE-SGN
                 MOVE WS-QTE-SGN TO WS-LIG-TROUVE
                 MOVE 'E' TO WS-LIG-TYPE
                 PERFORM 5200-ECRIRE-LIGNE
                 ADD 1 TO WS-CT-ECARTS
              END-IF
              PERFORM 4310-LIRE-STKDEP
           ELSE
              IF WS-STA-QTY NOT = 0
                 MOVE SPACES TO WS-LIG-TROUVE
                 MOVE 'A' TO WS-LIG-TYPE
                 PERFORM 5200-ECRIRE-LIGNE
                 ADD 1 TO WS-CT-ABSENTS
              END-IF
           END-IF

           IF WS-MODE = 'R'
              IF WS-STA-QTY > 99999 OR WS-STA-QTY < -99999
                 ADD 1 TO WS-CT-DEBORDEMENT
              END-IF
              MOVE WS-STA-CLE TO STKN-CLE
              MOVE WS-STA-QTY TO STKN-QTY
              PERFORM 4340-ECRIRE-STKDEPN
           END-IF
           .

*> Solde de la table sans cle a la source : un solde nul n'est pas
*> un ecart et reste dans la table neuve, un solde non nul est
*> signale et n'est pas repris
       4330-SURPLUS-STKDEP.

           IF STK-QTY NOT = 0
              MOVE 'S' TO WS-LIG-TYPE
              MOVE STK-CLE TO WS-LIG-CLE
              MOVE 'QUANTITE' TO WS-LIG-ZONE
              MOVE SPACES TO WS-LIG-ATTENDU
              MOVE STK-QTY TO WS-QTE-SGN
              MOVE WS-QTE-SGN TO WS-LIG-TROUVE
              PERFORM 5200-ECRIRE-LIGNE
              ADD 1 TO WS-CT-SURPLUS
           ELSE
              IF WS-MODE = 'R'
                 MOVE ENRSTKDEP TO ENRSTKDEPN
                 PERFORM 4340-ECRIRE-STKDEPN
              END-IF
           END-IF
           PERFORM 4310-LIRE-STKDEP
           .

       4340-ECRIRE-STKDEPN.

           WRITE ENRSTKDEPN
               INVALID KEY
                   ADD 1 TO WS-CT-ERR-ECRIT
               NOT INVALID KEY
                   ADD 1 TO WS-CT-ECRITS
           END-WRITE
           .

*> ==========================================================
*> Paragraphes communs aux trois tables
*> ==========================================================

*> Compteurs et indicateurs a zero avant chaque table
       5000-RAZ-COMPTEURS.

           MOVE 'Y' TO WS-SOURCE-OK
           MOVE 'N' TO WS-IDX-OUVERT
           MOVE 'N' TO WS-FIN-IDX
           MOVE 0 TO WS-CT-SOURCE
           MOVE 0 TO WS-CT-ATTENDUS
           MOVE 0 TO WS-CT-TABLE
           MOVE 0 TO WS-CT-ABSENTS
           MOVE 0 TO WS-CT-SURPLUS
           MOVE 0 TO WS-CT-ECARTS
           MOVE 0 TO WS-CT-ECRITS
           MOVE 0 TO WS-CT-INCOMPLETS
           MOVE 0 TO WS-CT-REJETEES
           MOVE 0 TO WS-CT-ILLISIBLE
           MOVE 0 TO WS-CT-DEBORDEMENT
           MOVE 0 TO WS-CT-ERR-ECRIT
           ADD 1 TO WS-CT-TABLES
           .

*> Une zone en ecart sur la cle en cours (comptee une fois par cle
*> par l'appelant)
       5100-ECRIRE-ECART.

           MOVE 'E' TO WS-LIG-TYPE
           PERFORM 5200-ECRIRE-LIGNE
           ADD 1 TO WS-CT-ECARTS-CLE
           .

       5200-ECRIRE-LIGNE.

           MOVE SPACES TO ENRCHKRPT
           MOVE WS-LIG-TYPE    TO CHK-TYPE
           MOVE WS-TABLE-NOM   TO CHK-TABLE
           MOVE WS-LIG-CLE     TO CHK-CLE
           MOVE WS-LIG-ZONE    TO CHK-ZONE
           MOVE WS-LIG-ATTENDU TO CHK-ATTENDU
           MOVE WS-LIG-TROUVE  TO CHK-TROUVE
           WRITE ENRCHKRPT
           .

*> Fin d'une table : ligne de synthese ou de source inutilisable,
*> ligne du journal d'audit, code retour
       5900-CLORE-TABLE.

           MOVE SPACES TO ENRXRFAUDIT
           MOVE WS-DATE-RUN       TO AUD-DATE
           MOVE WS-HEURE-RUN      TO AUD-HEURE
           MOVE WS-OPERATEUR      TO AUD-OPERATEUR
           MOVE WS-TABLE-NOM      TO AUD-TABLE
           MOVE WS-MODE           TO AUD-MODE
           MOVE WS-CT-SOURCE      TO AUD-SOURCE-LUS
           MOVE WS-CT-ATTENDUS    TO AUD-ATTENDUS
           MOVE WS-CT-TABLE       TO AUD-TABLE-LUS
           MOVE WS-CT-ABSENTS     TO AUD-ABSENTS
           MOVE WS-CT-SURPLUS     TO AUD-SURPLUS
           MOVE WS-CT-ECARTS      TO AUD-ECARTS
           MOVE WS-CT-ECRITS      TO AUD-ECRITS

           IF WS-SOURCE-OK = 'N'
              MOVE 'I' TO AUD-RESULTAT
              MOVE 8 TO WS-RETURN-CODE
              MOVE SPACES TO ENRCHKTXT
              STRING 'I '              DELIMITED BY SIZE
                     WS-TABLE-NOM      DELIMITED BY SIZE
                     ' SOURCE INUTILISABLE - TABLE NON TRAITEE'
                                       DELIMITED BY SIZE
                     INTO ENRCHKTXT
              END-STRING
              WRITE ENRCHKRPT
           ELSE
              ADD WS-CT-ABSENTS WS-CT-SURPLUS WS-CT-ECARTS
                  TO WS-CT-DIFF-RUN
              IF WS-CT-ABSENTS > 0 OR WS-CT-SURPLUS > 0
                 OR WS-CT-ECARTS > 0
                 MOVE 'E' TO AUD-RESULTAT
              ELSE
                 MOVE 'Y' TO AUD-RESULTAT
              END-IF
              IF WS-MODE = 'R'
                 IF WS-CT-ERR-ECRIT > 0
                    MOVE 'I' TO AUD-RESULTAT
                    MOVE 8 TO WS-RETURN-CODE
                    DISPLAY 'PXREFCHK : ' WS-TABLE-NOM '-NEW, '
                            WS-CT-ERR-ECRIT ' ECRITURES REFUSEES'
                 ELSE
                    MOVE 'Y' TO AUD-RESULTAT
                 END-IF
              ELSE
                 IF AUD-RESULTAT = 'E' AND WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              END-IF
              IF (WS-CT-ILLISIBLE > 0 OR WS-CT-DEBORDEMENT > 0
                  OR WS-CT-INCOMPLETS > 0) AND WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF

              MOVE SPACES TO ENRCHKRPT
              MOVE 'T' TO CHK-TYPE
              MOVE WS-TABLE-NOM TO CHK-TABLE
              PERFORM 5910-LIGNE-SYNTHESE
           END-IF

           WRITE ENRXRFAUDIT

           DISPLAY 'PXREFCHK : ' WS-TABLE-NOM ' SOURCE=' WS-CT-SOURCE
                   ' ATTENDUS=' WS-CT-ATTENDUS ' TABLE=' WS-CT-TABLE
           DISPLAY 'PXREFCHK : ' WS-TABLE-NOM ' ABSENTS='
                   WS-CT-ABSENTS ' SURPLUS=' WS-CT-SURPLUS
                   ' ECARTS=' WS-CT-ECARTS ' ECRITS=' WS-CT-ECRITS
           IF WS-CT-INCOMPLETS > 0
              DISPLAY 'PXREFCHK : ' WS-TABLE-NOM ', '
                      WS-CT-INCOMPLETS ' CLES SANS IMAGE COMPLETE'
           END-IF
           IF WS-CT-REJETEES > 0
              DISPLAY 'PXREFCHK : ' WS-TABLE-NOM ', '
                      WS-CT-REJETEES ' LIGNES SOURCE NON NUMERIQUES'
           END-IF
           IF WS-CT-DEBORDEMENT > 0
              DISPLAY 'PXREFCHK : ' WS-TABLE-NOM ', '
                      WS-CT-DEBORDEMENT ' DEBORDEMENTS'
           END-IF
           .

*> Synthese sur deux lignes 'T' : lectures, puis resultats
       5910-LIGNE-SYNTHESE.

           MOVE 'SOURCE' TO CHK-CLE
           MOVE WS-CT-SOURCE TO WS-NB-STR
           MOVE WS-NB-STR TO CHK-ZONE
           MOVE 'ATTENDUS' TO CHK-ATTENDU(1:9)
           MOVE WS-CT-ATTENDUS TO WS-NB-STR
           MOVE WS-NB-STR TO CHK-ATTENDU(11:7)
           MOVE 'TABLE' TO CHK-TROUVE(1:5)
           MOVE WS-CT-TABLE TO WS-NB-STR
           MOVE WS-NB-STR TO CHK-TROUVE(7:7)
           WRITE ENRCHKRPT

           MOVE SPACES TO ENRCHKRPT
           MOVE 'T' TO CHK-TYPE
           MOVE WS-TABLE-NOM TO CHK-TABLE
           MOVE 'ABSENTS' TO CHK-CLE
           MOVE WS-CT-ABSENTS TO WS-NB-STR
           MOVE WS-NB-STR TO CHK-ZONE
           MOVE 'SURPLUS' TO CHK-ATTENDU(1:7)
           MOVE WS-CT-SURPLUS TO WS-NB-STR
           MOVE WS-NB-STR TO CHK-ATTENDU(11:7)
           MOVE 'ECARTS' TO CHK-TROUVE(1:6)
           MOVE WS-CT-ECARTS TO WS-NB-STR
           MOVE WS-NB-STR TO CHK-TROUVE(7:7)
           WRITE ENRCHKRPT

           IF WS-MODE = 'R'
              MOVE SPACES TO ENRCHKRPT
              MOVE 'T' TO CHK-TYPE
              MOVE WS-TABLE-NOM TO CHK-TABLE
              MOVE 'ECRITS' TO CHK-CLE
              MOVE WS-CT-ECRITS TO WS-NB-STR
              MOVE WS-NB-STR TO CHK-ZONE
              WRITE ENRCHKRPT
           END-IF
           .

*> Fermetures et code retour
       9000-FIN.

           CLOSE FCHKRPT
           IF WS-AUDIT-OUVERT = 'Y'
              CLOSE FAUDIT
           END-IF

           DISPLAY 'PXREFCHK : ' WS-CT-TABLES ' TABLE(S) TRAITEE(S), '
                   WS-CT-DIFF-RUN ' DIFFERENCE(S)'

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
