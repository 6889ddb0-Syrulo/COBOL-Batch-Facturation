*> ==========================================================
*> PANONYM.cbl - Anonymisation des donnees personnelles des clients
*> dormants
*> Projet académique COBOL / Mainframe
*>
*> Objectif :
*> - Appliquer la duree de conservation des donnees personnelles
*>   des clients : un client sans aucune activite depuis la duree de
*>   conservation (commandes, factures, reglements, maintenance de
*>   sa fiche) et dont la balance est nulle voit sa raison sociale,
*>   ses adresses, son courriel et son N° de TVA effaces de
*>   CUSTOMERS et de chaque fichier aval qui les recopie - les
*>   comptes d'entrepreneurs individuels fermes depuis des annees ne
*>   gardent plus leurs coordonnees indefiniment
*> - Les montants, numeros de client, de commande, de facture et de
*>   document, que la comptabilite doit conserver, restent intacts
*>
*> Entrées :
*> - SYSIN : une ligne, champs separes par ';' :
*>     duree de conservation en annees (2 chiffres, vide = 10)
*>     operateur (identifiant du demandeur, obligatoire)
*>     'SIMUL' (facultatif) : releve des clients anonymisables sans
*>     rien modifier
*> - Tables DB2 : CUSTOMERS, ORDERS
*> - FHOLD / DLEGAL-HOLD : clients sous blocage juridique, un N° de
*>   client en tete de ligne, suivi librement du motif (facultatif,
*>   tenu par le service juridique)
*> - FDISPUTE / DDISPUTE : litiges (cf PDISPUTE), un litige ouvert
*>   ('O') ecarte le client
*> - FARCHORD / DARCH-ORDERS, FPAYHIST / DPAYMENT-HIST, FAROPEN /
*>   DAR-OPEN : commandes archivees, reglements et grand livre, relus
*>   pour la date de derniere activite
*> - FCUSAUD / DCUSTMAINT-AUDIT : journal de PCUSTMAINT, relu pour la
*>   date de derniere maintenance puis anonymise
*> - FARCHEXT / DARCH-EXTRACT : lignes d'extrait archivees par
*>   PARCHIVE (nom, adresses, courriel, N° de TVA du client)
*>
*> Sorties :
*> - Table DB2 CUSTOMERS : raison sociale remplacee par "CLIENT
*>   ANONYMISE nnnn", adresses, ville, code postal, courriel et N° de
*>   TVA effaces, envoi des factures remis au papier ; C_NO, etat,
*>   devise, balance et conditions conserves
*> - DARCH-EXTRACT-NEW / DCUSTMAINT-AUDIT-NEW : fichiers reecrits
*>   avec les champs personnels des clients anonymises effaces
*>   (remplacent les courants une fois le run valide, comme
*>   DEXTRACT-PURGE dans PARCHIVE)
*> - DMANDATE : IBAN efface et mandat revoque ('R'), la reference
*>   unique du mandat est conservee (mise a jour en place)
*> - DCOLLECT-CONTACT : note libre du recouvreur effacee (mise a
*>   jour en place)
*> - DANONYM-RPT : une ligne 'A' par client anonymise (ou
*>   anonymisable en simulation), 'E' par client ecarte pour blocage
*>   juridique ou litige ouvert, une ligne 'T' de totaux
*> - DANONYM-AUDIT : une ligne 'D' par client anonymise, une ligne
*>   'R' par enregistrement aval efface (fichier et cle), une ligne
*>   'T' de total - repliee dans le depot central par PAUDCOLL
*>
*> Sous-programmes appelés :
*> - Aucun
*>
*> Remarques :
*> - Un client est dormant si rien ne le concerne a partir de la date
*>   de coupure (date du jour moins la duree de conservation) : ni
*>   commande dans ORDERS ou DARCH-ORDERS, ni ecriture DAR-OPEN, ni
*>   reglement DPAYMENT-HIST, ni transaction PCUSTMAINT (ouverture
*>   comprise - un client ouvert recemment sans commande n'est pas
*>   dormant)
*> - Le client n'est pas supprime (rien ne se supprime dans ce
*>   systeme, cf PCUSTMERGE) : il reste consultable sous son numero,
*>   sans coordonnees. Un client anonymise ne se reactive pas, une
*>   reprise de relation passe par l'ouverture d'un nouveau compte
*>   (PCUSTMAINT rejette toute maintenance sur un client anonymise)
*> - Les clients anonymises lors des runs precedents sont repris a
*>   chaque passe des fichiers aval : une ancienne generation de
*>   DARCH-EXTRACT se traite en pointant DARCH-EXTRACT dessus
*> - Non modifies, et pourquoi :
*>     DDOC-ARCHIVE (cf PDOCARCH) : copie exacte des documents emis,
*>     obligation legale de conservation ; PDOCPURGE les supprime a
*>     l'echeance de leur duree legale
*>     DPAYMENT-HIST : ne porte que le C_NO, la date, la reference
*>     du document de reglement et le montant
*>     DDUNNING-LTR, DSTMT-RPT : reimprimes a chaque run a partir de
*>     CUSTOMERS, ils ne portent plus rien apres anonymisation (un
*>     client a balance nulle ne recoit ni relance ni releve)
*>     DAUDIT-REPO : ne recopie aucune coordonnee de client
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

       ID DIVISION.
       PROGRAM-ID. PANONYM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FHOLD ASSIGN TO DLEGAL-HOLD
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS WS-STATUS-HLD.

*> Litiges parcourus dans l'ordre de la cle (client + facture)
           SELECT FDISPUTE ASSIGN TO DDISPUTE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS DSP-CLE
                           FILE STATUS IS WS-STATUS-DSP.

           SELECT FARCHORD ASSIGN TO DARCH-ORDERS
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-AOR.

           SELECT FPAYHIST ASSIGN TO DPAYMENT-HIST
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-HIS.

           SELECT FAROPEN ASSIGN TO DAR-OPEN
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-ARO.

           SELECT FCUSAUD ASSIGN TO DCUSTMAINT-AUDIT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-CAU.

           SELECT FCUSAUDN ASSIGN TO DCUSTMAINT-AUDIT-NEW
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-CAN.

           SELECT FARCHEXT ASSIGN TO DARCH-EXTRACT
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-AEX.

           SELECT FARCHEXTN ASSIGN TO DARCH-EXTRACT-NEW
                            ORGANIZATION IS SEQUENTIAL
                            FILE STATUS IS WS-STATUS-AEN.

*> Registre des mandats (cf PMANDATE), mis a jour en place
           SELECT FMANDAT ASSIGN TO DMANDATE
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS MDT-C-NO
                          FILE STATUS IS WS-STATUS-MDT.

*> Dernier contact de recouvrement (cf PPROMISE), mis a jour en place
           SELECT FCONTACT ASSIGN TO DCOLLECT-CONTACT
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS CNT-C-NO
                           FILE STATUS IS WS-STATUS-CNT.

           SELECT FANORPT ASSIGN TO DANONYM-RPT
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-RPT.

           SELECT FAUDIT ASSIGN TO DANONYM-AUDIT
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-AUD.

       DATA DIVISION.
       FILE SECTION.

       FD FHOLD
           RECORDING MODE IS F.

       01 ENRHOLD.
          05 HLD-C-NO        PIC X(4).
          05 FILLER          PIC X(76).

*> Même structure que celle tenue par PDISPUTE (cf PDISPUTE.cbl)
       FD FDISPUTE
           DATA RECORD IS ENRDISPUTE.

       01 ENRDISPUTE.
          05 DSP-CLE.
             10 DSP-C-NO        PIC 9(4).
             10 DSP-INVOICE-NO  PIC 9(6).
          05 DSP-ETAT        PIC X(1).
          05 FILLER          PIC X(64).

*> Même découpage que celui écrit par PARCHIVE (cf PARCHIVE.cbl)
       FD FARCHORD
           RECORDING MODE IS F.

       01 ENRARCHORD.
          05 AO-O-NO            PIC 9(6).
          05 FILLER             PIC X(1).
          05 AO-S-NO            PIC 9(2).
          05 FILLER             PIC X(1).
          05 AO-C-NO            PIC 9(4).
          05 FILLER             PIC X(1).
          05 AO-DATE            PIC X(10).

*> Même structure que celle écrite par PPAYMENT (cf PPAYMENT.cbl)
       FD FPAYHIST
           RECORDING MODE IS F.

       01 ENRPAYHIST.
          05 HIS-C-NO        PIC 9(4).
          05 FILLER          PIC X(1).
          05 HIS-DATE        PIC X(10).
          05 FILLER          PIC X(31).

*> Même découpage que celui écrit par PFACTURE (cf PFACTURE.cbl)
       FD FAROPEN
           RECORDING MODE IS F.

       01 ENRAROPEN.
          05 ARO-TYPE        PIC X(1).
          05 FILLER          PIC X(1).
          05 ARO-C-NO        PIC 9(4).
          05 FILLER          PIC X(15).
          05 ARO-DATE        PIC X(10).
          05 FILLER          PIC X(42).

*> Même structure que celle écrite par PCUSTMAINT (cf PCUSTMAINT.cbl)
       FD FCUSAUD
           RECORDING MODE IS F.

       01 ENRCUSAUDIT.
          05 CAU-REC-TYPE     PIC X(1).
          05 CAU-TXN-CODE     PIC X(1).
          05 CAU-C-NO         PIC 9(4).
          05 CAU-AVANT        PIC X(30).
          05 CAU-APRES        PIC X(30).
          05 CAU-OPERATEUR    PIC X(8).
          05 CAU-RESULTAT     PIC X(1).
          05 CAU-SQLCODE      PIC S9(4).
          05 CAU-TIMESTAMP    PIC X(21).
          05 FILLER           PIC X(15).

       FD FCUSAUDN
           RECORDING MODE IS F.

       01 ENRCUSAUDITN       PIC X(115).

*> Image de l'extrait archive, relue dans WS-EXTRACT
       FD FARCHEXT
           RECORDING MODE F
           DATA RECORD IS ENREXTRACT-A.

       01 ENREXTRACT-A          PIC X(605).

       FD FARCHEXTN
           RECORDING MODE F
           DATA RECORD IS ENREXTRACT-N.

       01 ENREXTRACT-N          PIC X(605).

*> Même structure que celle tenue par PMANDATE (cf PMANDATE.cbl)
       FD FMANDAT
           DATA RECORD IS ENRMANDAT.

       01 ENRMANDAT.
          05 MDT-C-NO        PIC 9(4).
          05 MDT-ID          PIC X(35).
          05 MDT-IBAN        PIC X(34).
          05 MDT-DATE-SIGN   PIC X(10).
          05 MDT-ETAT        PIC X(1).
          05 MDT-SEQUENCE    PIC X(4).
          05 MDT-DATE-DERN   PIC X(10).
          05 MDT-NB-IMPAYES  PIC 9(3).
          05 MDT-DATE-MAJ    PIC X(10).
          05 MDT-OPERATEUR   PIC X(8).
          05 FILLER          PIC X(10).

*> Même structure que celle tenue par PPROMISE (cf PDDRETURN.cbl)
       FD FCONTACT
           DATA RECORD IS ENRCONTACT.

       01 ENRCONTACT.
          05 CNT-C-NO        PIC 9(4).
          05 CNT-DATE        PIC X(10).
          05 CNT-RESULTAT    PIC X(3).
          05 CNT-COLLECTEUR  PIC X(8).
          05 CNT-NOTE        PIC X(30).
          05 FILLER          PIC X(10).

*> Releve : 'A' = client anonymise (ou anonymisable en simulation),
*> 'E' = client ecarte, 'T' = totaux
       FD FANORPT
           RECORDING MODE IS F.

       01 ENRANORPT.
          05 ANR-TYPE-REC    PIC X(1).
          05 FILLER          PIC X(1).
          05 ANR-C-NO        PIC 9(4).
          05 FILLER          PIC X(1).
          05 ANR-ETAT        PIC X(2).
          05 FILLER          PIC X(1).
          05 ANR-ACTION      PIC X(12).
          05 FILLER          PIC X(1).
          05 ANR-MOTIF       PIC X(20).
          05 FILLER          PIC X(1).
          05 ANR-COUPURE     PIC X(10).

       01 ENRANORPT-T.
          05 ANT-TYPE-REC    PIC X(1).
          05 FILLER          PIC X(1).
          05 ANT-COUPURE     PIC X(10).
          05 FILLER          PIC X(1).
          05 ANT-CANDIDATS   PIC Z(4)9.
          05 FILLER          PIC X(1).
          05 ANT-ANONYMISES  PIC Z(4)9.
          05 FILLER          PIC X(1).
          05 ANT-BLOCAGES    PIC Z(4)9.
          05 FILLER          PIC X(1).
          05 ANT-LITIGES     PIC Z(4)9.
          05 FILLER          PIC X(1).
          05 ANT-EFFACES     PIC Z(6)9.

*> Journal d'audit : 'D' = client anonymise, 'R' = enregistrement
*> aval efface, 'T' = total de fin de run
       FD FAUDIT
           RECORDING MODE IS F.

       01 ENRANOAUDIT.
          05 AUD-REC-TYPE     PIC X(1).
          05 AUD-FICHIER      PIC X(10).
          05 AUD-C-NO         PIC 9(4).
          05 AUD-CLE          PIC X(20).
          05 AUD-COUPURE      PIC X(10).
          05 AUD-OPERATEUR    PIC X(8).
          05 AUD-RESULTAT     PIC X(1).
          05 AUD-SQLCODE      PIC S9(4).
          05 AUD-TIMESTAMP    PIC X(21).
          05 AUD-CANDIDATS    PIC 9(5).
          05 AUD-ANONYMISES   PIC 9(5).
          05 AUD-ECARTES      PIC 9(5).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE CUSTOMER END-EXEC.

           EXEC SQL INCLUDE ORDERS END-EXEC.

*> Clients a balance nulle sans commande ORDERS depuis la coupure,
*> pas encore anonymises
           EXEC SQL DECLARE CDORMANT CURSOR FOR
                SELECT C.C_NO, C.STATE
                FROM API12.CUSTOMERS C
                WHERE C.BALANCE = 0
                  AND C.COMPANY NOT LIKE 'CLIENT ANONYMISE%'
                  AND NOT EXISTS
                      (SELECT 1 FROM API12.ORDERS O
                       WHERE O.C_NO = C.C_NO
                         AND O.O_DATE >= :WS-DATE-COUPURE)
                ORDER BY C.C_NO
           END-EXEC.

*> Clients anonymises lors des runs precedents
           EXEC SQL DECLARE CANONYM CURSOR FOR
                SELECT C_NO
                FROM API12.CUSTOMERS
                WHERE COMPANY LIKE 'CLIENT ANONYMISE%'
           END-EXEC.

       77 WS-STATUS-HLD  PIC 99 VALUE 0.
       77 WS-STATUS-DSP  PIC 99 VALUE 0.
       77 WS-STATUS-AOR  PIC 99 VALUE 0.
       77 WS-STATUS-HIS  PIC 99 VALUE 0.
       77 WS-STATUS-ARO  PIC 99 VALUE 0.
       77 WS-STATUS-CAU  PIC 99 VALUE 0.
       77 WS-STATUS-CAN  PIC 99 VALUE 0.
       77 WS-STATUS-AEX  PIC 99 VALUE 0.
       77 WS-STATUS-AEN  PIC 99 VALUE 0.
       77 WS-STATUS-MDT  PIC 99 VALUE 0.
       77 WS-STATUS-CNT  PIC 99 VALUE 0.
       77 WS-STATUS-RPT  PIC 99 VALUE 0.
       77 WS-STATUS-AUD  PIC 99 VALUE 0.

       01 WS-EOF-FIC     PIC X(1).
       01 WS-FIN-CLIENTS PIC X(1) VALUE 'N'.

*> Ligne SYSIN et ses champs
       01 WS-SYSIN          PIC X(80).
       01 WS-PRM-DUREE      PIC X(2).
       01 WS-PRM-OPERATEUR  PIC X(8).
       01 WS-PRM-MODE       PIC X(5).
       01 WS-DUREE          PIC 9(2).
       01 WS-SIMULATION     PIC X(1) VALUE 'N'.

*> Date du jour et date de coupure (date du jour moins la duree de
*> conservation), en AAAA-MM-JJ et en AAAAMMJJ pour les horodatages
       01 WS-DATE-CURRENT   PIC X(21).
       01 WS-DATE-JOUR      PIC X(10).
       01 WS-DATE-COUPURE   PIC X(10).
       01 WS-COUPURE-AMJ    PIC X(8).
       01 WS-ANNEE-COUPURE  PIC 9(4).
       01 WS-CAU-AMJ        PIC X(8).

*> Situation de chaque N° de client, indicee par le C_NO :
*>   blanc rien de connu, 'H' blocage juridique, 'L' litige ouvert,
*>   'A' activite depuis la coupure, 'X' client anonymise (ce run ou
*>   un run precedent) dont les fichiers aval sont a effacer
       01 WS-CLI-TABLE.
          05 WS-CLI-ETAT OCCURS 9999 TIMES PIC X(1).
       01 WS-CLI-IDX        PIC 9(4).
       01 WS-CLI-NO         PIC 9(4).
       77 WS-NB-A-EFFACER   PIC 9(5) VALUE 0.

*> Client dormant en cours
       01 WS-DOR-C-NO       PIC 9(4).
       01 WS-DOR-ETAT       PIC X(2).
       01 WS-ANO-COMPANY    PIC X(21).
       01 WS-MAJ-OK         PIC X(1).
       01 WS-MOTIF-ECART    PIC X(20).

*> Valeur posee a la place d'une donnee personnelle effacee dans les
*> journaux (meme valeur relue par PADRSWEEP)
       01 WS-MARQUE-ANO     PIC X(30) VALUE '** ANONYMISE **'.

*> Image de l'extrait archive : même découpage que l'ENREXTRACT de
*> PARCHIVE
       01 WS-EXTRACT.
          05 EXT-ONO             PIC 9(6).
          05 EXT-SNO             PIC 9(2).
          05 EXT-CNO             PIC 9(4).
          05 EXT-ODATE           PIC X(10).
          05 EXT-PNO             PIC X(3).
          05 EXT-QUANTITY        PIC 9(4).
          05 EXT-PRICE           PIC 9(5)V99.
          05 EXT-DESCRIPTION     PIC X(30).
          05 EXT-DESCRIPTION-LEN PIC 9(4).
          05 EXT-LNAME           PIC X(20).
          05 EXT-LNAME-LEN       PIC 9(4).
          05 EXT-FNAME           PIC X(20).
          05 EXT-FNAME-LEN       PIC 9(4).
          05 EXT-COM             PIC V9(2).
          05 EXT-COMPANY         PIC X(30).
          05 EXT-COMPANY-LEN     PIC 9(4).
          05 EXT-ADDRESS         PIC X(100).
          05 EXT-ADDRESS-LEN     PIC 9(4).
          05 EXT-CITY            PIC X(20).
          05 EXT-CITY-LEN        PIC 9(4).
          05 EXT-STATE           PIC X(2).
          05 EXT-ZIP             PIC X(5).
          05 EXT-DNAME           PIC X(20).
          05 EXT-DNAME-LEN       PIC 9(4).
          05 EXT-DEVISE          PIC X(2).
          05 EXT-OFFICE          PIC X(20).
          05 EXT-SHIP-ADDRESS     PIC X(100).
          05 EXT-SHIP-ADDRESS-LEN PIC 9(4).
          05 EXT-SHIP-CITY        PIC X(20).
          05 EXT-SHIP-CITY-LEN    PIC 9(4).
          05 EXT-SHIP-STATE       PIC X(2).
          05 EXT-SHIP-ZIP         PIC X(5).
          05 EXT-REC-TYPE         PIC X(1).
          05 EXT-CHG-CODE         PIC X(3).
          05 EXT-CHG-MONTANT      PIC 9(5)V99.
          05 EXT-TERMS            PIC X(3).
          05 EXT-LANGUE           PIC X(1).
          05 EXT-CATEGORY         PIC X(10).
          05 EXT-PROMO            PIC X(8).
          05 EXT-TRANSP           PIC X(4).
          05 EXT-SUIVI            PIC X(20).
          05 EXT-TAX-CLASS        PIC X(3).
          05 EXT-TVA-INTRA        PIC X(14).
          05 EXT-LIVRAISON        PIC X(1).
          05 EXT-EMAIL            PIC X(60).

*> Compteurs de fin de run
       77 WS-CT-CANDIDATS   PIC 9(5) VALUE 0.
       77 WS-CT-ANONYMISES  PIC 9(5) VALUE 0.
       77 WS-CT-BLOCAGES    PIC 9(5) VALUE 0.
       77 WS-CT-LITIGES     PIC 9(5) VALUE 0.
       77 WS-CT-EFFACES     PIC 9(7) VALUE 0.
       77 WS-CT-HOLD-IGNOR  PIC 9(5) VALUE 0.
       77 WS-CT-ERREURS     PIC 9(5) VALUE 0.

*> Code retour remis au moniteur de job : 8 si le parametre SYSIN
*> est invalide ou si la lecture des clients echoue, 4 si une mise a
*> jour de client a echoue ou si une ligne DLEGAL-HOLD est illisible,
*> 0 sinon
       77 WS-RETURN-CODE    PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 1100-CHARGER-BLOCAGES
              PERFORM 1200-CHARGER-LITIGES
              PERFORM 1300-RELEVER-ACTIVITE
              PERFORM 2000-TRAITER-DORMANTS
           END-IF

           IF WS-RETURN-CODE NOT = 8 AND WS-SIMULATION = 'N'
              PERFORM 3000-EFFACER-FICHIERS
           END-IF

           PERFORM 9000-FIN
           STOP RUN
           .

*> Parametre SYSIN, date du jour, date de coupure et ouverture des
*> sorties
       1000-DEBUT.

           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

           MOVE SPACES TO WS-SYSIN
           ACCEPT WS-SYSIN FROM SYSIN

           INITIALIZE WS-PRM-DUREE WS-PRM-OPERATEUR WS-PRM-MODE
           UNSTRING WS-SYSIN DELIMITED BY ';'
                 INTO WS-PRM-DUREE WS-PRM-OPERATEUR WS-PRM-MODE
           END-UNSTRING

           IF WS-PRM-DUREE = SPACES
              MOVE '10' TO WS-PRM-DUREE
           END-IF
           IF WS-PRM-DUREE(2:1) = SPACE
              MOVE WS-PRM-DUREE(1:1) TO WS-PRM-DUREE(2:1)
              MOVE '0' TO WS-PRM-DUREE(1:1)
           END-IF

           IF WS-PRM-DUREE NOT NUMERIC
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PANONYM : DUREE DE CONSERVATION SYSIN INVALIDE ('
                      WS-PRM-DUREE ')'
           ELSE
              MOVE WS-PRM-DUREE TO WS-DUREE
              IF WS-DUREE = 0
                 MOVE 8 TO WS-RETURN-CODE
                 DISPLAY 'PANONYM : DUREE DE CONSERVATION NULLE'
              END-IF
           END-IF

           IF WS-PRM-OPERATEUR = SPACES
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PANONYM : OPERATEUR SYSIN MANQUANT'
           END-IF

           IF WS-PRM-MODE = 'SIMUL'
              MOVE 'Y' TO WS-SIMULATION
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT
           STRING WS-DATE-CURRENT(1:4) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(5:2) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-JOUR
           END-STRING

*> Coupure : meme jour, duree de conservation en annees plus tot
*> (un 29 fevrier devient un 28)
           MOVE WS-DATE-JOUR TO WS-DATE-COUPURE
           IF WS-RETURN-CODE NOT = 8
              MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-COUPURE
              SUBTRACT WS-DUREE FROM WS-ANNEE-COUPURE
              MOVE WS-ANNEE-COUPURE TO WS-DATE-COUPURE(1:4)
              IF WS-DATE-COUPURE(6:5) = '02-29'
                 MOVE '28' TO WS-DATE-COUPURE(9:2)
              END-IF
           END-IF
           STRING WS-DATE-COUPURE(1:4) DELIMITED BY SIZE
                  WS-DATE-COUPURE(6:2) DELIMITED BY SIZE
                  WS-DATE-COUPURE(9:2) DELIMITED BY SIZE
                  INTO WS-COUPURE-AMJ
           END-STRING

           MOVE SPACES TO WS-CLI-TABLE

           OPEN OUTPUT FANORPT

*> Journal d'audit en mode ajout (cf PDEVMAINT)
           IF WS-SIMULATION = 'N'
              OPEN EXTEND FAUDIT
              IF WS-STATUS-AUD NOT = 0
                 CLOSE FAUDIT
                 OPEN OUTPUT FAUDIT
              END-IF
           END-IF

           DISPLAY 'PANONYM - CONSERVATION=' WS-PRM-DUREE ' ANS'
                   ' COUPURE=' WS-DATE-COUPURE
                   ' SIMULATION=' WS-SIMULATION
           .

*> Clients sous blocage juridique : liste facultative, un N° de
*> client en tete de ligne ; une ligne illisible est signalee et
*> ignoree (le client qu'elle visait n'est alors pas protege : le
*> run le signale en code retour 4)
       1100-CHARGER-BLOCAGES.

           OPEN INPUT FHOLD
           IF WS-STATUS-HLD NOT = 0
              DISPLAY 'PANONYM : PAS DE DLEGAL-HOLD - AUCUN BLOCAGE'
                      ' JURIDIQUE'
           ELSE
              MOVE 'N' TO WS-EOF-FIC
              PERFORM UNTIL WS-EOF-FIC = 'Y'
                 READ FHOLD
                    AT END
                       MOVE 'Y' TO WS-EOF-FIC
                    NOT AT END
                       IF HLD-C-NO NUMERIC AND HLD-C-NO NOT = '0000'
                          MOVE HLD-C-NO TO WS-CLI-NO
                          MOVE 'H' TO WS-CLI-ETAT(WS-CLI-NO)
                       ELSE
                          IF ENRHOLD NOT = SPACES
                             ADD 1 TO WS-CT-HOLD-IGNOR
                             DISPLAY 'PANONYM : LIGNE DLEGAL-HOLD'
                                     ' ILLISIBLE : ' ENRHOLD(1:40)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FHOLD
           END-IF
           .

*> Litiges ouverts : le client est ecarte tant qu'un litige court
       1200-CHARGER-LITIGES.

           OPEN INPUT FDISPUTE
           IF WS-STATUS-DSP NOT = 0
              DISPLAY 'PANONYM : DDISPUTE ABSENT - AUCUN LITIGE'
           ELSE
              MOVE 'N' TO WS-EOF-FIC
              PERFORM UNTIL WS-EOF-FIC = 'Y'
                 READ FDISPUTE NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF-FIC
                    NOT AT END
                       IF DSP-ETAT = 'O' AND DSP-C-NO > 0
                          AND WS-CLI-ETAT(DSP-C-NO) = SPACE
                          MOVE 'L' TO WS-CLI-ETAT(DSP-C-NO)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FDISPUTE
           END-IF
           .

*> Activite depuis la coupure dans les fichiers (les commandes de
*> ORDERS sont filtrees par le curseur CDORMANT) : un client actif
*> n'est pas candidat, blocage ou litige eventuel compris
       1300-RELEVER-ACTIVITE.

           OPEN INPUT FARCHORD
           IF WS-STATUS-AOR = 0
              MOVE 'N' TO WS-EOF-FIC
              PERFORM UNTIL WS-EOF-FIC = 'Y'
                 READ FARCHORD
                    AT END
                       MOVE 'Y' TO WS-EOF-FIC
                    NOT AT END
                       IF AO-DATE >= WS-DATE-COUPURE AND AO-C-NO > 0
                          MOVE 'A' TO WS-CLI-ETAT(AO-C-NO)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FARCHORD
           END-IF

           OPEN INPUT FPAYHIST
           IF WS-STATUS-HIS = 0
              MOVE 'N' TO WS-EOF-FIC
              PERFORM UNTIL WS-EOF-FIC = 'Y'
                 READ FPAYHIST
                    AT END
                       MOVE 'Y' TO WS-EOF-FIC
                    NOT AT END
                       IF HIS-DATE >= WS-DATE-COUPURE AND HIS-C-NO > 0
                          MOVE 'A' TO WS-CLI-ETAT(HIS-C-NO)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FPAYHIST
           END-IF

           OPEN INPUT FAROPEN
           IF WS-STATUS-ARO = 0
              MOVE 'N' TO WS-EOF-FIC
              PERFORM UNTIL WS-EOF-FIC = 'Y'
                 READ FAROPEN
                    AT END
                       MOVE 'Y' TO WS-EOF-FIC
                    NOT AT END
                       IF ARO-DATE >= WS-DATE-COUPURE AND ARO-C-NO > 0
                          MOVE 'A' TO WS-CLI-ETAT(ARO-C-NO)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FAROPEN
           END-IF

*> Toute transaction PCUSTMAINT depuis la coupure, ouverture du
*> compte comprise
           OPEN INPUT FCUSAUD
           IF WS-STATUS-CAU = 0
              MOVE 'N' TO WS-EOF-FIC
              PERFORM UNTIL WS-EOF-FIC = 'Y'
                 READ FCUSAUD
                    AT END
                       MOVE 'Y' TO WS-EOF-FIC
                    NOT AT END
                       MOVE CAU-TIMESTAMP(1:8) TO WS-CAU-AMJ
                       IF CAU-REC-TYPE = 'D' AND CAU-RESULTAT = 'Y'
                          AND CAU-C-NO NUMERIC AND CAU-C-NO > 0
                          AND WS-CAU-AMJ >= WS-COUPURE-AMJ
                          MOVE 'A' TO WS-CLI-ETAT(CAU-C-NO)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FCUSAUD
           END-IF
           .

*> Clients dormants a balance nulle : ecartes s'ils sont sous
*> blocage ou en litige, anonymises sinon ; puis rappel des clients
*> anonymises lors des runs precedents pour la passe des fichiers
       2000-TRAITER-DORMANTS.

           EXEC SQL OPEN CDORMANT END-EXEC
           IF SQLCODE NOT = 0
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PANONYM : OUVERTURE CURSEUR CLIENTS SQLCODE='
                      SQLCODE
              MOVE 'Y' TO WS-FIN-CLIENTS
           END-IF

           PERFORM UNTIL WS-FIN-CLIENTS = 'Y'
              EXEC SQL FETCH CDORMANT
                  INTO :WS-DOR-C-NO, :WS-DOR-ETAT
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = 0
                    PERFORM 2100-TRAITER-CLIENT
                 WHEN SQLCODE = 100
                    MOVE 'Y' TO WS-FIN-CLIENTS
                 WHEN OTHER
                    MOVE 8 TO WS-RETURN-CODE
                    DISPLAY 'PANONYM : LECTURE CLIENTS SQLCODE='
                            SQLCODE
                    MOVE 'Y' TO WS-FIN-CLIENTS
              END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE CDORMANT END-EXEC

           IF WS-RETURN-CODE NOT = 8
              PERFORM 2500-RAPPELER-ANONYMISES
           END-IF
           .

       2100-TRAITER-CLIENT.

           IF WS-DOR-C-NO = 0
              CONTINUE
           ELSE
              EVALUATE WS-CLI-ETAT(WS-DOR-C-NO)
                 WHEN 'A'
                    CONTINUE
                 WHEN 'H'
                    ADD 1 TO WS-CT-CANDIDATS
                    ADD 1 TO WS-CT-BLOCAGES
                    MOVE 'BLOCAGE JURIDIQUE' TO WS-MOTIF-ECART
                    PERFORM 2300-LIGNE-ECARTE
                 WHEN 'L'
                    ADD 1 TO WS-CT-CANDIDATS
                    ADD 1 TO WS-CT-LITIGES
                    MOVE 'LITIGE OUVERT' TO WS-MOTIF-ECART
                    PERFORM 2300-LIGNE-ECARTE
                 WHEN OTHER
                    ADD 1 TO WS-CT-CANDIDATS
                    PERFORM 2200-ANONYMISER-CLIENT
              END-EVALUATE
           END-IF
           .

*> Effacement des donnees personnelles du client dans CUSTOMERS ;
*> la balance nulle est reverifiee dans le WHERE (un reglement ou
*> une commande poses depuis l'ouverture du curseur l'emportent)
       2200-ANONYMISER-CLIENT.

           MOVE SPACES TO WS-ANO-COMPANY
           STRING 'CLIENT ANONYMISE ' DELIMITED BY SIZE
                  WS-DOR-C-NO         DELIMITED BY SIZE
                  INTO WS-ANO-COMPANY
           END-STRING

           MOVE 'Y' TO WS-MAJ-OK
           IF WS-SIMULATION = 'N'
              MOVE WS-DOR-C-NO TO C-C-NO
              MOVE 21 TO C-COMPANY-LEN
              MOVE WS-ANO-COMPANY TO C-COMPANY-TEXT
              MOVE 1 TO C-ADDRESS-LEN
              MOVE SPACES TO C-ADDRESS-TEXT
              MOVE 1 TO C-CITY-LEN
              MOVE SPACES TO C-CITY-TEXT
              MOVE SPACES TO C-ZIP

              EXEC SQL
                 UPDATE API12.CUSTOMERS
                 SET COMPANY      = :C-COMPANY,
                     ADDRESS      = :C-ADDRESS,
                     CITY         = :C-CITY,
                     ZIP          = :C-ZIP,
                     SHIP_ADDRESS = ' ',
                     SHIP_CITY    = ' ',
                     SHIP_STATE   = ' ',
                     SHIP_ZIP     = ' ',
                     INV_EMAIL    = ' ',
                     VAT_NO       = ' ',
                     DELIVERY     = 'P'
                 WHERE C_NO = :C-C-NO
                   AND BALANCE = 0
              END-EXEC
              IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
                 MOVE 'N' TO WS-MAJ-OK
              END-IF
           END-IF

           IF WS-MAJ-OK = 'Y'
              ADD 1 TO WS-CT-ANONYMISES
              MOVE 'X' TO WS-CLI-ETAT(WS-DOR-C-NO)
              ADD 1 TO WS-NB-A-EFFACER

              MOVE SPACES TO ENRANORPT
              MOVE 'A'             TO ANR-TYPE-REC
              MOVE WS-DOR-C-NO     TO ANR-C-NO
              MOVE WS-DOR-ETAT     TO ANR-ETAT
              IF WS-SIMULATION = 'Y'
                 MOVE 'A ANONYMISER' TO ANR-ACTION
              ELSE
                 MOVE 'ANONYMISE'    TO ANR-ACTION
              END-IF
              MOVE 'SANS ACTIVITE'  TO ANR-MOTIF
              MOVE WS-DATE-COUPURE TO ANR-COUPURE
              WRITE ENRANORPT

              IF WS-SIMULATION = 'N'
                 MOVE SPACES TO ENRANOAUDIT
                 MOVE 'D'              TO AUD-REC-TYPE
                 MOVE 'CUSTOMERS'      TO AUD-FICHIER
                 MOVE WS-DOR-C-NO      TO AUD-C-NO
                 MOVE WS-DOR-C-NO      TO AUD-CLE
                 MOVE WS-DATE-COUPURE  TO AUD-COUPURE
                 MOVE WS-PRM-OPERATEUR TO AUD-OPERATEUR
                 MOVE 'Y'              TO AUD-RESULTAT
                 MOVE 0                TO AUD-SQLCODE
                 MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
                 WRITE ENRANOAUDIT
              END-IF
           ELSE
*> Balance devenue non nulle entre-temps (rien a faire) ou erreur
*> SQL (signalee, le client reste en l'etat)
              IF SQLCODE NOT = 0
                 ADD 1 TO WS-CT-ERREURS
                 MOVE 4 TO WS-RETURN-CODE
                 DISPLAY 'PANONYM : CLIENT ' WS-DOR-C-NO
                         ' NON ANONYMISE, SQLCODE=' SQLCODE
                 MOVE SPACES TO ENRANOAUDIT
                 MOVE 'D'              TO AUD-REC-TYPE
                 MOVE 'CUSTOMERS'      TO AUD-FICHIER
                 MOVE WS-DOR-C-NO      TO AUD-C-NO
                 MOVE WS-DOR-C-NO      TO AUD-CLE
                 MOVE WS-DATE-COUPURE  TO AUD-COUPURE
                 MOVE WS-PRM-OPERATEUR TO AUD-OPERATEUR
                 MOVE 'N'              TO AUD-RESULTAT
                 MOVE SQLCODE          TO AUD-SQLCODE
                 MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
                 WRITE ENRANOAUDIT
              END-IF
           END-IF
           .

*> Ligne 'E' du releve pour un client ecarte
       2300-LIGNE-ECARTE.

           MOVE SPACES TO ENRANORPT
           MOVE 'E'             TO ANR-TYPE-REC
           MOVE WS-DOR-C-NO     TO ANR-C-NO
           MOVE WS-DOR-ETAT     TO ANR-ETAT
           MOVE 'ECARTE'        TO ANR-ACTION
           MOVE WS-MOTIF-ECART  TO ANR-MOTIF
           MOVE WS-DATE-COUPURE TO ANR-COUPURE
           WRITE ENRANORPT
           .

*> Clients anonymises lors des runs precedents : leurs lignes dans
*> une generation de fichier aval pas encore traitee sont effacees
*> a leur tour
       2500-RAPPELER-ANONYMISES.

           EXEC SQL OPEN CANONYM END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL FETCH CANONYM INTO :WS-CLI-NO END-EXEC
              IF SQLCODE = 0 AND WS-CLI-NO > 0
                 IF WS-CLI-ETAT(WS-CLI-NO) NOT = 'X'
                    MOVE 'X' TO WS-CLI-ETAT(WS-CLI-NO)
                    ADD 1 TO WS-NB-A-EFFACER
                 END-IF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CANONYM END-EXEC
           .

*> Effacement dans les fichiers aval : les fichiers sequentiels sont
*> recopies en entier vers leur -NEW, les registres indexes mis a
*> jour en place ; une ligne d'audit 'R' par enregistrement touche
       3000-EFFACER-FICHIERS.

           IF WS-NB-A-EFFACER = 0
              CONTINUE
           ELSE
              PERFORM 3100-EFFACER-ARCHEXTRACT
              PERFORM 3200-EFFACER-CUSTAUDIT
              PERFORM 3300-EFFACER-MANDATS
              PERFORM 3400-EFFACER-CONTACTS
           END-IF
           .

*> Lignes d'extrait archivees : raison sociale, adresses, courriel et
*> N° de TVA ; l'etat (taxe), les montants et les numeros restent
       3100-EFFACER-ARCHEXTRACT.

           OPEN INPUT FARCHEXT
           OPEN OUTPUT FARCHEXTN
           IF WS-STATUS-AEX NOT = 0
              DISPLAY 'PANONYM : DARCH-EXTRACT ABSENT, RIEN A EFFACER'
           ELSE
              MOVE 'N' TO WS-EOF-FIC
              PERFORM UNTIL WS-EOF-FIC = 'Y'
                 READ FARCHEXT INTO WS-EXTRACT
                    AT END
                       MOVE 'Y' TO WS-EOF-FIC
                    NOT AT END
                       IF EXT-CNO NUMERIC AND EXT-CNO > 0
                          AND WS-CLI-ETAT(EXT-CNO) = 'X'
                          AND EXT-COMPANY(1:16) NOT = 'CLIENT ANONYMISE'
                          PERFORM 3110-EFFACER-LIGNE-EXTRACT
                       END-IF
                       WRITE ENREXTRACT-N FROM WS-EXTRACT
                 END-READ
              END-PERFORM
              CLOSE FARCHEXT
           END-IF
           CLOSE FARCHEXTN
           .

       3110-EFFACER-LIGNE-EXTRACT.

           MOVE SPACES TO EXT-COMPANY
           STRING 'CLIENT ANONYMISE ' DELIMITED BY SIZE
                  EXT-CNO             DELIMITED BY SIZE
                  INTO EXT-COMPANY
           END-STRING
           MOVE 21 TO EXT-COMPANY-LEN
           MOVE SPACES TO EXT-ADDRESS
           IF EXT-ADDRESS-LEN > 0
              MOVE 1 TO EXT-ADDRESS-LEN
           END-IF
           MOVE SPACES TO EXT-CITY
           IF EXT-CITY-LEN > 0
              MOVE 1 TO EXT-CITY-LEN
           END-IF
           MOVE SPACES TO EXT-ZIP
           MOVE SPACES TO EXT-SHIP-ADDRESS
           IF EXT-SHIP-ADDRESS-LEN > 0
              MOVE 1 TO EXT-SHIP-ADDRESS-LEN
           END-IF
           MOVE SPACES TO EXT-SHIP-CITY
           IF EXT-SHIP-CITY-LEN > 0
              MOVE 1 TO EXT-SHIP-CITY-LEN
           END-IF
           MOVE SPACES TO EXT-SHIP-STATE
           MOVE SPACES TO EXT-SHIP-ZIP
           MOVE SPACES TO EXT-TVA-INTRA
           MOVE SPACES TO EXT-EMAIL

           PERFORM 3900-PREPARER-AUDIT-R
           MOVE 'ARCH-EXTR' TO AUD-FICHIER
           MOVE EXT-CNO     TO AUD-C-NO
           STRING EXT-ONO     DELIMITED BY SIZE
                  '/'         DELIMITED BY SIZE
                  EXT-PNO     DELIMITED BY SIZE
                  INTO AUD-CLE
           END-STRING
           WRITE ENRANOAUDIT
           .

*> Journal de PCUSTMAINT : valeurs avant/apres des transactions qui
*> portent une donnee personnelle (ouverture, adresses, N° de TVA,
*> courriel) ; pour un courrier revenu, seule l'adresse en cause
*> (avant) est effacee, l'adresse visee et le document restent
       3200-EFFACER-CUSTAUDIT.

           OPEN INPUT FCUSAUD
           OPEN OUTPUT FCUSAUDN
           IF WS-STATUS-CAU NOT = 0
              DISPLAY 'PANONYM : DCUSTMAINT-AUDIT ABSENT, RIEN A'
                      ' EFFACER'
           ELSE
              MOVE 'N' TO WS-EOF-FIC
              PERFORM UNTIL WS-EOF-FIC = 'Y'
                 READ FCUSAUD
                    AT END
                       MOVE 'Y' TO WS-EOF-FIC
                    NOT AT END
                       IF CAU-REC-TYPE = 'D'
                          AND CAU-C-NO NUMERIC AND CAU-C-NO > 0
                          AND WS-CLI-ETAT(CAU-C-NO) = 'X'
                          PERFORM 3210-EFFACER-LIGNE-AUDIT
                       END-IF
                       WRITE ENRCUSAUDITN FROM ENRCUSAUDIT
                 END-READ
              END-PERFORM
              CLOSE FCUSAUD
           END-IF
           CLOSE FCUSAUDN
           .

       3210-EFFACER-LIGNE-AUDIT.

           EVALUATE CAU-TXN-CODE
              WHEN 'A'
              WHEN 'B'
              WHEN 'S'
              WHEN 'W'
              WHEN 'D'
                 IF CAU-AVANT NOT = WS-MARQUE-ANO
                    OR CAU-APRES NOT = WS-MARQUE-ANO
                    MOVE WS-MARQUE-ANO TO CAU-AVANT
                    MOVE WS-MARQUE-ANO TO CAU-APRES
                    PERFORM 3220-AUDIT-LIGNE-CUSTAUDIT
                 END-IF
              WHEN 'N'
                 IF CAU-AVANT NOT = WS-MARQUE-ANO
                    MOVE WS-MARQUE-ANO TO CAU-AVANT
                    PERFORM 3220-AUDIT-LIGNE-CUSTAUDIT
                 END-IF
           END-EVALUATE
           .

       3220-AUDIT-LIGNE-CUSTAUDIT.

           PERFORM 3900-PREPARER-AUDIT-R
           MOVE 'CUSTMAINT'   TO AUD-FICHIER
           MOVE CAU-C-NO      TO AUD-C-NO
           STRING CAU-TXN-CODE        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  CAU-TIMESTAMP(1:16) DELIMITED BY SIZE
                  INTO AUD-CLE
           END-STRING
           WRITE ENRANOAUDIT
           .

*> Mandats de prelevement : l'IBAN est efface et le mandat revoque,
*> la reference unique du mandat (document) est conservee
       3300-EFFACER-MANDATS.

           OPEN I-O FMANDAT
           IF WS-STATUS-MDT NOT = 0
              DISPLAY 'PANONYM : DMANDATE ABSENT, RIEN A EFFACER'
           ELSE
              PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                      UNTIL WS-CLI-IDX > 9999
                 IF WS-CLI-ETAT(WS-CLI-IDX) = 'X'
                    MOVE WS-CLI-IDX TO MDT-C-NO
                    READ FMANDAT
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            PERFORM 3310-EFFACER-MANDAT
                    END-READ
                 END-IF
              END-PERFORM
              CLOSE FMANDAT
           END-IF
           .

       3310-EFFACER-MANDAT.

           IF MDT-IBAN NOT = SPACES
              MOVE SPACES           TO MDT-IBAN
              MOVE 'R'              TO MDT-ETAT
              MOVE WS-DATE-JOUR     TO MDT-DATE-MAJ
              MOVE WS-PRM-OPERATEUR TO MDT-OPERATEUR
              REWRITE ENRMANDAT
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      PERFORM 3900-PREPARER-AUDIT-R
                      MOVE 'MANDATE'    TO AUD-FICHIER
                      MOVE MDT-C-NO     TO AUD-C-NO
                      MOVE MDT-ID(1:20) TO AUD-CLE
                      WRITE ENRANOAUDIT
              END-REWRITE
           END-IF
           .

*> Dernier contact de recouvrement : la note libre du recouvreur
*> peut citer un interlocuteur, elle est effacee ; date et resultat
*> restent
       3400-EFFACER-CONTACTS.

           OPEN I-O FCONTACT
           IF WS-STATUS-CNT NOT = 0
              DISPLAY 'PANONYM : DCOLLECT-CONTACT ABSENT, RIEN A'
                      ' EFFACER'
           ELSE
              PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                      UNTIL WS-CLI-IDX > 9999
                 IF WS-CLI-ETAT(WS-CLI-IDX) = 'X'
                    MOVE WS-CLI-IDX TO CNT-C-NO
                    READ FCONTACT
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            PERFORM 3410-EFFACER-CONTACT
                    END-READ
                 END-IF
              END-PERFORM
              CLOSE FCONTACT
           END-IF
           .

       3410-EFFACER-CONTACT.

           IF CNT-NOTE NOT = SPACES
              MOVE SPACES TO CNT-NOTE
              REWRITE ENRCONTACT
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      PERFORM 3900-PREPARER-AUDIT-R
                      MOVE 'CONTACT'  TO AUD-FICHIER
                      MOVE CNT-C-NO   TO AUD-C-NO
                      MOVE CNT-DATE   TO AUD-CLE
                      WRITE ENRANOAUDIT
              END-REWRITE
           END-IF
           .

*> Prepare la ligne d'audit 'R' commune aux passes d'effacement
*> (le fichier, le client, la cle et le WRITE restent a l'appelant)
       3900-PREPARER-AUDIT-R.

           ADD 1 TO WS-CT-EFFACES
           MOVE SPACES TO ENRANOAUDIT
           MOVE 'R'              TO AUD-REC-TYPE
           MOVE WS-DATE-COUPURE  TO AUD-COUPURE
           MOVE WS-PRM-OPERATEUR TO AUD-OPERATEUR
           MOVE 'Y'              TO AUD-RESULTAT
           MOVE 0                TO AUD-SQLCODE
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           .

*> Ligne de totaux du releve, ligne total d'audit, synthese et code
*> retour
       9000-FIN.

*> Les clients deja anonymises le restent, avec leur ligne d'audit,
*> meme si la lecture des clients a echoue en cours de route
           EXEC SQL COMMIT END-EXEC

           MOVE SPACES TO ENRANORPT-T
           MOVE 'T'              TO ANT-TYPE-REC
           MOVE WS-DATE-COUPURE  TO ANT-COUPURE
           MOVE WS-CT-CANDIDATS  TO ANT-CANDIDATS
           MOVE WS-CT-ANONYMISES TO ANT-ANONYMISES
           MOVE WS-CT-BLOCAGES   TO ANT-BLOCAGES
           MOVE WS-CT-LITIGES    TO ANT-LITIGES
           MOVE WS-CT-EFFACES    TO ANT-EFFACES
           WRITE ENRANORPT-T

           IF WS-SIMULATION = 'N'
              MOVE SPACES TO ENRANOAUDIT
              MOVE 'T'              TO AUD-REC-TYPE
              MOVE WS-DATE-COUPURE  TO AUD-COUPURE
              MOVE WS-PRM-OPERATEUR TO AUD-OPERATEUR
              MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
              MOVE WS-CT-CANDIDATS  TO AUD-CANDIDATS
              MOVE WS-CT-ANONYMISES TO AUD-ANONYMISES
              COMPUTE AUD-ECARTES = WS-CT-BLOCAGES + WS-CT-LITIGES
              WRITE ENRANOAUDIT
              CLOSE FAUDIT
           END-IF

           IF WS-CT-HOLD-IGNOR > 0 AND WS-RETURN-CODE = 0
              MOVE 4 TO WS-RETURN-CODE
           END-IF

           DISPLAY 'PANONYM : CANDIDATS=' WS-CT-CANDIDATS
                   ' ANONYMISES=' WS-CT-ANONYMISES
                   ' BLOCAGES=' WS-CT-BLOCAGES
                   ' LITIGES=' WS-CT-LITIGES
           DISPLAY 'PANONYM : ENREGISTREMENTS AVAL EFFACES='
                   WS-CT-EFFACES ' ERREURS=' WS-CT-ERREURS
                   ' LIGNES DLEGAL-HOLD IGNOREES=' WS-CT-HOLD-IGNOR

           CLOSE FANORPT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
