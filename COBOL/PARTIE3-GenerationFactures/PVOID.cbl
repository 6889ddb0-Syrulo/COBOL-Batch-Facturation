*>
*> Entrées :
*> - DVOID-TXN : une annulation par ligne, champs séparés par ';' :
*>     TXN-O-NO (N° de commande dont la facture est annulee, 6
*>     chiffres)
*>     TXN-MOTIF (motif court, reporte sur l'avis et l'audit)
*>     TXN-OPERATEUR (identifiant du demandeur)
*> - FINVXREF / DINVOICE-XREF : table indexee commande -> facture
*> - DINVOICE-CTL   : ligne 'V' par facture annulee
*> - DAR-OPEN       : ecriture 'V' de contre-passation au grand livre
*>   en comptes ouverts (la facture 'F' initiale cesse d'etre due)
*> - DGL-JRNL       : piece de contre-passation des factures annulees
*>   du run (debit annulations de factures, credit clients par
*>   devise du client), en ajout au journal du cycle
*> - DGL-EDIT       : liste de controle de cette piece
*> - DVOID-NOTICE   : avis d'annulation imprimes (80 colonnes)
*> - DVOID-REJECT   : annulations mal formees ou inapplicables
*> - DVOID-AUDIT    : une ligne par annulation (ancien numero,
*>   commande, client, montant, motif, operateur, horodatage) plus
*>   une ligne total, sur le modele de DDDEVMAINT-AUDIT
*> - DDOC-ARCHIVE   : archive legale des avis d'annulation, image
*>   exacte de chaque ligne imprimee (via PDOCARCH)
*>
*> Sous-programmes appelés :
*> - PDOCARCH : archivage legal des avis d'annulation
*> - PGLACCT  : compte general de chaque ecriture de la piece
*>
*> Remarques :
*> - Le lien ancien numero -> nouveau numero passe par la commande :
*>   reecrira DINVOICE-XREF avec le nouveau numero de cette commande
*> - La balance client n'est pas touchee : elle a ete comptabilisee a
*>   l'import (PORDER), l'annulation ne porte que sur le document
*> - Au grand livre, la facture annulee est contre-passee pour son
*>   montant TTC (XRF-MONTANT, celui debite aux clients par
*>   PFACTURE) : debit de la nature ANNULFAC, credit CLIENTS dans la
*>   devise du client. Ni DINVOICE-XREF ni DCSVREG ne conservent la
*>   ventilation ventes / TVA d'une facture, d'ou une contre-partie
*>   unique, a parametrer dans DGL-ACCOUNT (PGLMAINT) ; le rebill
*>   repassera ventes et TVA sous le numero neuf. Une ecriture sans
*>   compte parametre part au compte d'attente (code retour 4)
*> - L'avis est archive sous le type 'V', la serie du bureau emetteur
*>   et le numero de la facture annulee, date du jour de l'annulation
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================
                           RECORD KEY IS ARX-CLE
                           FILE STATUS IS WS-STATUS-ARX.

*> Journal comptable du cycle (cf PFACTURE) : piece de
*> contre-passation des factures annulees du run
           SELECT FGLJRNL ASSIGN TO DGL-JRNL
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-GLJ.

           SELECT FGLEDIT ASSIGN TO DGL-EDIT
                           ORGANIZATION IS SEQUENTIAL
                           FILE STATUS IS WS-STATUS-GLE.

       DATA DIVISION.
       FILE SECTION.

           DATA RECORD IS ENRINVXREF.

       01 ENRINVXREF.
          05 XRF-O-NO        PIC 9(6).
          05 XRF-INVOICE-NO  PIC 9(6).
          05 XRF-DATE        PIC X(10).
          05 XRF-C-NO        PIC 9(4).
           RECORDING MODE IS F.

       01 ENRINVCTL.
          05 INV-O-NO        PIC 9(6).
          05 INV-LAST-NO     PIC 9(6).
          05 INV-OFFICE      PIC 9(1).
          05 INV-VOID        PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-INVOICE-NO  PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-O-NO        PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-DATE        PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
       01 ENRVOIDAUDIT.
          05 AUD-REC-TYPE     PIC X(1).
          05 AUD-INVOICE-NO   PIC 9(6).
          05 AUD-O-NO         PIC 9(6).
          05 AUD-C-NO         PIC 9(4).
          05 AUD-MONTANT      PIC 9(7)V99.
          05 AUD-MOTIF        PIC X(30).
             10 ARX-C-NO        PIC 9(4).
             10 ARX-INVOICE-NO  PIC 9(6).
          05 ARX-TYPE        PIC X(1).
          05 ARX-O-NO        PIC 9(6).
          05 ARX-DATE        PIC X(10).
          05 ARX-MONTANT     PIC 9(7)V99.
          05 ARX-REGLE       PIC 9(7)V99.
          05 ARX-ETAT        PIC X(1).
          05 ARX-ECHEANCE    PIC X(10).

*> Même structure que celle écrite par PFACTURE (cf PFACTURE.cbl)
       FD FGLJRNL
           RECORDING MODE IS F.

       01 ENRGLJRNL.
          05 JRN-DATE        PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 JRN-SOURCE      PIC X(8).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 JRN-COMPTE      PIC X(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 JRN-LIBELLE     PIC X(30).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 JRN-DEBIT       PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 JRN-CREDIT      PIC 9(7)V99.

       FD FGLEDIT
           RECORDING MODE F
           DATA RECORD IS ENRGLEDIT.

       01 ENRGLEDIT          PIC X(80).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.
       77 WS-STATUS-REJ  PIC 99 VALUE 0.
       77 WS-STATUS-AUD  PIC 99 VALUE 0.
       77 WS-STATUS-ARX  PIC 99 VALUE 0.
       77 WS-STATUS-GLJ  PIC 99 VALUE 0.
       77 WS-STATUS-GLE  PIC 99 VALUE 0.

       01 EOF            PIC X VALUE 'N'.
       01 WS-ENRTXN      PIC X(60).

*> Champs de l'annulation en cours
       01 TXN-O-NO        PIC X(6).
       01 TXN-MOTIF       PIC X(30).
       01 TXN-OPERATEUR   PIC X(8).

*> bureau)
       01 WS-CTL-TABLE.
          05 WS-CTL-ENTRY OCCURS 500 TIMES.
             10 WS-CTL-ONO      PIC 9(6).
             10 WS-CTL-OFFICE   PIC 9(1).
       01 WS-NB-CTL          PIC 9(3) VALUE 0.
       01 WS-CTL-IDX         PIC 9(3).
       01 WS-ARO-ANNEE       PIC X(4).
       01 WS-ARO-DATE-ISO    PIC X(10).

*> Date du run (AAAA-MM-JJ), date de l'avis d'annulation archive
       01 WS-DATE-CURRENT    PIC X(21).
       01 WS-DATE-RUN        PIC X(10).

*> Archive legale des avis (cf PDOCARCH) : chaque ligne imprimee y
*> part telle quelle, sous le numero de la facture annulee
       01 PDOCARCH           PIC X(8) VALUE 'PDOCARCH'.
       01 WS-ARC-FONCTION    PIC X(1).
       01 WS-ARC-TYPE        PIC X(1) VALUE 'V'.
       01 WS-ARC-SERIE       PIC 9(1).
       01 WS-ARC-NO          PIC 9(6).
       01 WS-ARC-C-NO        PIC 9(4).
       01 WS-ARC-DATE        PIC X(10).
       01 WS-ARC-LIGNE       PIC X(80).
       01 WS-ARC-STATUT      PIC X(1).
       01 WS-CT-ARC-ERREURS  PIC 9(5) VALUE 0.

       77 WS-INVOICE-STR     PIC Z(5)9.
       77 WS-MNT-STR         PIC Z(6)9,99.

       01 WS-CT-LUES       PIC 9(5) VALUE 0.
       01 WS-CT-APPLIQUEES PIC 9(5) VALUE 0.
       01 WS-CT-REJETEES   PIC 9(5) VALUE 0.
       01 WS-CT-MONTANT    PIC 9(7)V99 VALUE 0.

*> Champs des ecritures comptables de fin de run
       77 WS-GL-MNT-STR      PIC Z(6)9,99.

*> Ecriture en cours et sa cle de recherche de compte (cf PGLACCT) :
*> nature, bureau, categorie, devise ; statut 'N' = compte d'attente
       01 PGLACCT            PIC X(7) VALUE 'PGLACCT'.
       01 WS-GL-PROGRAMME    PIC X(8) VALUE 'PVOID'.
       01 WS-GL-TYPE         PIC X(8).
       01 WS-GL-OFFICE       PIC X(20).
       01 WS-GL-CATEG        PIC X(10).
       01 WS-GL-DEVISE       PIC X(2).
       01 WS-GL-SENS         PIC X(1).
       01 WS-GL-MONTANT      PIC 9(7)V99.
       01 WS-GL-COMPTE       PIC X(6).
       01 WS-GL-STATUT       PIC X(1).
       01 WS-GL-LIBELLE      PIC X(30).
       01 WS-GL-DEBIT        PIC 9(7)V99.
       01 WS-GL-CREDIT       PIC 9(7)V99.
       77 WS-CT-GL-ATTENTE   PIC 9(3) VALUE 0.

*> Montants du run par devise du client : un compte clients par
*> devise ; au-dela de la table, le montant part au compte d'attente
       01 C-DEVISE           PIC X(2).
       01 WS-GLC-TABLE.
          05 WS-GLC-ENTRY OCCURS 50 TIMES.
             10 WS-GLC-DEVISE   PIC X(2).
             10 WS-GLC-MONTANT  PIC 9(7)V99.
       01 WS-NB-GLC          PIC 9(2) VALUE 0.
       01 WS-GLC-IDX         PIC 9(2).
       01 WS-GLC-TROUVE      PIC X(1).
       01 WS-GLC-DEBORD      PIC 9(7)V99 VALUE 0.

*> Autorisations chargees en memoire ; controle inactif si le
*> fichier est absent (WS-AUT-ACTIF = 'N')
              OPEN I-O FARXREF
           END-IF

*> Journal comptable et sa liste de controle, toujours en mode
*> ajout : PFACTURE et PPAYMENT ecrivent leurs pieces dans les memes
*> fichiers
           OPEN EXTEND FGLJRNL
           IF WS-STATUS-GLJ NOT = 0
              CLOSE FGLJRNL
              OPEN OUTPUT FGLJRNL
           END-IF

           OPEN EXTEND FGLEDIT
           IF WS-STATUS-GLE NOT = 0
              CLOSE FGLEDIT
              OPEN OUTPUT FGLEDIT
           END-IF

           PERFORM 1050-CHARGER-AUTORISATIONS

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-CURRENT
           STRING WS-DATE-CURRENT(1:4) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(5:2) DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-DATE-CURRENT(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-RUN
           END-STRING

           READ FTXN INTO WS-ENRTXN
                AT END
                    MOVE 'Y' TO EOF
                      REWRITE ENRARXREF
              END-READ

*> Montant TTC a contre-passer au grand livre, cumule par devise du
*> client pour la piece de fin de run
              ADD XRF-MONTANT TO WS-CT-MONTANT
              PERFORM 2025-CHERCHER-DEVISE
              IF WS-GLC-TROUVE = 'Y'
                 ADD XRF-MONTANT TO WS-GLC-MONTANT(WS-GLC-IDX)
              ELSE
                 ADD XRF-MONTANT TO WS-GLC-DEBORD
              END-IF

              PERFORM 2030-IMPRIMER-AVIS
              PERFORM 2095-ECRIRE-AUDIT
              ADD 1 TO WS-CT-APPLIQUEES
           END-IF
           .

*> Ligne de WS-GLC-TABLE de la devise du client de la facture
*> annulee (relue dans CUSTOMERS), creee au besoin ; WS-GLC-TROUVE
*> = 'N' en sortie si la table est pleine (montant au cumul de
*> debordement)
       2025-CHERCHER-DEVISE.

           MOVE XRF-C-NO TO O-C-NO

           EXEC SQL
              SELECT VALUE(CURRENCY, ' ')
              INTO :C-DEVISE
              FROM API12.CUSTOMERS
              WHERE C_NO = :O-C-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO C-DEVISE
           END-IF

           MOVE 'N' TO WS-GLC-TROUVE
           PERFORM VARYING WS-GLC-IDX FROM 1 BY 1
                   UNTIL WS-GLC-IDX > WS-NB-GLC OR WS-GLC-TROUVE = 'Y'
              IF WS-GLC-DEVISE(WS-GLC-IDX) = C-DEVISE
                 MOVE 'Y' TO WS-GLC-TROUVE
              END-IF
           END-PERFORM

           IF WS-GLC-TROUVE = 'Y'
              SUBTRACT 1 FROM WS-GLC-IDX
           ELSE
              IF WS-NB-GLC < 50
                 ADD 1 TO WS-NB-GLC
                 MOVE WS-NB-GLC TO WS-GLC-IDX
                 MOVE C-DEVISE TO WS-GLC-DEVISE(WS-GLC-IDX)
                 MOVE 0 TO WS-GLC-MONTANT(WS-GLC-IDX)
                 MOVE 'Y' TO WS-GLC-TROUVE
              END-IF
           END-IF
           .

*> Avis d'annulation imprime, un bloc par facture annulee
       2030-IMPRIMER-AVIS.

           MOVE SPACES TO ENRNOTICE
           MOVE '****************************************'
                TO ENRNOTICE(20:40)
           PERFORM 2035-ECRIRE-LIGNE-AVIS

           MOVE SPACES TO ENRNOTICE
           MOVE 'AVIS D ANNULATION DE FACTURE' TO ENRNOTICE(5:28)
           PERFORM 2035-ECRIRE-LIGNE-AVIS

           MOVE XRF-INVOICE-NO TO WS-INVOICE-STR
           MOVE SPACES TO ENRNOTICE
           MOVE 'FACTURE ANNULEE : ' TO ENRNOTICE(5:18)
           MOVE WS-INVOICE-STR TO ENRNOTICE(23:6)
           MOVE 'COMMANDE : ' TO ENRNOTICE(32:11)
           MOVE XRF-O-NO TO ENRNOTICE(43:6)
           MOVE 'CLIENT : ' TO ENRNOTICE(51:9)
           MOVE XRF-C-NO TO ENRNOTICE(60:4)
           PERFORM 2035-ECRIRE-LIGNE-AVIS

           MOVE XRF-MONTANT TO WS-MNT-STR
           MOVE SPACES TO ENRNOTICE
           MOVE WS-MNT-STR TO ENRNOTICE(15:10)
           MOVE 'MOTIF : ' TO ENRNOTICE(27:8)
           MOVE TXN-MOTIF TO ENRNOTICE(35:30)
           PERFORM 2035-ECRIRE-LIGNE-AVIS

           MOVE SPACES TO ENRNOTICE
           MOVE 'CETTE FACTURE SERA REEMISE SOUS UN NUMERO NEUF'
                TO ENRNOTICE(5:46)
           PERFORM 2035-ECRIRE-LIGNE-AVIS

           MOVE SPACES TO ENRNOTICE
           PERFORM 2035-ECRIRE-LIGNE-AVIS
           .

*> Ligne de l'avis imprimee puis archivee telle quelle (cf
*> PDOCARCH) ; une archive indisponible n'arrete pas l'annulation
       2035-ECRIRE-LIGNE-AVIS.

           WRITE ENRNOTICE

           MOVE 'W'               TO WS-ARC-FONCTION
           MOVE WS-OFFICE-ANNULEE TO WS-ARC-SERIE
           MOVE XRF-INVOICE-NO    TO WS-ARC-NO
           MOVE XRF-C-NO          TO WS-ARC-C-NO
           MOVE WS-DATE-RUN       TO WS-ARC-DATE
           MOVE ENRNOTICE         TO WS-ARC-LIGNE
           CALL PDOCARCH USING WS-ARC-FONCTION WS-ARC-TYPE
                               WS-ARC-SERIE WS-ARC-NO
                               WS-ARC-C-NO WS-ARC-DATE
                               WS-ARC-LIGNE WS-ARC-STATUT
           IF WS-ARC-STATUT = 'E'
              ADD 1 TO WS-CT-ARC-ERREURS
           END-IF
           .

*> Ligne detail du journal d'audit pour l'annulation appliquee
           DISPLAY 'PVOID : LUES=' WS-CT-LUES
                   ' ANNULEES=' WS-CT-APPLIQUEES
                   ' REJETEES=' WS-CT-REJETEES
           IF WS-CT-ARC-ERREURS > 0
              DISPLAY 'PVOID : ' WS-CT-ARC-ERREURS
                      ' LIGNES D AVIS NON ARCHIVEES'
           END-IF

           MOVE 'F' TO WS-ARC-FONCTION
           CALL PDOCARCH USING WS-ARC-FONCTION WS-ARC-TYPE
                               WS-ARC-SERIE WS-ARC-NO
                               WS-ARC-C-NO WS-ARC-DATE
                               WS-ARC-LIGNE WS-ARC-STATUT

*> Piece comptable des annulations du run : debit annulations de
*> factures, credit clients (rien a journaliser sans annulation)
           IF WS-CT-APPLIQUEES > 0
              PERFORM 9100-JOURNAL-COMPTABLE
           END-IF

           EVALUATE TRUE
              WHEN WS-CT-LUES = 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-CT-REJETEES > 0
                 MOVE 4 TO RETURN-CODE
              WHEN WS-CT-GL-ATTENTE > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           CLOSE FREJECT
           CLOSE FAUDIT
           CLOSE FARXREF
           CLOSE FGLJRNL
           CLOSE FGLEDIT
           .

*> Piece comptable equilibree des annulations du run : debit
*> annulations de factures pour le TTC, credit clients par devise du
*> client, datee et signee PVOID, reprise sur la liste de controle
*> DGL-EDIT (cf PRETURN.9100 pour le meme schema)
       9100-JOURNAL-COMPTABLE.

           MOVE SPACES TO ENRGLEDIT
           STRING 'JOURNAL PVOID DU ' DELIMITED BY SIZE
                  WS-DATE-RUN DELIMITED BY SIZE
                  INTO ENRGLEDIT
           END-STRING
           WRITE ENRGLEDIT

           MOVE SPACES TO WS-GL-OFFICE
           MOVE SPACES TO WS-GL-CATEG

           MOVE SPACES TO WS-GL-DEVISE
           MOVE 'ANNULFAC' TO WS-GL-TYPE
           MOVE 'ANNULATIONS DE FACTURES' TO WS-GL-LIBELLE
           MOVE WS-CT-MONTANT TO WS-GL-DEBIT
           MOVE 0 TO WS-GL-CREDIT
           PERFORM 9110-ECRIRE-PIECE

           PERFORM VARYING WS-GLC-IDX FROM 1 BY 1
                   UNTIL WS-GLC-IDX > WS-NB-GLC
              MOVE 'CLIENTS' TO WS-GL-TYPE
              MOVE WS-GLC-DEVISE(WS-GLC-IDX) TO WS-GL-DEVISE
              MOVE 'CLIENTS - FACTURES ANNULEES' TO WS-GL-LIBELLE
              MOVE 0 TO WS-GL-DEBIT
              MOVE WS-GLC-MONTANT(WS-GLC-IDX) TO WS-GL-CREDIT
              PERFORM 9110-ECRIRE-PIECE
           END-PERFORM
           IF WS-GLC-DEBORD > 0
              MOVE 'SUSPENS' TO WS-GL-TYPE
              MOVE SPACES TO WS-GL-DEVISE
              MOVE 'CLIENTS - DEVISES HORS TABLE' TO WS-GL-LIBELLE
              MOVE 0 TO WS-GL-DEBIT
              MOVE WS-GLC-DEBORD TO WS-GL-CREDIT
              PERFORM 9110-ECRIRE-PIECE
           END-IF

           MOVE SPACES TO ENRGLEDIT
           WRITE ENRGLEDIT

*> Cloture de PGLACCT (table des comptes et fichier d'attente)
           MOVE '*' TO WS-GL-TYPE
           CALL PGLACCT USING WS-GL-PROGRAMME WS-GL-TYPE WS-GL-OFFICE
                              WS-GL-CATEG WS-GL-DEVISE WS-GL-SENS
                              WS-GL-MONTANT WS-GL-COMPTE WS-GL-STATUT
           IF WS-CT-GL-ATTENTE > 0
              DISPLAY 'PVOID : ' WS-CT-GL-ATTENTE
                      ' ECRITURE(S) AU COMPTE D''ATTENTE'
           END-IF
           .

*> Une ecriture dans DGL-JRNL et sa ligne sur DGL-EDIT ; le compte
*> vient de PGLACCT (nature WS-GL-TYPE, devise WS-GL-DEVISE), une
*> ecriture sans compte parametre est marquee 'ATTENTE' en liste
       9110-ECRIRE-PIECE.

           IF WS-GL-DEBIT > 0
              MOVE 'D' TO WS-GL-SENS
              MOVE WS-GL-DEBIT TO WS-GL-MONTANT
           ELSE
              MOVE 'C' TO WS-GL-SENS
              MOVE WS-GL-CREDIT TO WS-GL-MONTANT
           END-IF
           CALL PGLACCT USING WS-GL-PROGRAMME WS-GL-TYPE WS-GL-OFFICE
                              WS-GL-CATEG WS-GL-DEVISE WS-GL-SENS
                              WS-GL-MONTANT WS-GL-COMPTE WS-GL-STATUT
           IF WS-GL-STATUT = 'N'
              ADD 1 TO WS-CT-GL-ATTENTE
           END-IF

           MOVE SPACES TO ENRGLJRNL
           MOVE WS-DATE-RUN TO JRN-DATE
           MOVE 'PVOID' TO JRN-SOURCE
           MOVE WS-GL-COMPTE   TO JRN-COMPTE
           MOVE WS-GL-LIBELLE  TO JRN-LIBELLE
           MOVE WS-GL-DEBIT    TO JRN-DEBIT
           MOVE WS-GL-CREDIT   TO JRN-CREDIT
           WRITE ENRGLJRNL

           MOVE SPACES TO ENRGLEDIT
           MOVE WS-GL-COMPTE  TO ENRGLEDIT(3:6)
           MOVE WS-GL-LIBELLE TO ENRGLEDIT(10:30)
           IF WS-GL-DEBIT > 0
              MOVE WS-GL-DEBIT TO WS-GL-MNT-STR
              MOVE WS-GL-MNT-STR TO ENRGLEDIT(41:10)
           END-IF
           IF WS-GL-CREDIT > 0
              MOVE WS-GL-CREDIT TO WS-GL-MNT-STR
              MOVE WS-GL-MNT-STR TO ENRGLEDIT(53:10)
           END-IF
           IF WS-GL-STATUT = 'N'
              MOVE 'ATTENTE' TO ENRGLEDIT(65:7)
           END-IF
           WRITE ENRGLEDIT
           .
