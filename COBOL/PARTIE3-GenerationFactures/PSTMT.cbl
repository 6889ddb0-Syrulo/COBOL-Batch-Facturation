*>
*> Objectif :
*> - Assembler, par client et pour une période donnée, les factures
*>   émises (registre DCSVREG + numéros DINVOICE-XREF), les règlements
*>   appliqués (historique DPAYMENT-HIST) et les avoirs émis (registre
*>   écrit par PRETURN), et imprimer un relevé de compte avec solde
*>   d'ouverture et solde de clôture qui se rapproche de
*>
*> Entrées :
*> - SYSIN : date de début et date de fin de période (AAAA-MM-JJ),
*>   comme PSALESUM, puis facultativement le mot GROUPE pour des
*>   relevés de groupe de grands comptes
*> - FCSV / DCSVREG : registre de factures CSV écrit par PFACTURE
*>   (ORDER;CUSTOMER;DATE;PRODUCT;DESC;QTY;PRICE;TAX;TOTAL)
*> - FINVXREF / DINVOICE-XREF : numéro de facture par commande, lu
*>   par clé (dernier numéro attribué, cf PFACTURE)
*> - FPAYMENT / DPAYMENT-HIST : règlements appliqués (AAAA-MM-JJ)
*> - FRETREG / DRETURN-REG : registre des avoirs écrit par PRETURN
*> - FAROPEN / DAR-OPEN : contre-passations 'V' de PVOID, créditées
*>   en ligne ANNULATION sous les factures du relevé, interets de
*>   retard 'I' de PFINCHG, débités en ligne propre FRAIS FINANCIERS,
*>   prélèvements revenus impayés 'D' de PDDRETURN, débités en ligne
*>   propre PRELEV. IMPAYE sous le N° de la facture rouverte,
*>   et acomptes 'K' imputés par PFACTURE, crédités en ligne ACOMPTE
*> - Table DB2 : ORDERS (O_NO -> C_NO) et CUSTOMERS (solde, raison
*>   sociale, compte parent), lecture seule
*>
*> Sorties :
*> - DSTMT-RPT : un bloc de relevé de 80 colonnes par client ayant eu
*>   et sont réarrangées en AAAA-MM-JJ avant comparaison aux bornes,
*>   comme le fait déjà PARCHIVE
*> - Ce programme tourne en dehors du cycle FACTBAT, à la demande
*> - Les clients à relever sont repérés directement par leur C_NO,
*>   sans limite de nombre ; les mouvements de la période sont tenus
*>   en table, et la synthèse de fin de run donne pour chaque table
*>   son taux de remplissage (un débordement reste signalé en code
*>   retour 4)
*> - Relevés de groupe : les mouvements d'une agence rattachée à un
*>   compte parent (CUSTOMERS.PARENT_C_NO, cf PCUSTMAINT 'P') passent
*>   sur le relevé du parent, au nom et dans la langue du parent, le
*>   N° de l'agence en bout de ligne ; la clôture est la somme des
*>   BALANCE du parent et de ses agences. Un client sans agence ni
*>   parent garde son relevé ordinaire
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

                       ORGANIZATION IS SEQUENTIAL
                       FILE STATUS IS WS-STATUS-CSV.

           SELECT FINVXREF ASSIGN TO DINVOICE-XREF
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS XRF-O-NO
                           FILE STATUS IS WS-STATUS-INV.

           SELECT FPAYMENT ASSIGN TO DPAYMENT-HIST
                           ORGANIZATION IS SEQUENTIAL
       01 ENRCSV             PIC X(150).

*> Même structure que celle écrite par PFACTURE (cf PFACTURE.cbl)
       FD FINVXREF
           DATA RECORD IS ENRINVXREF.

       01 ENRINVXREF.
          05 XRF-O-NO        PIC 9(6).
          05 XRF-INVOICE-NO  PIC 9(6).
          05 XRF-DATE        PIC X(10).
          05 XRF-C-NO        PIC 9(4).
          05 XRF-MONTANT     PIC 9(7)V99.

*> Même structure que celle écrite par PPAYMENT (cf PPAYMENT.cbl) :
*> l'historique ne porte que les règlements réellement appliqués -
           RECORDING MODE IS F.

       01 ENRRETREG.
          05 REG-O-NO        PIC 9(6).
          05 FILLER          PIC X(1).
          05 REG-C-NO        PIC 9(4).
          05 FILLER          PIC X(1).
          05 FILLER          PIC X(1).
          05 ARO-INVOICE-NO  PIC 9(6).
          05 FILLER          PIC X(1).
          05 ARO-O-NO        PIC 9(6).
          05 FILLER          PIC X(1).
          05 ARO-DATE        PIC X(10).
          05 FILLER          PIC X(1).

       01 WS-DATE-DEBUT      PIC X(10).
       01 WS-DATE-FIN        PIC X(10).
*> Relevés demandés : GROUPE = par groupe, blanc = par client
       01 WS-MODE            PIC X(6).

*> Parent de chaque client, indicé par C_NO (0 = pas de parent),
*> chargé pour les relevés de groupe seulement
       01 WS-GRP-TABLE.
          05 WS-GRP-PARENT OCCURS 9999 TIMES PIC 9(4).
       01 WS-GRP-C-NO        PIC 9(4).
       01 WS-GRP-P-NO        PIC 9(4).
       01 WS-GRP-MEMBRES     PIC 9(4).

           EXEC SQL DECLARE CGROUPE CURSOR FOR
                SELECT C_NO, PARENT_C_NO
                FROM API12.CUSTOMERS
                WHERE VALUE(PARENT_C_NO, 0) <> 0
           END-EXEC.

*> Décomposition de la ligne CSV du registre de factures
       01 WS-CSV-ONO         PIC X(6).
       01 WS-CSV-CLIENT      PIC X(30).
       01 WS-CSV-DATE        PIC X(10).
       01 WS-CSV-PNO         PIC X(3).
       01 WS-CSV-DESC        PIC X(30).
       01 WS-CSV-QTE         PIC X(4).
       01 WS-CSV-PRIX        PIC X(8).
       01 WS-CSV-TAXE        PIC X(10).
       01 WS-CSV-TOTAL       PIC X(10).

*> Date MM/JJ/AAAA du registre CSV réarrangée en AAAA-MM-JJ
       01 WS-CSV-MOIS        PIC X(2).
       01 WS-CSV-ANNEE       PIC X(4).
       01 WS-CSV-DATE-ISO    PIC X(10).

*> Index des numéros de facture ouvert (DINVOICE-XREF présent)
       01 WS-XRF-OUVERT      PIC X(1) VALUE 'N'.

*> Tables des mouvements de la période : -CNO est le compte du
*> relevé (le parent en relevés de groupe), -AGENCE le client du
*> mouvement
*> Factures de la période, une entrée par commande facturée
       01 WS-FAC-TABLE.
          05 WS-FAC-ENTRY OCCURS 5000 TIMES.
             10 WS-FAC-CNO      PIC 9(4).
             10 WS-FAC-AGENCE   PIC 9(4).
             10 WS-FAC-ONO      PIC 9(6).
             10 WS-FAC-INVNO    PIC 9(6).
             10 WS-FAC-DATE     PIC X(10).
             10 WS-FAC-MONTANT  PIC 9(7)V99.
       01 WS-NB-FAC          PIC 9(4) VALUE 0.
       01 WS-FAC-IDX         PIC 9(4).
       01 WS-FAC-TROUVEE     PIC X(1).

*> Règlements de la période
       01 WS-PAY-TABLE.
          05 WS-PAY-ENTRY OCCURS 5000 TIMES.
             10 WS-PAY-CNO      PIC 9(4).
             10 WS-PAY-AGENCE   PIC 9(4).
             10 WS-PAY-DATE     PIC X(10).
             10 WS-PAY-REF      PIC X(20).
             10 WS-PAY-MONTANT  PIC 9(7)V99.
       01 WS-NB-PAY          PIC 9(4) VALUE 0.
       01 WS-PAY-IDX         PIC 9(4).

*> Avoirs de la période
       01 WS-AVR-TABLE.
          05 WS-AVR-ENTRY OCCURS 5000 TIMES.
             10 WS-AVR-CNO      PIC 9(4).
             10 WS-AVR-AGENCE   PIC 9(4).
             10 WS-AVR-ONO      PIC 9(6).
             10 WS-AVR-MEMO     PIC 9(6).
             10 WS-AVR-DATE     PIC X(10).
             10 WS-AVR-MONTANT  PIC 9(7)V99.
       01 WS-NB-AVR          PIC 9(4) VALUE 0.
       01 WS-AVR-IDX         PIC 9(4).

*> Interets de retard de la période (lignes 'I' de DAR-OPEN, écrites
*> par PFINCHG) : débités sur le relevé en ligne propre
       01 WS-INT-TABLE.
          05 WS-INT-ENTRY OCCURS 2000 TIMES.
             10 WS-INT-CNO      PIC 9(4).
             10 WS-INT-AGENCE   PIC 9(4).
             10 WS-INT-DATE     PIC X(10).
             10 WS-INT-MONTANT  PIC 9(7)V99.
       01 WS-NB-INT          PIC 9(4) VALUE 0.
       01 WS-INT-IDX         PIC 9(4).

*> Prélèvements revenus impayés de la période (lignes 'D' de
*> DAR-OPEN, écrites par PDDRETURN) : la facture rouverte est
*> débitée à nouveau, en ligne propre comme les interets
       01 WS-IMP-TABLE.
          05 WS-IMP-ENTRY OCCURS 2000 TIMES.
             10 WS-IMP-CNO      PIC 9(4).
             10 WS-IMP-AGENCE   PIC 9(4).
             10 WS-IMP-INVNO    PIC 9(6).
             10 WS-IMP-DATE     PIC X(10).
             10 WS-IMP-MONTANT  PIC 9(7)V99.
       01 WS-NB-IMP          PIC 9(4) VALUE 0.
       01 WS-IMP-IDX         PIC 9(4).

*> Annulations de factures de la période (lignes 'V' de DAR-OPEN,
*> écrites par PVOID) : créditées sur le relevé sous la facture
       01 WS-ANN-TABLE.
          05 WS-ANN-ENTRY OCCURS 2000 TIMES.
             10 WS-ANN-CNO      PIC 9(4).
             10 WS-ANN-AGENCE   PIC 9(4).
             10 WS-ANN-ONO      PIC 9(6).
             10 WS-ANN-INVNO    PIC 9(6).
             10 WS-ANN-DATE     PIC X(10).
             10 WS-ANN-MONTANT  PIC 9(7)V99.
       01 WS-NB-ANN          PIC 9(4) VALUE 0.
       01 WS-ANN-IDX         PIC 9(4).

*> Acomptes imputés sur les factures de la période (lignes 'K' de
*> DAR-OPEN, écrites par PFACTURE) : crédités sous la facture
       01 WS-ACP-TABLE.
          05 WS-ACP-ENTRY OCCURS 2000 TIMES.
             10 WS-ACP-CNO      PIC 9(4).
             10 WS-ACP-AGENCE   PIC 9(4).
             10 WS-ACP-ONO      PIC 9(6).
             10 WS-ACP-INVNO    PIC 9(6).
             10 WS-ACP-DATE     PIC X(10).
             10 WS-ACP-MONTANT  PIC 9(7)V99.
       01 WS-NB-ACP          PIC 9(4) VALUE 0.
       01 WS-ACP-IDX         PIC 9(4).

*> Clients ayant au moins un mouvement dans la période, repérés par
*> leur C_NO pris comme indice ('Y' = à relever)
       01 WS-CLI-TABLE.
          05 WS-CLI-MVT OCCURS 9999 TIMES PIC X(1).
       01 WS-NB-CLI          PIC 9(4) VALUE 0.
       01 WS-CLI-IDX         PIC 9(5).
       01 WS-CLI-COURANT     PIC 9(4).
       01 WS-CLI-FAIT        PIC X(1).

*> Soldes du relevé en cours : la clôture est CUSTOMERS.BALANCE,
       01 WS-MVT-AVOIRS      PIC 9(7)V99.
       01 WS-MVT-ANNULATIONS PIC 9(7)V99.
       01 WS-MVT-INTERETS    PIC 9(7)V99.
       01 WS-MVT-IMPAYES     PIC 9(7)V99.
       01 WS-MVT-ACOMPTES    PIC 9(7)V99.
       01 WS-SOLDE-CLOTURE   PIC S9(7)V99.
       01 WS-SOLDE-OUVERTURE PIC S9(7)V99.
       77 WS-MNT-STR         PIC Z(6)9,99.
       01 WS-LIB-FACTURE     PIC X(7).
       01 WS-LIB-COMMANDE    PIC X(8).
       01 WS-LIB-ANNULATION  PIC X(10).
       01 WS-LIB-ACOMPTE     PIC X(10).
       01 WS-LIB-INTERETS    PIC X(16).
       01 WS-LIB-IMPAYE      PIC X(16).
       01 WS-LIB-REGLEMENT   PIC X(9).
       01 WS-LIB-AVOIR       PIC X(6).
       01 WS-LIB-A           PIC X(3).
       01 WS-LIB-AGENCE      PIC X(6).

*> Compteurs de fin de run
       77 WS-CT-RELEVES      PIC 9(4) VALUE 0.
       77 WS-CT-NON-RATTACHE PIC 9(4) VALUE 0.
       77 WS-CT-DEBORDEMENT  PIC 9(4) VALUE 0.

*> Ligne de capacité en cours de préparation (cf 9010)
       01 WS-CAP-TABLE       PIC X(12).
       01 WS-CAP-NB          PIC 9(5).
       01 WS-CAP-LIMITE      PIC 9(5).
       01 WS-CAP-TAUX        PIC 9(3).

*> Code retour remis au moniteur de job : 8 si la période est absente
*> sur SYSIN, 4 si aucun mouvement dans la période ou si des factures
*> n'ont pas pu être rattachées à un client, 0 sinon
           PERFORM 1000-DEBUT

           IF WS-RETURN-CODE NOT = 8
              PERFORM 1100-OUVRIR-INDEX-FACTURES
              PERFORM 2000-CHARGER-FACTURES
              PERFORM 3000-CHARGER-REGLEMENTS
              PERFORM 4000-CHARGER-AVOIRS

           ACCEPT WS-DATE-DEBUT FROM SYSIN
           ACCEPT WS-DATE-FIN   FROM SYSIN
           MOVE SPACES TO WS-MODE
           ACCEPT WS-MODE FROM SYSIN

           IF WS-DATE-DEBUT = SPACES OR WS-DATE-FIN = SPACES
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PSTMT : PERIODE ABSENTE SUR SYSIN'
           END-IF

           IF WS-MODE NOT = SPACES AND WS-MODE NOT = 'GROUPE'
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PSTMT : MODE SYSIN INCONNU (GROUPE OU BLANC)'
           END-IF

           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

           MOVE ALL 'N' TO WS-CLI-TABLE

           MOVE ZERO TO WS-GRP-TABLE
           IF WS-MODE = 'GROUPE'
              PERFORM 1050-CHARGER-GROUPES
           END-IF

           OPEN OUTPUT FSTMT
           .

*> Parent de chaque agence rattachée, indicé par le N° de l'agence
       1050-CHARGER-GROUPES.

           EXEC SQL OPEN CGROUPE END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL FETCH CGROUPE
                  INTO :WS-GRP-C-NO, :WS-GRP-P-NO
              END-EXEC
              IF SQLCODE = 0 AND WS-GRP-C-NO > 0
                 MOVE WS-GRP-P-NO TO WS-GRP-PARENT(WS-GRP-C-NO)
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CGROUPE END-EXEC
           .

*> Ouverture de l'index des numéros de facture par commande, tenu
*> par PFACTURE (une réimpression réécrit le même numéro) ; index
*> absent : les factures du relevé sortent sans numéro
       1100-OUVRIR-INDEX-FACTURES.

           OPEN INPUT FINVXREF
           IF WS-STATUS-INV = 0
              MOVE 'Y' TO WS-XRF-OUVERT
           ELSE
              DISPLAY 'PSTMT : DINVOICE-XREF ABSENT (' WS-STATUS-INV
                      '), FACTURES SANS NUMERO'
           END-IF
           .

                 DISPLAY 'PSTMT : COMMANDE ' WS-CSV-ONO
                         ' DU REGISTRE INTROUVABLE DANS ORDERS'
              ELSE
                 IF WS-NB-FAC < 5000
                    ADD 1 TO WS-NB-FAC
                    MOVE O-C-NO          TO WS-FAC-AGENCE(WS-NB-FAC)
                    MOVE O-C-NO          TO WS-CLI-COURANT
                    PERFORM 2505-COMPTE-DU-RELEVE
                    MOVE WS-CLI-COURANT  TO WS-FAC-CNO(WS-NB-FAC)
                    MOVE WS-CSV-ONO      TO WS-FAC-ONO(WS-NB-FAC)
                    MOVE WS-CSV-DATE-ISO TO WS-FAC-DATE(WS-NB-FAC)
                    MOVE WS-MONTANT-N    TO WS-FAC-MONTANT(WS-NB-FAC)
                    MOVE 0               TO WS-FAC-INVNO(WS-NB-FAC)
                    IF WS-XRF-OUVERT = 'Y'
                       MOVE WS-FAC-ONO(WS-NB-FAC) TO XRF-O-NO
                       READ FINVXREF
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             MOVE XRF-INVOICE-NO
                                  TO WS-FAC-INVNO(WS-NB-FAC)
                       END-READ
                    END-IF
                    PERFORM 2500-RETENIR-CLIENT
                 ELSE
                    ADD 1 TO WS-CT-DEBORDEMENT
           END-IF
           .

*> Compte du relevé du client WS-CLI-COURANT : son parent en relevés
*> de groupe s'il est rattaché, lui-même sinon
       2505-COMPTE-DU-RELEVE.

           IF WS-CLI-COURANT > 0
              IF WS-GRP-PARENT(WS-CLI-COURANT) > 0
                 MOVE WS-GRP-PARENT(WS-CLI-COURANT) TO WS-CLI-COURANT
              END-IF
           END-IF
           .

*> Marque le client du mouvement en cours (WS-CLI-COURANT) à relever
       2500-RETENIR-CLIENT.

           MOVE WS-FAC-CNO(WS-NB-FAC) TO WS-CLI-COURANT

       2510-AJOUTER-CLIENT.

           IF WS-CLI-COURANT > 0
              IF WS-CLI-MVT(WS-CLI-COURANT) NOT = 'Y'
                 MOVE 'Y' TO WS-CLI-MVT(WS-CLI-COURANT)
                 ADD 1 TO WS-NB-CLI
              END-IF
           END-IF
           .
           IF HIS-DATE >= WS-DATE-DEBUT
              AND HIS-DATE <= WS-DATE-FIN
              AND HIS-MONTANT > 0
              IF WS-NB-PAY < 5000
                 ADD 1 TO WS-NB-PAY
                 MOVE HIS-C-NO      TO WS-PAY-AGENCE(WS-NB-PAY)
                 MOVE HIS-DATE      TO WS-PAY-DATE(WS-NB-PAY)
                 MOVE HIS-REFERENCE TO WS-PAY-REF(WS-NB-PAY)
                 MOVE HIS-MONTANT   TO WS-PAY-MONTANT(WS-NB-PAY)
                 MOVE HIS-C-NO      TO WS-CLI-COURANT
                 PERFORM 2505-COMPTE-DU-RELEVE
                 MOVE WS-CLI-COURANT TO WS-PAY-CNO(WS-NB-PAY)
                 PERFORM 2510-AJOUTER-CLIENT
              ELSE
                 ADD 1 TO WS-CT-DEBORDEMENT

           IF REG-DATE >= WS-DATE-DEBUT
              AND REG-DATE <= WS-DATE-FIN
              IF WS-NB-AVR < 5000
                 ADD 1 TO WS-NB-AVR
                 MOVE REG-C-NO    TO WS-AVR-AGENCE(WS-NB-AVR)
                 MOVE REG-O-NO    TO WS-AVR-ONO(WS-NB-AVR)
                 MOVE REG-MEMO-NO TO WS-AVR-MEMO(WS-NB-AVR)
                 MOVE REG-DATE    TO WS-AVR-DATE(WS-NB-AVR)
                 MOVE REG-MONTANT TO WS-AVR-MONTANT(WS-NB-AVR)
                 MOVE REG-C-NO    TO WS-CLI-COURANT
                 PERFORM 2505-COMPTE-DU-RELEVE
                 MOVE WS-CLI-COURANT TO WS-AVR-CNO(WS-NB-AVR)
                 PERFORM 2510-AJOUTER-CLIENT
              ELSE
                 ADD 1 TO WS-CT-DEBORDEMENT
           .

*> Chargement des annulations de factures de la période (lignes 'V'
*> de PVOID), des interets de retard (lignes 'I' de PFINCHG), des
*> prélèvements revenus impayés (lignes 'D' de PDDRETURN) et des
*> acomptes imputés (lignes 'K' de PFACTURE) : la facture annulée
*> paraît créditée au lieu de rester due, les interets et les
*> impayés paraissent en ligne propre au lieu de gonfler le solde
*> sans explication, et l'acompte versé à la commande paraît en
*> déduction de sa facture
       4500-CHARGER-ANNULATIONS.

           OPEN INPUT FAROPEN
           IF ARO-TYPE = 'I'
              AND ARO-DATE >= WS-DATE-DEBUT
              AND ARO-DATE <= WS-DATE-FIN
              IF WS-NB-INT < 2000
                 ADD 1 TO WS-NB-INT
                 MOVE ARO-C-NO    TO WS-INT-AGENCE(WS-NB-INT)
                 MOVE ARO-DATE    TO WS-INT-DATE(WS-NB-INT)
                 MOVE ARO-MONTANT TO WS-INT-MONTANT(WS-NB-INT)
                 MOVE ARO-C-NO    TO WS-CLI-COURANT
                 PERFORM 2505-COMPTE-DU-RELEVE
                 MOVE WS-CLI-COURANT TO WS-INT-CNO(WS-NB-INT)
                 PERFORM 2510-AJOUTER-CLIENT
              ELSE
                 ADD 1 TO WS-CT-DEBORDEMENT
              END-IF
           END-IF

           IF ARO-TYPE = 'D'
              AND ARO-DATE >= WS-DATE-DEBUT
              AND ARO-DATE <= WS-DATE-FIN
              IF WS-NB-IMP < 2000
                 ADD 1 TO WS-NB-IMP
                 MOVE ARO-C-NO       TO WS-IMP-AGENCE(WS-NB-IMP)
                 MOVE ARO-INVOICE-NO TO WS-IMP-INVNO(WS-NB-IMP)
                 MOVE ARO-DATE       TO WS-IMP-DATE(WS-NB-IMP)
                 MOVE ARO-MONTANT    TO WS-IMP-MONTANT(WS-NB-IMP)
                 MOVE ARO-C-NO       TO WS-CLI-COURANT
                 PERFORM 2505-COMPTE-DU-RELEVE
                 MOVE WS-CLI-COURANT TO WS-IMP-CNO(WS-NB-IMP)
                 PERFORM 2510-AJOUTER-CLIENT
              ELSE
                 ADD 1 TO WS-CT-DEBORDEMENT
           IF ARO-TYPE = 'V'
              AND ARO-DATE >= WS-DATE-DEBUT
              AND ARO-DATE <= WS-DATE-FIN
              IF WS-NB-ANN < 2000
                 ADD 1 TO WS-NB-ANN
                 MOVE ARO-C-NO       TO WS-ANN-AGENCE(WS-NB-ANN)
                 MOVE ARO-O-NO       TO WS-ANN-ONO(WS-NB-ANN)
                 MOVE ARO-INVOICE-NO TO WS-ANN-INVNO(WS-NB-ANN)
                 MOVE ARO-DATE       TO WS-ANN-DATE(WS-NB-ANN)
                 MOVE ARO-MONTANT    TO WS-ANN-MONTANT(WS-NB-ANN)
                 MOVE ARO-C-NO       TO WS-CLI-COURANT
                 PERFORM 2505-COMPTE-DU-RELEVE
                 MOVE WS-CLI-COURANT TO WS-ANN-CNO(WS-NB-ANN)
                 PERFORM 2510-AJOUTER-CLIENT
              ELSE
                 ADD 1 TO WS-CT-DEBORDEMENT
              END-IF
           END-IF

           IF ARO-TYPE = 'K'
              AND ARO-DATE >= WS-DATE-DEBUT
              AND ARO-DATE <= WS-DATE-FIN
              IF WS-NB-ACP < 2000
                 ADD 1 TO WS-NB-ACP
                 MOVE ARO-C-NO       TO WS-ACP-AGENCE(WS-NB-ACP)
                 MOVE ARO-O-NO       TO WS-ACP-ONO(WS-NB-ACP)
                 MOVE ARO-INVOICE-NO TO WS-ACP-INVNO(WS-NB-ACP)
                 MOVE ARO-DATE       TO WS-ACP-DATE(WS-NB-ACP)
                 MOVE ARO-MONTANT    TO WS-ACP-MONTANT(WS-NB-ACP)
                 MOVE ARO-C-NO       TO WS-CLI-COURANT
                 PERFORM 2505-COMPTE-DU-RELEVE
                 MOVE WS-CLI-COURANT TO WS-ACP-CNO(WS-NB-ACP)
                 PERFORM 2510-AJOUTER-CLIENT
              ELSE
                 ADD 1 TO WS-CT-DEBORDEMENT
           .

*> Un relevé par client retenu, imprimé par ordre croissant de C_NO :
*> la table des clients est indicée par C_NO, il suffit de la
*> parcourir dans l'ordre
       5000-IMPRIMER-RELEVES.

           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > 9999
              IF WS-CLI-MVT(WS-CLI-IDX) = 'Y'
                 MOVE WS-CLI-IDX TO WS-CLI-COURANT
                 PERFORM 5100-IMPRIMER-UN-RELEVE
              END-IF
           END-PERFORM
           .

           MOVE 0 TO WS-MVT-AVOIRS
           MOVE 0 TO WS-MVT-ANNULATIONS
           MOVE 0 TO WS-MVT-INTERETS
           MOVE 0 TO WS-MVT-IMPAYES
           MOVE 0 TO WS-MVT-ACOMPTES

           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-NB-FAC
                 ADD WS-INT-MONTANT(WS-INT-IDX) TO WS-MVT-INTERETS
              END-IF
           END-PERFORM
           PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                   UNTIL WS-IMP-IDX > WS-NB-IMP
              IF WS-IMP-CNO(WS-IMP-IDX) = WS-CLI-COURANT
                 ADD WS-IMP-MONTANT(WS-IMP-IDX) TO WS-MVT-IMPAYES
              END-IF
           END-PERFORM
           PERFORM VARYING WS-ACP-IDX FROM 1 BY 1
                   UNTIL WS-ACP-IDX > WS-NB-ACP
              IF WS-ACP-CNO(WS-ACP-IDX) = WS-CLI-COURANT
                 ADD WS-ACP-MONTANT(WS-ACP-IDX) TO WS-MVT-ACOMPTES
              END-IF
           END-PERFORM

*> Clôture = solde courant du client ; ouverture reconstituée à
*> rebours pour que la clôture se rapproche toujours de BALANCE.
*> En relevés de groupe, clôture = somme des BALANCE du groupe
           MOVE 1 TO WS-GRP-MEMBRES
           EXEC SQL
              SELECT BALANCE, COMPANY, VALUE(LANG, 'F')
              INTO :C-BALANCE, :C-COMPANY, :C-LANG
              WHERE C_NO = :WS-CLI-COURANT
           END-EXEC

           IF SQLCODE = 0 AND WS-MODE = 'GROUPE'
              EXEC SQL
                 SELECT SUM(BALANCE), COUNT(*)
                 INTO :C-BALANCE, :WS-GRP-MEMBRES
                 FROM API12.CUSTOMERS
                 WHERE C_NO = :WS-CLI-COURANT
                    OR PARENT_C_NO = :WS-CLI-COURANT
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              ADD 1 TO WS-CT-NON-RATTACHE
              DISPLAY 'PSTMT : CLIENT ' WS-CLI-COURANT
              COMPUTE WS-SOLDE-OUVERTURE = WS-SOLDE-CLOTURE
                      - WS-MVT-FACTURES
                      - WS-MVT-INTERETS
                      - WS-MVT-IMPAYES
                      + WS-MVT-REGLEMENTS
                      + WS-MVT-AVOIRS
                      + WS-MVT-ANNULATIONS
                      + WS-MVT-ACOMPTES

              PERFORM 5105-CHOISIR-LIBELLES
              PERFORM 5110-ENTETE-RELEVE
              PERFORM 5120-LIGNES-FACTURES
              PERFORM 5125-LIGNES-ANNULATIONS
              PERFORM 5127-LIGNES-ACOMPTES
              PERFORM 5128-LIGNES-INTERETS
              PERFORM 5129-LIGNES-IMPAYES
              PERFORM 5130-LIGNES-REGLEMENTS
              PERFORM 5140-LIGNES-AVOIRS
              PERFORM 5150-PIED-RELEVE
              MOVE 'INVOICE'              TO WS-LIB-FACTURE
              MOVE 'ORDER   '             TO WS-LIB-COMMANDE
              MOVE 'VOIDED    '           TO WS-LIB-ANNULATION
              MOVE 'DEPOSIT   '           TO WS-LIB-ACOMPTE
              MOVE 'FINANCE CHARGES '     TO WS-LIB-INTERETS
              MOVE 'RETURNED DEBIT  '     TO WS-LIB-IMPAYE
              MOVE 'PAYMENT  '            TO WS-LIB-REGLEMENT
              MOVE 'CREDIT'               TO WS-LIB-AVOIR
              MOVE 'TO '                  TO WS-LIB-A
              MOVE 'BRANCH'               TO WS-LIB-AGENCE
              IF WS-GRP-MEMBRES > 1
                 MOVE 'GROUP STATEMENT'   TO WS-LIB-TITRE
              END-IF
           ELSE
              MOVE 'RELEVE DE COMPTE    ' TO WS-LIB-TITRE
              MOVE 'CLIENT :  '           TO WS-LIB-CLIENT
              MOVE 'FACTURE'              TO WS-LIB-FACTURE
              MOVE 'COMMANDE'             TO WS-LIB-COMMANDE
              MOVE 'ANNULATION'           TO WS-LIB-ANNULATION
              MOVE 'ACOMPTE   '           TO WS-LIB-ACOMPTE
              MOVE 'FRAIS FINANCIERS'     TO WS-LIB-INTERETS
              MOVE 'PRELEV. IMPAYE  '     TO WS-LIB-IMPAYE
              MOVE 'REGLEMENT'            TO WS-LIB-REGLEMENT
              MOVE 'AVOIR '               TO WS-LIB-AVOIR
              MOVE 'A  '                  TO WS-LIB-A
              MOVE 'AGENCE'               TO WS-LIB-AGENCE
              IF WS-GRP-MEMBRES > 1
                 MOVE 'RELEVE DE GROUPE'  TO WS-LIB-TITRE
              END-IF
           END-IF
           .

           MOVE WS-SOLDE-OUVERTURE TO WS-SOLDE-STR
           MOVE SPACES TO ENRSTMT
           MOVE WS-LIB-OUVERTURE TO ENRSTMT(5:20)
           MOVE WS-SOLDE-STR TO ENRSTMT(48:11)
           WRITE ENRSTMT

           MOVE SPACES TO ENRSTMT
                 MOVE WS-LIB-FACTURE TO ENRSTMT(17:7)
                 MOVE WS-FAC-INVNO(WS-FAC-IDX) TO ENRSTMT(25:6)
                 MOVE WS-LIB-COMMANDE TO ENRSTMT(33:8)
                 MOVE WS-FAC-ONO(WS-FAC-IDX) TO ENRSTMT(42:6)
                 MOVE WS-FAC-MONTANT(WS-FAC-IDX) TO WS-MNT-STR
                 MOVE WS-MNT-STR TO ENRSTMT(49:10)
                 IF WS-FAC-AGENCE(WS-FAC-IDX)
                    NOT = WS-FAC-CNO(WS-FAC-IDX)
                    MOVE WS-LIB-AGENCE TO ENRSTMT(63:6)
                    MOVE WS-FAC-AGENCE(WS-FAC-IDX) TO ENRSTMT(70:4)
                 END-IF
                 WRITE ENRSTMT
              END-IF
           END-PERFORM
                 MOVE WS-LIB-ANNULATION TO ENRSTMT(17:10)
                 MOVE WS-ANN-INVNO(WS-ANN-IDX) TO ENRSTMT(28:6)
                 MOVE 'CDE' TO ENRSTMT(36:3)
                 MOVE WS-ANN-ONO(WS-ANN-IDX) TO ENRSTMT(40:6)
                 MOVE WS-ANN-MONTANT(WS-ANN-IDX) TO WS-MNT-STR
                 MOVE WS-MNT-STR TO ENRSTMT(49:10)
                 MOVE '-' TO ENRSTMT(60:1)
                 IF WS-ANN-AGENCE(WS-ANN-IDX)
                    NOT = WS-ANN-CNO(WS-ANN-IDX)
                    MOVE WS-LIB-AGENCE TO ENRSTMT(63:6)
                    MOVE WS-ANN-AGENCE(WS-ANN-IDX) TO ENRSTMT(70:4)
                 END-IF
                 WRITE ENRSTMT
              END-IF
           END-PERFORM
           .

*> Acomptes sous les factures : l'acompte versé à la commande et
*> imputé à la facturation est crédité sur la facture qui l'a absorbé
       5127-LIGNES-ACOMPTES.

           PERFORM VARYING WS-ACP-IDX FROM 1 BY 1
                   UNTIL WS-ACP-IDX > WS-NB-ACP
              IF WS-ACP-CNO(WS-ACP-IDX) = WS-CLI-COURANT
                 MOVE SPACES TO ENRSTMT
                 MOVE WS-ACP-DATE(WS-ACP-IDX) TO ENRSTMT(5:10)
                 MOVE WS-LIB-ACOMPTE TO ENRSTMT(17:10)
                 MOVE WS-ACP-INVNO(WS-ACP-IDX) TO ENRSTMT(28:6)
                 MOVE 'CDE' TO ENRSTMT(36:3)
                 MOVE WS-ACP-ONO(WS-ACP-IDX) TO ENRSTMT(40:6)
                 MOVE WS-ACP-MONTANT(WS-ACP-IDX) TO WS-MNT-STR
                 MOVE WS-MNT-STR TO ENRSTMT(49:10)
                 MOVE '-' TO ENRSTMT(60:1)
                 IF WS-ACP-AGENCE(WS-ACP-IDX)
                    NOT = WS-ACP-CNO(WS-ACP-IDX)
                    MOVE WS-LIB-AGENCE TO ENRSTMT(63:6)
                    MOVE WS-ACP-AGENCE(WS-ACP-IDX) TO ENRSTMT(70:4)
                 END-IF
                 WRITE ENRSTMT
              END-IF
           END-PERFORM
                 MOVE WS-INT-DATE(WS-INT-IDX) TO ENRSTMT(5:10)
                 MOVE WS-LIB-INTERETS TO ENRSTMT(17:16)
                 MOVE WS-INT-MONTANT(WS-INT-IDX) TO WS-MNT-STR
                 MOVE WS-MNT-STR TO ENRSTMT(49:10)
                 IF WS-INT-AGENCE(WS-INT-IDX)
                    NOT = WS-INT-CNO(WS-INT-IDX)
                    MOVE WS-LIB-AGENCE TO ENRSTMT(63:6)
                    MOVE WS-INT-AGENCE(WS-INT-IDX) TO ENRSTMT(70:4)
                 END-IF
                 WRITE ENRSTMT
              END-IF
           END-PERFORM
           .

*> Prélèvements revenus impayés en ligne propre, débités comme les
*> factures sous le N° de la facture rouverte
       5129-LIGNES-IMPAYES.

           PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                   UNTIL WS-IMP-IDX > WS-NB-IMP
              IF WS-IMP-CNO(WS-IMP-IDX) = WS-CLI-COURANT
                 MOVE SPACES TO ENRSTMT
                 MOVE WS-IMP-DATE(WS-IMP-IDX) TO ENRSTMT(5:10)
                 MOVE WS-LIB-IMPAYE TO ENRSTMT(17:16)
                 MOVE WS-IMP-INVNO(WS-IMP-IDX) TO ENRSTMT(34:6)
                 MOVE WS-IMP-MONTANT(WS-IMP-IDX) TO WS-MNT-STR
                 MOVE WS-MNT-STR TO ENRSTMT(49:10)
                 IF WS-IMP-AGENCE(WS-IMP-IDX)
                    NOT = WS-IMP-CNO(WS-IMP-IDX)
                    MOVE WS-LIB-AGENCE TO ENRSTMT(63:6)
                    MOVE WS-IMP-AGENCE(WS-IMP-IDX) TO ENRSTMT(70:4)
                 END-IF
                 WRITE ENRSTMT
              END-IF
           END-PERFORM
                 MOVE WS-LIB-REGLEMENT TO ENRSTMT(17:9)
                 MOVE WS-PAY-REF(WS-PAY-IDX) TO ENRSTMT(27:18)
                 MOVE WS-PAY-MONTANT(WS-PAY-IDX) TO WS-MNT-STR
                 MOVE WS-MNT-STR TO ENRSTMT(49:10)
                 MOVE '-' TO ENRSTMT(60:1)
                 IF WS-PAY-AGENCE(WS-PAY-IDX)
                    NOT = WS-PAY-CNO(WS-PAY-IDX)
                    MOVE WS-LIB-AGENCE TO ENRSTMT(63:6)
                    MOVE WS-PAY-AGENCE(WS-PAY-IDX) TO ENRSTMT(70:4)
                 END-IF
                 WRITE ENRSTMT
              END-IF
           END-PERFORM
                 MOVE WS-LIB-AVOIR TO ENRSTMT(17:6)
                 MOVE WS-AVR-MEMO(WS-AVR-IDX) TO ENRSTMT(25:6)
                 MOVE WS-LIB-COMMANDE TO ENRSTMT(33:8)
                 MOVE WS-AVR-ONO(WS-AVR-IDX) TO ENRSTMT(42:6)
                 MOVE WS-AVR-MONTANT(WS-AVR-IDX) TO WS-MNT-STR
                 MOVE WS-MNT-STR TO ENRSTMT(49:10)
                 MOVE '-' TO ENRSTMT(60:1)
                 IF WS-AVR-AGENCE(WS-AVR-IDX)
                    NOT = WS-AVR-CNO(WS-AVR-IDX)
                    MOVE WS-LIB-AGENCE TO ENRSTMT(63:6)
                    MOVE WS-AVR-AGENCE(WS-AVR-IDX) TO ENRSTMT(70:4)
                 END-IF
                 WRITE ENRSTMT
              END-IF
           END-PERFORM
           MOVE WS-SOLDE-CLOTURE TO WS-SOLDE-STR
           MOVE SPACES TO ENRSTMT
           MOVE WS-LIB-CLOTURE TO ENRSTMT(5:19)
           MOVE WS-SOLDE-STR TO ENRSTMT(48:11)
           WRITE ENRSTMT

           MOVE SPACES TO ENRSTMT
           DISPLAY 'PSTMT : NON RATTACHES=' WS-CT-NON-RATTACHE
                   ' DEBORDEMENTS TABLE=' WS-CT-DEBORDEMENT

*> Capacité des tables de mouvements de la période
           MOVE 'FACTURES'     TO WS-CAP-TABLE
           MOVE WS-NB-FAC      TO WS-CAP-NB
           MOVE 5000           TO WS-CAP-LIMITE
           PERFORM 9010-LIGNE-CAPACITE
           MOVE 'REGLEMENTS'   TO WS-CAP-TABLE
           MOVE WS-NB-PAY      TO WS-CAP-NB
           MOVE 5000           TO WS-CAP-LIMITE
           PERFORM 9010-LIGNE-CAPACITE
           MOVE 'AVOIRS'       TO WS-CAP-TABLE
           MOVE WS-NB-AVR      TO WS-CAP-NB
           MOVE 5000           TO WS-CAP-LIMITE
           PERFORM 9010-LIGNE-CAPACITE
           MOVE 'INTERETS'     TO WS-CAP-TABLE
           MOVE WS-NB-INT      TO WS-CAP-NB
           MOVE 2000           TO WS-CAP-LIMITE
           PERFORM 9010-LIGNE-CAPACITE
           MOVE 'IMPAYES'      TO WS-CAP-TABLE
           MOVE WS-NB-IMP      TO WS-CAP-NB
           MOVE 2000           TO WS-CAP-LIMITE
           PERFORM 9010-LIGNE-CAPACITE
           MOVE 'ANNULATIONS'  TO WS-CAP-TABLE
           MOVE WS-NB-ANN      TO WS-CAP-NB
           MOVE 2000           TO WS-CAP-LIMITE
           PERFORM 9010-LIGNE-CAPACITE
           MOVE 'ACOMPTES'     TO WS-CAP-TABLE
           MOVE WS-NB-ACP      TO WS-CAP-NB
           MOVE 2000           TO WS-CAP-LIMITE
           PERFORM 9010-LIGNE-CAPACITE

           IF WS-RETURN-CODE NOT = 8
              EVALUATE TRUE
                 WHEN WS-CT-RELEVES = 0
           END-IF

           CLOSE FSTMT
           IF WS-XRF-OUVERT = 'Y'
              CLOSE FINVXREF
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .

*> Ligne de capacité d'une table : entrées retenues, capacité, taux
       9010-LIGNE-CAPACITE.

           COMPUTE WS-CAP-TAUX = (WS-CAP-NB * 100) / WS-CAP-LIMITE
           DISPLAY 'PSTMT : CAPACITE ' WS-CAP-TABLE ' ' WS-CAP-NB
                   '/' WS-CAP-LIMITE ' ' WS-CAP-TAUX '%'
           .
