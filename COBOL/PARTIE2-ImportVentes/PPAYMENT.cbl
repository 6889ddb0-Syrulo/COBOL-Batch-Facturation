*>   disparaître dans le fichier de rejet, il attend dans le compte
*>   d'attente sa réimputation par PSUSPENSE une fois identifié
*>
*> - DFX-LATENT     : registre par facture des ecarts de change
*>   latents (cf PFXREVAL), complete d'une ligne 'X' par reprise de
*>   l'ecart latent d'une facture en devise reglee
*> - DFX-REALISE    : une ligne par reglement d'un client en devise
*>   (montant en devise, taux d'origine, dollars recus, valeur
*>   soldee, ecart de change realise, reprise du latent), relue par
*>   PFXREAL pour le rapport mensuel
*>
*> Sous-programmes appelés :
*> - PGLACCT : compte de chaque ecriture du journal comptable
*>
*> Remarques :
*> - PORDER.4000-BALANCE n'augmente jamais que BALANCE au fil des
*>   enfin au recouvrement une position par facture au lieu du seul
*>   solde global (cf PARAGING qui devait classer tout le solde sur
*>   la commande la plus ancienne)
*> - La piece banque du run porte un debit par remise en banque
*>   (remise lockbox PAY-DEPOT-NO, sinon reference du reglement) et
*>   non plus un seul total : c'est ce que la banque credite, et ce
*>   que PBANKREC rapproche du releve bancaire
*> - Client facture en devise (CUSTOMERS.CURRENCY hors US) : la
*>   remise porte le montant recu en devise (PAY-MONTANT-DEV) ; la
*>   facture est soldee a son taux d'origine (taux DDDEVISE en
*>   vigueur a la date de la facture visee, a defaut de la plus
*>   ancienne facture ouverte du client), la difference avec les
*>   dollars recus part en gain ou perte de change realise, et
*>   l'ecart latent deja passe par PFXREVAL sur chaque facture
*>   soldee est repris au prorata de la part soldee. Sans montant en
*>   devise (ou sans taux), le reglement est applique en dollars
*>   comme avant et signale (code retour 4)
*> - L'historique des reglements est tenu en table jusqu'a sa
*>   capacite, puis la recherche de doublon relit la suite de
*>   DPAYMENT-HIST ; la table du grand livre ne garde que les
*>   factures encore ouvertes une fois pleine (les soldees sont
*>   retirees). Une ligne 'CAP' par fichier sur DPAYMENT-RPT donne le
*>   taux de remplissage de chaque table
*> - Ce code est fourni à titre pédagogique
*> ==========================================================

                           RECORD KEY IS ARX-CLE
                           FILE STATUS IS WS-STATUS-ARX.

*> Taux dates par devise (cf PDEVISE) : taux d'origine d'une facture
*> en devise reglee
           SELECT FDEVISE ASSIGN TO DDDEVISE
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS DEV-DEVI
                          FILE STATUS IS WS-STATUS-DEV.

*> Registre des ecarts latents par facture (cf PFXREVAL) : relu au
*> demarrage, complete des reprises du run
           SELECT FFXLAT ASSIGN TO DFX-LATENT
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-FXL.

*> Change realise des reglements en devise, cumule de run en run
           SELECT FFXREAL ASSIGN TO DFX-REALISE
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-FXR.

       DATA DIVISION.
       FILE SECTION.

*> avant d'etre accorde - blanc ou zero = pas d'escompte
           05 PAY-ESCOMPTE-X PIC X(7).
           05 PAY-ESCOMPTE REDEFINES PAY-ESCOMPTE-X PIC 9(5)V99.
*> N° de la remise de depot lockbox (cf PLOCKBOX) - blanc pour un
*> reglement saisi hors lockbox, 'SUSPENS' pour une remise reimputee
*> depuis le compte d'attente (cf PSUSPENSE)
           05 PAY-DEPOT-NO  PIC X(8).
*> Montant recu dans la devise du client, pour un client facture en
*> devise etrangere (PAY-MONTANT porte les dollars credites par la
*> banque) - blanc pour un client en dollars
           05 PAY-MONTANT-DEV-X PIC X(9).
           05 PAY-MONTANT-DEV REDEFINES PAY-MONTANT-DEV-X
                            PIC 9(7)V99.
           05 FILLER        PIC X(9).

*> Ligne reglement + code/motif de rejet
       FD FREJPAY
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-MONTANT     PIC Z(6),99.

*> Capacite d'une table de reference : marque 'CAP', fichier (HIST,
*> LDGR, PERI), enregistrements retenus, capacite, taux en %
       01 ENRPAYRPT-CAP.
          05 CPR-MARQUE      PIC X(3).
          05 CPR-FICHIER     PIC X(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 CPR-LUS         PIC Z(5)9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 CPR-LIMITE      PIC Z(4)9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 CPR-TAUX        PIC ZZ9.

*> Même structure que celle écrite par PFACTURE (cf PFACTURE.cbl) :
*> 'P' = règlement appliqué, ARO-INVOICE-NO/ARO-O-NO à zéro (le
*> règlement arrive au niveau client), et 'S' = lettrage d'une
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-INVOICE-NO  PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-O-NO        PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 ARO-DATE        PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
             10 ARX-C-NO        PIC 9(4).
             10 ARX-INVOICE-NO  PIC 9(6).
          05 ARX-TYPE        PIC X(1).
          05 ARX-O-NO        PIC 9(6).
          05 ARX-DATE        PIC X(10).
          05 ARX-MONTANT     PIC 9(7)V99.
          05 ARX-REGLE       PIC 9(7)V99.
          05 ARX-ETAT        PIC X(1).
          05 ARX-ECHEANCE    PIC X(10).

*> Même structure que celle lue par PDEVISE (cf PDEVISE.cbl)
       FD FDEVISE
           DATA RECORD IS ENRDEVIS.

       01 ENRDEVIS.
          05 DEV-DEVI       PIC X(2).
          05 DEV-ACTIVE     PIC X(1).
          05 DEV-NB-TAUX    PIC 99.
          05 DEV-TAUX-HIST  OCCURS 10 TIMES.
             10 DEV-EFF-DATE  PIC X(8).
             10 DEV-EFF-TAUX  PIC 99V999.
          05 FILLER         PIC X(3).

*> Même structure que celle écrite par PFXREVAL (cf PFXREVAL.cbl) :
*> 'L' = ecart latent passe par PFXREVAL, 'X' = reprise a la
*> reglement ; sens 'G' gain, 'P' perte
       FD FFXLAT
           RECORDING MODE IS F.

       01 ENRFXLAT.
          05 FXL-TYPE        PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXL-C-NO        PIC 9(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXL-INVOICE-NO  PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXL-DEVISE      PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXL-DATE        PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXL-SENS        PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXL-MONTANT     PIC 9(7)V99.

*> Un reglement en devise par ligne : facture dont le taux d'origine
*> a servi, montant en devise, taux, dollars recus, valeur soldee au
*> taux d'origine, change realise et reprise du latent (sens 'G'
*> gain, 'P' perte)
       FD FFXREAL
           RECORDING MODE IS F.

       01 ENRFXREAL.
          05 FXR-DATE        PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-C-NO        PIC 9(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-DEVISE      PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-INVOICE-NO  PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-MONTANT-DEV PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-TAUX        PIC 99V999.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-RECU        PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-VALEUR      PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-SENS        PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-REALISE     PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-SENS-REPR   PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-REPRISE     PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FXR-REFERENCE   PIC X(20).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-GL-CURRENT      PIC X(21).
       77 WS-GL-MNT-STR      PIC Z(6)9,99.

*> Ecriture en cours et sa cle de recherche de compte (cf PGLACCT) :
*> nature, bureau, categorie, devise ; statut 'N' = compte d'attente
       01 PGLACCT            PIC X(7) VALUE 'PGLACCT'.
       01 WS-GL-PROGRAMME    PIC X(8) VALUE 'PPAYMENT'.
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

*> Reglements et escomptes du run par devise du client (C-DEVISE lu
*> avec la balance en 2010) : un compte clients par devise ; au-dela
*> de la table, le montant part au compte d'attente
       01 C-DEVISE           PIC X(2).
       01 WS-GLC-TABLE.
          05 WS-GLC-ENTRY OCCURS 50 TIMES.
             10 WS-GLC-DEVISE   PIC X(2).
             10 WS-GLC-MONTANT  PIC 9(7)V99.
             10 WS-GLC-ESCOMPTE PIC 9(7)V99.
             10 WS-GLC-GAIN     PIC 9(7)V99.
             10 WS-GLC-PERTE    PIC 9(7)V99.
             10 WS-GLC-REPR-G   PIC 9(7)V99.
             10 WS-GLC-REPR-P   PIC 9(7)V99.
       01 WS-NB-GLC          PIC 9(2) VALUE 0.
       01 WS-GLC-IDX         PIC 9(2).
       01 WS-GLC-TROUVE      PIC X(1).
       01 WS-GLC-DEBORD      PIC 9(7)V99 VALUE 0.
       01 WS-GLC-DEB-ESC     PIC 9(7)V99 VALUE 0.
       01 WS-GLC-DEB-FX      PIC S9(7)V99 VALUE 0.

*> Reglement d'un client en devise : taux d'origine de la facture
*> soldee, valeur imputee au client (dollars au taux d'origine),
*> change realise et reprise du latent cumulee sur ses lettrages
       77 WS-STATUS-DEV      PIC 99 VALUE 0.
       77 WS-STATUS-FXL      PIC 99 VALUE 0.
       77 WS-STATUS-FXR      PIC 99 VALUE 0.
       01 WS-DEV-OUVERT      PIC X(1) VALUE 'N'.
       01 WS-PAY-IMPUTE      PIC 9(7)V99.
       01 WS-FX-ACTIF        PIC X(1).
       01 WS-FX-CIBLE        PIC 9(4).
       01 WS-FX-DATE-CIBLE   PIC X(8).
       01 WS-FX-DATE-ORIG    PIC X(10).
       01 WS-FX-TAUX         PIC 99V999.
       01 WS-FX-TAUX-TROUVE  PIC X(1).
       01 WS-FX-IDX          PIC 99.
       01 WS-FX-REALISE      PIC S9(7)V99.
       01 WS-FX-REPRISE      PIC S9(7)V99.
       01 WS-FX-PART-REPR    PIC S9(7)V99.
       01 WS-FX-ABS          PIC 9(7)V99.
       77 WS-CT-FX-REGLES    PIC 9(4) VALUE 0.
       77 WS-CT-FX-SANS-DEV  PIC 9(4) VALUE 0.

*> Ecarts latents nets par facture (registre DFX-LATENT) : somme
*> signee des lignes de la facture, positive = gain latent passe
       01 WS-FXL-TABLE.
          05 WS-FXL-ENTRY OCCURS 5000 TIMES.
             10 WS-FXL-CNO      PIC 9(4).
             10 WS-FXL-INVNO    PIC 9(6).
             10 WS-FXL-NET      PIC S9(7)V99.
       01 WS-NB-FXL          PIC 9(4) VALUE 0.
       01 WS-FXL-IDX         PIC 9(4).
       01 WS-FXL-TROUVE      PIC X(1).
       01 WS-FXL-CH-CNO      PIC 9(4).
       01 WS-FXL-CH-INVNO    PIC 9(6).
       01 WS-FXL-PLEINE      PIC X(1) VALUE 'N'.
       01 WS-EOF-FXL         PIC X(1).

*> Encaissements du run par remise en banque : une remise lockbox
*> (PAY-DEPOT-NO) ou, hors lockbox, une reference de reglement ; la
*> piece banque passe un debit par remise pour que le rapprochement
*> bancaire (PBANKREC) retrouve chaque credit du releve. Au-dela de
*> la table, les encaissements sont cumules sur une seule ligne
       01 WS-BQE-TABLE.
          05 WS-BQE-ENTRY OCCURS 500 TIMES.
             10 WS-BQE-NATURE   PIC X(1).
*>               'L' = remise lockbox, 'R' = reference de reglement
             10 WS-BQE-REF      PIC X(20).
             10 WS-BQE-MONTANT  PIC 9(7)V99.
       01 WS-NB-BQE          PIC 9(3) VALUE 0.
       01 WS-BQE-IDX         PIC 9(3).
       01 WS-BQE-TROUVE      PIC X(1).
       01 WS-BQE-NATURE-CH   PIC X(1).
       01 WS-BQE-REF-CH      PIC X(20).
       01 WS-BQE-DEBORD      PIC 9(7)V99 VALUE 0.
*> Remises reimputees depuis le compte d'attente : l'argent est en
*> banque depuis leur premier passage, il quitte le compte d'attente
       77 WS-CT-REIMPUTE     PIC 9(7)V99 VALUE 0.

       77 WS-STATUS-PER      PIC 99 VALUE 0.
       01 WS-EOF-PER         PIC X(1).

             10 WS-PER-MOIS PIC X(7).
             10 WS-PER-ETAT PIC X(1).
       01 WS-NB-PER          PIC 99 VALUE 0.
       01 WS-LUS-PER         PIC 9(6) VALUE 0.
       01 WS-PER-IDX         PIC 99.
       01 WS-PER-FERMEE      PIC X(1).
       01 WS-MOIS-MVT        PIC X(7).

*> Historique des règlements chargé en mémoire au démarrage, complété
*> au fil du run pour attraper aussi un doublon interne au fichier du
*> jour ; au-delà de la table, la suite du fichier est relue à
*> chaque recherche (cf 2016-RELIRE-HISTORIQUE)
       01 WS-HIST-TABLE.
          05 WS-HIST-ENTRY OCCURS 5000 TIMES.
             10 WS-HIST-CNO      PIC 9(4).
             10 WS-HIST-REF      PIC X(20).
             10 WS-HIST-MONTANT  PIC 9(7)V99.
       01 WS-HIST-IDX        PIC 9(4).
       01 WS-HIST-DOUBLE     PIC X(1).
       01 WS-HIST-PLEINE     PIC X(1) VALUE 'N'.
       01 WS-LUS-HIST        PIC 9(6) VALUE 0.
       01 WS-RELU            PIC 9(6).
       01 WS-EOF-HIS         PIC X(1).

*> Ligne de capacité en cours de préparation (cf 9010)
       01 WS-CAP-FICHIER     PIC X(4).
       01 WS-CAP-LUS         PIC 9(6).
       01 WS-CAP-LIMITE      PIC 9(5).
       01 WS-CAP-TAUX        PIC 9(6).

*> Grand livre en comptes ouverts chargé en mémoire au démarrage :
*> une entrée par écriture 'F', son cumul lettré reconstitué des 'S'
*> des runs précédents (et des annulations 'V' de PVOID, des
*> prelevements revenus impayes 'D' de PDDRETURN) - le solde
*> ouvert d'une facture est MONTANT - REGLE. Table pleine : les
*> factures déjà soldées en sont retirées (cf 1135) ; au-delà, le
*> rapprochement est dégradé (compté et signalé, le run continue)
       77 WS-STATUS-MAT      PIC 99 VALUE 0.
       01 WS-LDG-TABLE.
          05 WS-LDG-ENTRY OCCURS 5000 TIMES.
             10 WS-LDG-CNO      PIC 9(4).
             10 WS-LDG-INVNO    PIC 9(6).
             10 WS-LDG-ONO      PIC 9(6).
             10 WS-LDG-DATE     PIC X(10).
             10 WS-LDG-MONTANT  PIC 9(7)V99.
             10 WS-LDG-REGLE    PIC 9(7)V99.
       01 WS-NB-LDG          PIC 9(4) VALUE 0.
       01 WS-LDG-IDX         PIC 9(4).
       01 WS-LDG-SCAN        PIC 9(4).
       01 WS-LDG-PLEINE      PIC X(1) VALUE 'N'.
       01 WS-EOF-LDG         PIC X(1).

       01 WS-RAP-MODE        PIC X(1).
       01 WS-RAP-CIBLE       PIC 9(6).
       01 WS-RAP-DATE-MIN    PIC X(10).
       01 WS-RAP-CHOISI      PIC 9(4).

       77 WS-CT-LUS          PIC 9(4) VALUE 0.
       77 WS-CT-TRAITES      PIC 9(4) VALUE 0.
       01 C-TERMS            PIC X(3).
       01 PDATECALC          PIC X(9) VALUE 'PDATECALC'.
       01 WS-ESC-MONTANT     PIC 9(5)V99.
       01 WS-ESC-CIBLE       PIC 9(4).
       01 WS-ESC-MAX         PIC 9(7)V99.
       01 WS-ESC-LIMITE      PIC X(10).
       01 WS-DC-SENS         PIC X(1).
       77 WS-CT-MT-SUSPENS   PIC 9(7)V99 VALUE 0.

*> Code retour remis au moniteur de job : 8 si aucun reglement n'a été
*> lu, 4 si au moins un reglement a été rejeté, si une ecriture
*> comptable est partie au compte d'attente ou si un reglement en
*> devise a ete applique en dollars faute de montant ou de taux,
*> 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

       PROCEDURE DIVISION.
           PERFORM 1120-CHARGER-LEDGER
           PERFORM 1140-CHARGER-SUSPENS
           PERFORM 1150-CHARGER-PERIODES
           PERFORM 1170-CHARGER-LATENTS

           OPEN OUTPUT FMATCHRPT

*> Taux dates des devises ; fichier absent : les reglements en
*> devise sont appliques en dollars et signales (cf 2025)
           OPEN INPUT FDEVISE
           IF WS-STATUS-DEV = 0
              MOVE 'Y' TO WS-DEV-OUVERT
           ELSE
              DISPLAY 'PPAYMENT : DDDEVISE ABSENT, REGLEMENTS EN'
                      ' DEVISE APPLIQUES EN DOLLARS'
           END-IF

           OPEN EXTEND FFXREAL
           IF WS-STATUS-FXR NOT = 0
              CLOSE FFXREAL
              OPEN OUTPUT FFXREAL
           END-IF

*> Grand livre indexe, en mise a jour ; premier run apres sa mise en
*> place : cree vide puis rouvert (cf FINVXREF dans PFACTURE)
           OPEN I-O FARXREF

       1110-RETENIR-HISTORIQUE.

           ADD 1 TO WS-LUS-HIST
           IF WS-NB-HIST < 5000
              ADD 1 TO WS-NB-HIST
              MOVE HIS-C-NO    TO WS-HIST-CNO(WS-NB-HIST)
              MOVE HIS-REFERENCE TO WS-HIST-REF(WS-NB-HIST)
*> Chargement du grand livre en comptes ouverts : une entrée par
*> écriture 'F', les lettrages 'S' des runs précédents et les
*> annulations 'V' de PVOID venant réduire le solde ouvert de leur
*> facture, les impayes 'D' de PDDRETURN le rouvrant (le fichier
*> est en ajout ; on le relit en entrée puis on repasse en ajout,
*> cf 1100-CHARGER-HISTORIQUE)
       1120-CHARGER-LEDGER.

           CLOSE FAROPEN

           EVALUATE ARO-TYPE
              WHEN 'F'
                 IF WS-NB-LDG = 5000
                    PERFORM 1135-COMPACTER-LEDGER
                 END-IF
                 IF WS-NB-LDG < 5000
                    ADD 1 TO WS-NB-LDG
                    MOVE ARO-C-NO       TO WS-LDG-CNO(WS-NB-LDG)
                    MOVE ARO-INVOICE-NO TO WS-LDG-INVNO(WS-NB-LDG)
              WHEN 'S'
              WHEN 'W'
              WHEN 'E'
              WHEN 'K'
*> Lettrage d'un run précédent ('S'), passage en perte ('W'),
*> escompte accorde ('E') ou acompte impute a la facturation ('K') :
*> la part déjà soldée rejoint sa facture
                 PERFORM VARYING WS-LDG-SCAN FROM 1 BY 1
                         UNTIL WS-LDG-SCAN > WS-NB-LDG
                    IF WS-LDG-CNO(WS-LDG-SCAN) = ARO-C-NO
                       ADD ARO-MONTANT TO WS-LDG-REGLE(WS-LDG-SCAN)
                    END-IF
                 END-PERFORM
              WHEN 'D'
*> Prelevement revenu impaye (PDDRETURN) : la facture se rouvre
                 PERFORM VARYING WS-LDG-SCAN FROM 1 BY 1
                         UNTIL WS-LDG-SCAN > WS-NB-LDG
                    IF WS-LDG-CNO(WS-LDG-SCAN) = ARO-C-NO
                       AND WS-LDG-INVNO(WS-LDG-SCAN) = ARO-INVOICE-NO
                       IF ARO-MONTANT < WS-LDG-REGLE(WS-LDG-SCAN)
                          SUBTRACT ARO-MONTANT
                              FROM WS-LDG-REGLE(WS-LDG-SCAN)
                       ELSE
                          MOVE 0 TO WS-LDG-REGLE(WS-LDG-SCAN)
                       END-IF
                    END-IF
                 END-PERFORM
              WHEN 'V'
*> Facture annulée par PVOID : plus rien à solder dessus
                 PERFORM VARYING WS-LDG-SCAN FROM 1 BY 1
           END-EVALUATE
           .

*> Table du grand livre pleine : les factures déjà soldées (ou
*> annulées) n'ont plus rien à marier, elles cèdent leur place ; un
*> lettrage ultérieur qui les viserait ne changerait rien
       1135-COMPACTER-LEDGER.

           MOVE 0 TO WS-LDG-IDX
           PERFORM VARYING WS-LDG-SCAN FROM 1 BY 1
                   UNTIL WS-LDG-SCAN > WS-NB-LDG
              IF WS-LDG-MONTANT(WS-LDG-SCAN) >
                 WS-LDG-REGLE(WS-LDG-SCAN)
                 ADD 1 TO WS-LDG-IDX
                 IF WS-LDG-IDX NOT = WS-LDG-SCAN
                    MOVE WS-LDG-ENTRY(WS-LDG-SCAN)
                         TO WS-LDG-ENTRY(WS-LDG-IDX)
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-LDG-IDX TO WS-NB-LDG
           .

*> Ouverture du compte d'attente en ajout et rechargement du dernier
*> identifiant attribué (même enchaînement que 1100-CHARGER-
*> HISTORIQUE) : les numéros de remise en attente continuent de run
                    AT END
                       MOVE 'Y' TO WS-EOF-PER
                    NOT AT END
                       ADD 1 TO WS-LUS-PER
                       IF WS-NB-PER < 60
                          ADD 1 TO WS-NB-PER
                          MOVE PER-MOIS TO WS-PER-MOIS(WS-NB-PER)
           END-PERFORM
           .

*> Chargement du registre des ecarts latents : un net signe par
*> facture (gain positif, perte negative) ; le fichier est en ajout,
*> on le relit en entree puis on repasse en ajout (cf 1100)
       1170-CHARGER-LATENTS.

           OPEN INPUT FFXLAT
           IF WS-STATUS-FXL = 0
              MOVE 'N' TO WS-EOF-FXL
              PERFORM UNTIL WS-EOF-FXL = 'Y'
                 READ FFXLAT
                    AT END
                       MOVE 'Y' TO WS-EOF-FXL
                    NOT AT END
                       PERFORM 1171-RETENIR-LATENT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FFXLAT

           OPEN EXTEND FFXLAT
           IF WS-STATUS-FXL NOT = 0
              CLOSE FFXLAT
              OPEN OUTPUT FFXLAT
           END-IF

           IF WS-FXL-PLEINE = 'Y'
              DISPLAY 'PPAYMENT : TABLE DES ECARTS LATENTS PLEINE,'
                      ' REPRISES LAISSEES A PFXREVAL'
           END-IF
           .

       1171-RETENIR-LATENT.

           MOVE FXL-C-NO       TO WS-FXL-CH-CNO
           MOVE FXL-INVOICE-NO TO WS-FXL-CH-INVNO
           PERFORM 1175-CHERCHER-LATENT

           IF WS-FXL-TROUVE = 'N'
              IF WS-NB-FXL < 5000
                 ADD 1 TO WS-NB-FXL
                 MOVE WS-NB-FXL TO WS-FXL-IDX
                 MOVE FXL-C-NO       TO WS-FXL-CNO(WS-FXL-IDX)
                 MOVE FXL-INVOICE-NO TO WS-FXL-INVNO(WS-FXL-IDX)
                 MOVE 0              TO WS-FXL-NET(WS-FXL-IDX)
                 MOVE 'Y' TO WS-FXL-TROUVE
              ELSE
                 MOVE 'Y' TO WS-FXL-PLEINE
              END-IF
           END-IF

           IF WS-FXL-TROUVE = 'Y'
              IF FXL-SENS = 'G'
                 ADD FXL-MONTANT TO WS-FXL-NET(WS-FXL-IDX)
              ELSE
                 SUBTRACT FXL-MONTANT FROM WS-FXL-NET(WS-FXL-IDX)
              END-IF
           END-IF
           .

*> Ligne du registre des latents de la facture WS-FXL-CH-CNO /
*> WS-FXL-CH-INVNO ; WS-FXL-IDX la designe si WS-FXL-TROUVE = 'Y'
       1175-CHERCHER-LATENT.

           MOVE 'N' TO WS-FXL-TROUVE
           PERFORM VARYING WS-FXL-IDX FROM 1 BY 1
                   UNTIL WS-FXL-IDX > WS-NB-FXL OR WS-FXL-TROUVE = 'Y'
              IF WS-FXL-CNO(WS-FXL-IDX) = WS-FXL-CH-CNO
                 AND WS-FXL-INVNO(WS-FXL-IDX) = WS-FXL-CH-INVNO
                 MOVE 'Y' TO WS-FXL-TROUVE
              END-IF
           END-PERFORM

           IF WS-FXL-TROUVE = 'Y'
              SUBTRACT 1 FROM WS-FXL-IDX
           END-IF
           .

*> Vérifie que le client existe et que le montant réglé est positif
       2010-VALIDER.

              PERFORM 2017-VALIDER-ESCOMPTE
           END-IF

*> Montant en devise fourni mais illisible : rejet pour decision
*> humaine (un blanc reste admis, cf 2025-PREPARER-CHANGE)
           IF WS-VALID-REC = 'Y'
              AND PAY-MONTANT-DEV-X NOT = SPACES
              AND PAY-MONTANT-DEV-X NOT NUMERIC
              MOVE 'N'    TO WS-VALID-REC
              MOVE 'E014' TO WS-REJ-CODE
              MOVE 'MONTANT EN DEVISE NON NUMERIQUE' TO WS-REJ-MOTIF
           END-IF

*> Détection de remise en double : même client, même référence et
*> même montant déjà appliqués (historique des runs précédents ou
*> plus haut dans le fichier du jour). Rejet pour décision humaine ;

           IF WS-VALID-REC = 'Y'
              EXEC SQL
                 SELECT BALANCE, VALUE(CURRENCY, ' ')
                 INTO :C-BALANCE, :C-DEVISE
                 FROM API12.CUSTOMERS
                 WHERE C_NO = :PAY-C-NO
              END-EXEC
                 MOVE 'Y' TO WS-HIST-DOUBLE
              END-IF
           END-PERFORM

           IF WS-HIST-PLEINE = 'Y' AND WS-HIST-DOUBLE = 'N'
              PERFORM 2016-RELIRE-HISTORIQUE
           END-IF
           .

*> Suite de DPAYMENT-HIST au-delà de la table (y compris les
*> règlements du run déjà ajoutés au fichier) : le fichier est en
*> ajout, on le relit en entrée puis on repasse en ajout, comme au
*> chargement (cf 1100-CHARGER-HISTORIQUE)
       2016-RELIRE-HISTORIQUE.

           MOVE 0 TO WS-RELU
           CLOSE FPAYHIST
           OPEN INPUT FPAYHIST
           IF WS-STATUS-HIS = 0
              MOVE 'N' TO WS-EOF-HIS
              PERFORM UNTIL WS-EOF-HIS = 'Y'
                 READ FPAYHIST
                    AT END
                       MOVE 'Y' TO WS-EOF-HIS
                    NOT AT END
                       ADD 1 TO WS-RELU
                       IF WS-RELU > WS-NB-HIST
                          AND HIS-C-NO = PAY-C-NO
                          AND HIS-REFERENCE = PAY-REFERENCE
                          AND HIS-MONTANT = PAY-MONTANT
                          MOVE 'Y' TO WS-HIST-DOUBLE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FPAYHIST
           OPEN EXTEND FPAYHIST
           .

*> Diminue le solde du client du montant réglé (pour un client en
*> devise, de la valeur au taux d'origine, cf 2025)
       2020-APPLIQUER-REGLEMENT.

           PERFORM 2025-PREPARER-CHANGE

           EXEC SQL
              UPDATE API12.CUSTOMERS
              SET BALANCE = BALANCE - :WS-PAY-IMPUTE
              WHERE C_NO = :PAY-C-NO
           END-EXEC

           IF SQLCODE = 0
              ADD 1 TO WS-CT-TRAITES
              ADD PAY-MONTANT TO WS-CT-MONTANT
              PERFORM 2065-CUMULER-REMISE
              PERFORM 2060-CHERCHER-DEVISE
              IF WS-GLC-TROUVE = 'Y'
                 ADD WS-PAY-IMPUTE TO WS-GLC-MONTANT(WS-GLC-IDX)
              ELSE
                 ADD WS-PAY-IMPUTE TO WS-GLC-DEBORD
              END-IF

*> Écriture 'P' au grand livre en comptes ouverts, en regard des
*> écritures 'F' de PFACTURE
              MOVE 0             TO ARO-INVOICE-NO
              MOVE 0             TO ARO-O-NO
              MOVE PAY-DATE      TO ARO-DATE
              MOVE WS-PAY-IMPUTE TO ARO-MONTANT
              MOVE PAY-REFERENCE TO ARO-REFERENCE
              WRITE ENRAROPEN

              MOVE PAY-MONTANT   TO HIS-MONTANT
              WRITE ENRPAYHIST

              ADD 1 TO WS-LUS-HIST
              IF WS-NB-HIST < 5000
                 ADD 1 TO WS-NB-HIST
                 MOVE PAY-C-NO      TO WS-HIST-CNO(WS-NB-HIST)
                 MOVE PAY-REFERENCE TO WS-HIST-REF(WS-NB-HIST)

*> Mariage du règlement aux factures ouvertes de son client
              PERFORM 2040-RAPPROCHER-FACTURES

*> Change realise du reglement en devise, apres les reprises de
*> latent faites au lettrage
              IF WS-FX-ACTIF = 'Y'
                 PERFORM 2045-ENREGISTRER-CHANGE
              END-IF
           ELSE
              DISPLAY 'ERREUR : ' SQLCODE
              MOVE 'E004' TO WS-REJ-CODE
           END-IF
           .

*> Client en devise (C-DEVISE lu en 2010) : la valeur imputee au
*> client est le montant en devise au taux d'origine de la facture,
*> le reste des dollars recus est du change realise. Sans montant en
*> devise ou sans taux, les dollars recus sont imputes tels quels
       2025-PREPARER-CHANGE.

           MOVE PAY-MONTANT TO WS-PAY-IMPUTE
           MOVE 'N' TO WS-FX-ACTIF
           MOVE 0 TO WS-FX-REALISE
           MOVE 0 TO WS-FX-REPRISE
           MOVE 0 TO WS-FX-TAUX
           MOVE 0 TO WS-FX-CIBLE

           IF C-DEVISE NOT = 'US' AND C-DEVISE NOT = SPACES
              IF PAY-MONTANT-DEV-X NOT NUMERIC
                 OR PAY-MONTANT-DEV = 0
                 ADD 1 TO WS-CT-FX-SANS-DEV
                 DISPLAY 'PPAYMENT : CLIENT ' PAY-C-NO ' EN DEVISE '
                         C-DEVISE ' SANS MONTANT EN DEVISE,'
                         ' APPLIQUE EN DOLLARS'
              ELSE
                 PERFORM 2026-TAUX-ORIGINE
                 IF WS-FX-TAUX = 0
                    ADD 1 TO WS-CT-FX-SANS-DEV
                    DISPLAY 'PPAYMENT : CLIENT ' PAY-C-NO
                            ' DEVISE ' C-DEVISE ' SANS TAUX,'
                            ' APPLIQUE EN DOLLARS'
                 ELSE
                    COMPUTE WS-PAY-IMPUTE ROUNDED =
                        PAY-MONTANT-DEV * WS-FX-TAUX
                    COMPUTE WS-FX-REALISE =
                        PAY-MONTANT - WS-PAY-IMPUTE
                    MOVE 'Y' TO WS-FX-ACTIF
                    ADD 1 TO WS-CT-FX-REGLES
                 END-IF
              END-IF
           END-IF
           .

*> Taux d'origine : celui de DDDEVISE a la date de la facture visee
*> par la remise, a defaut de la plus ancienne facture ouverte du
*> client (celle que le rapprochement solde en premier), a defaut
*> a la date du reglement
       2026-TAUX-ORIGINE.

           IF PAY-INVOICE-NO NUMERIC AND PAY-INVOICE-NO NOT = ZEROS
              MOVE PAY-INVOICE-NO TO WS-RAP-CIBLE
              PERFORM VARYING WS-LDG-SCAN FROM 1 BY 1
                      UNTIL WS-LDG-SCAN > WS-NB-LDG
                 IF WS-LDG-CNO(WS-LDG-SCAN) = PAY-C-NO
                    AND WS-LDG-INVNO(WS-LDG-SCAN) = WS-RAP-CIBLE
                    AND WS-LDG-MONTANT(WS-LDG-SCAN) >
                        WS-LDG-REGLE(WS-LDG-SCAN)
                    MOVE WS-LDG-SCAN TO WS-FX-CIBLE
                 END-IF
              END-PERFORM
           END-IF

           IF WS-FX-CIBLE = 0
              MOVE HIGH-VALUES TO WS-RAP-DATE-MIN
              PERFORM VARYING WS-LDG-SCAN FROM 1 BY 1
                      UNTIL WS-LDG-SCAN > WS-NB-LDG
                 IF WS-LDG-CNO(WS-LDG-SCAN) = PAY-C-NO
                    AND WS-LDG-MONTANT(WS-LDG-SCAN) >
                        WS-LDG-REGLE(WS-LDG-SCAN)
                    AND WS-LDG-DATE(WS-LDG-SCAN) < WS-RAP-DATE-MIN
                    MOVE WS-LDG-DATE(WS-LDG-SCAN) TO WS-RAP-DATE-MIN
                    MOVE WS-LDG-SCAN TO WS-FX-CIBLE
                 END-IF
              END-PERFORM
           END-IF

           IF WS-FX-CIBLE > 0
              MOVE WS-LDG-DATE(WS-FX-CIBLE) TO WS-FX-DATE-ORIG
           ELSE
              MOVE PAY-DATE TO WS-FX-DATE-ORIG
           END-IF

           MOVE SPACES TO WS-FX-DATE-CIBLE
           STRING WS-FX-DATE-ORIG(1:4) DELIMITED BY SIZE
                  WS-FX-DATE-ORIG(6:2) DELIMITED BY SIZE
                  WS-FX-DATE-ORIG(9:2) DELIMITED BY SIZE
                  INTO WS-FX-DATE-CIBLE
           END-STRING

           IF WS-DEV-OUVERT = 'Y'
              MOVE C-DEVISE TO DEV-DEVI
              READ FDEVISE
                  INVALID KEY
                      MOVE 0 TO WS-FX-TAUX
                  NOT INVALID KEY
                      PERFORM 2027-SELECTIONNER-TAUX
              END-READ
           END-IF
           .

*> Taux en vigueur a WS-FX-DATE-CIBLE : le plus recent dont la date
*> d'effet ne depasse pas la cible, a defaut le plus ancien connu
*> (memes regles que PDEVISE.2100)
       2027-SELECTIONNER-TAUX.

           MOVE 'N' TO WS-FX-TAUX-TROUVE
           MOVE 0 TO WS-FX-TAUX

           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL WS-FX-IDX > DEV-NB-TAUX
              IF DEV-EFF-DATE(WS-FX-IDX) <= WS-FX-DATE-CIBLE
                 MOVE DEV-EFF-TAUX(WS-FX-IDX) TO WS-FX-TAUX
                 MOVE 'Y' TO WS-FX-TAUX-TROUVE
              END-IF
           END-PERFORM

           IF WS-FX-TAUX-TROUVE = 'N' AND DEV-NB-TAUX > 0
              MOVE DEV-EFF-TAUX(1) TO WS-FX-TAUX
           END-IF
           .

*> Change realise du reglement : cumul par devise pour la piece de
*> fin de run et ligne du registre DFX-REALISE
       2045-ENREGISTRER-CHANGE.

           PERFORM 2060-CHERCHER-DEVISE
           IF WS-GLC-TROUVE = 'Y'
              IF WS-FX-REALISE > 0
                 ADD WS-FX-REALISE TO WS-GLC-GAIN(WS-GLC-IDX)
              ELSE
                 COMPUTE WS-FX-ABS = 0 - WS-FX-REALISE
                 ADD WS-FX-ABS TO WS-GLC-PERTE(WS-GLC-IDX)
              END-IF
           ELSE
              ADD WS-FX-REALISE TO WS-GLC-DEB-FX
           END-IF

           MOVE SPACES TO ENRFXREAL
           MOVE PAY-DATE        TO FXR-DATE
           MOVE PAY-C-NO        TO FXR-C-NO
           MOVE C-DEVISE        TO FXR-DEVISE
           IF WS-FX-CIBLE > 0
              MOVE WS-LDG-INVNO(WS-FX-CIBLE) TO FXR-INVOICE-NO
           ELSE
              MOVE 0 TO FXR-INVOICE-NO
           END-IF
           MOVE PAY-MONTANT-DEV TO FXR-MONTANT-DEV
           MOVE WS-FX-TAUX      TO FXR-TAUX
           MOVE PAY-MONTANT     TO FXR-RECU
           MOVE WS-PAY-IMPUTE   TO FXR-VALEUR
           IF WS-FX-REALISE < 0
              MOVE 'P' TO FXR-SENS
              COMPUTE FXR-REALISE = 0 - WS-FX-REALISE
           ELSE
              MOVE 'G' TO FXR-SENS
              MOVE WS-FX-REALISE TO FXR-REALISE
           END-IF
           IF WS-FX-REPRISE < 0
              MOVE 'P' TO FXR-SENS-REPR
              COMPUTE FXR-REPRISE = 0 - WS-FX-REPRISE
           ELSE
              MOVE 'G' TO FXR-SENS-REPR
              MOVE WS-FX-REPRISE TO FXR-REPRISE
           END-IF
           MOVE PAY-REFERENCE   TO FXR-REFERENCE
           WRITE ENRFXREAL
           .

*> Escompte accorde : la part escomptee solde la facture visee
*> (ecriture 'E' au grand livre, cumul regle en table et au grand
*> livre indexe) et quitte la balance du client - la piece comptable
           ELSE
              ADD WS-ESC-MONTANT TO WS-LDG-REGLE(WS-ESC-CIBLE)
              ADD WS-ESC-MONTANT TO WS-CT-ESCOMPTES
              PERFORM 2060-CHERCHER-DEVISE
              IF WS-GLC-TROUVE = 'Y'
                 ADD WS-ESC-MONTANT TO WS-GLC-ESCOMPTE(WS-GLC-IDX)
              ELSE
                 ADD WS-ESC-MONTANT TO WS-GLC-DEB-ESC
              END-IF

              MOVE SPACES TO ENRAROPEN
              MOVE 'E'                       TO ARO-TYPE
*> reste imputé au solde global du client, comme avant cet ajout)
       2040-RAPPROCHER-FACTURES.

           MOVE WS-PAY-IMPUTE TO WS-RAP-RESTE

*> Passe 1 : la facture visée par la remise, si elle est fournie
           IF PAY-INVOICE-NO NUMERIC AND PAY-INVOICE-NO NOT = ZEROS
              MOVE WS-RAP-SOLDE TO WS-RAP-PART
           END-IF

           IF WS-FX-ACTIF = 'Y'
              PERFORM 2055-REPRENDRE-LATENT
           END-IF

           ADD WS-RAP-PART TO WS-LDG-REGLE(WS-LDG-IDX)
           SUBTRACT WS-RAP-PART FROM WS-RAP-RESTE

           ADD 1 TO WS-CT-LETTRAGES
           .

*> Reprise de l'ecart latent de la facture WS-LDG-IDX au prorata de
*> la part lettree (WS-RAP-PART sur un solde ouvert WS-RAP-SOLDE) :
*> ligne 'X' de sens contraire au registre, cumul par devise pour la
*> piece de fin de run. Devise hors table : rien n'est repris ici,
*> PFXREVAL reprend le latent a sa prochaine reevaluation
       2055-REPRENDRE-LATENT.

           MOVE PAY-C-NO                 TO WS-FXL-CH-CNO
           MOVE WS-LDG-INVNO(WS-LDG-IDX) TO WS-FXL-CH-INVNO
           PERFORM 1175-CHERCHER-LATENT
           PERFORM 2060-CHERCHER-DEVISE

           IF WS-FXL-TROUVE = 'Y' AND WS-GLC-TROUVE = 'Y'
              AND WS-FXL-NET(WS-FXL-IDX) NOT = 0
              AND WS-RAP-SOLDE > 0
              IF WS-RAP-PART = WS-RAP-SOLDE
                 MOVE WS-FXL-NET(WS-FXL-IDX) TO WS-FX-PART-REPR
              ELSE
                 COMPUTE WS-FX-PART-REPR ROUNDED =
                     WS-FXL-NET(WS-FXL-IDX) * WS-RAP-PART
                     / WS-RAP-SOLDE
              END-IF
              SUBTRACT WS-FX-PART-REPR FROM WS-FXL-NET(WS-FXL-IDX)
              ADD WS-FX-PART-REPR TO WS-FX-REPRISE

              MOVE SPACES TO ENRFXLAT
              MOVE 'X'                      TO FXL-TYPE
              MOVE PAY-C-NO                 TO FXL-C-NO
              MOVE WS-LDG-INVNO(WS-LDG-IDX) TO FXL-INVOICE-NO
              MOVE C-DEVISE                 TO FXL-DEVISE
              MOVE PAY-DATE                 TO FXL-DATE
              IF WS-FX-PART-REPR > 0
                 MOVE 'P' TO FXL-SENS
                 MOVE WS-FX-PART-REPR TO FXL-MONTANT
                 ADD WS-FX-PART-REPR TO WS-GLC-REPR-G(WS-GLC-IDX)
              ELSE
                 MOVE 'G' TO FXL-SENS
                 COMPUTE WS-FX-ABS = 0 - WS-FX-PART-REPR
                 MOVE WS-FX-ABS TO FXL-MONTANT
                 ADD WS-FX-ABS TO WS-GLC-REPR-P(WS-GLC-IDX)
              END-IF
              WRITE ENRFXLAT
           END-IF
           .

*> Ligne de WS-GLC-TABLE de la devise du client du reglement en
*> cours (C-DEVISE), creee au besoin ; WS-GLC-TROUVE = 'N' en sortie
*> si la table est pleine (montant au cumul de debordement)
       2060-CHERCHER-DEVISE.

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
                 MOVE 0 TO WS-GLC-ESCOMPTE(WS-GLC-IDX)
                 MOVE 0 TO WS-GLC-GAIN(WS-GLC-IDX)
                 MOVE 0 TO WS-GLC-PERTE(WS-GLC-IDX)
                 MOVE 0 TO WS-GLC-REPR-G(WS-GLC-IDX)
                 MOVE 0 TO WS-GLC-REPR-P(WS-GLC-IDX)
                 MOVE 'Y' TO WS-GLC-TROUVE
              END-IF
           END-IF
           .

*> Cumul de l'encaissement sous sa remise en banque : la remise
*> lockbox si le reglement en vient, sinon sa reference (les
*> reglements sans reference partagent une meme ligne) ; une remise
*> reimputee n'est pas un nouvel encaissement, elle sort du compte
*> d'attente
       2065-CUMULER-REMISE.

           IF PAY-DEPOT-NO = 'SUSPENS'
              ADD PAY-MONTANT TO WS-CT-REIMPUTE
           ELSE
              IF PAY-DEPOT-NO NOT = SPACES
                 MOVE 'L' TO WS-BQE-NATURE-CH
                 MOVE PAY-DEPOT-NO TO WS-BQE-REF-CH
              ELSE
                 MOVE 'R' TO WS-BQE-NATURE-CH
                 MOVE PAY-REFERENCE TO WS-BQE-REF-CH
              END-IF
              PERFORM 2066-CHERCHER-REMISE
           END-IF
           .

       2066-CHERCHER-REMISE.

           MOVE 'N' TO WS-BQE-TROUVE
           PERFORM VARYING WS-BQE-IDX FROM 1 BY 1
                   UNTIL WS-BQE-IDX > WS-NB-BQE OR WS-BQE-TROUVE = 'Y'
              IF WS-BQE-NATURE(WS-BQE-IDX) = WS-BQE-NATURE-CH
                 AND WS-BQE-REF(WS-BQE-IDX) = WS-BQE-REF-CH
                 MOVE 'Y' TO WS-BQE-TROUVE
                 ADD PAY-MONTANT TO WS-BQE-MONTANT(WS-BQE-IDX)
              END-IF
           END-PERFORM

           IF WS-BQE-TROUVE = 'N'
              IF WS-NB-BQE < 500
                 ADD 1 TO WS-NB-BQE
                 MOVE WS-BQE-NATURE-CH TO WS-BQE-NATURE(WS-NB-BQE)
                 MOVE WS-BQE-REF-CH    TO WS-BQE-REF(WS-NB-BQE)
                 MOVE PAY-MONTANT      TO WS-BQE-MONTANT(WS-NB-BQE)
              ELSE
                 ADD PAY-MONTANT TO WS-BQE-DEBORD
              END-IF
           END-IF
           .

*> Journalisation d'un reglement rejeté ; une remise au client
*> inconnu (E003) part EN PLUS au compte d'attente : l'argent de la
*> banque est bien arrivé, il attend sa réimputation au lieu de

           ADD 1 TO WS-CT-SUSPENS
           ADD PAY-MONTANT TO WS-CT-MT-SUSPENS

*> L'argent est arrive avec sa remise : il entre en banque et part
*> au compte d'attente des reglements jusqu'a sa reimputation
           PERFORM 2065-CUMULER-REMISE
           .

*> Rapport de contrôle et code retour
           MOVE WS-CT-MONTANT   TO RPT-MONTANT
           WRITE ENRPAYRPT

*> Capacité des tables : historique (lus au-delà de 5000 = relu sur
*> fichier), factures ouvertes du grand livre, calendrier comptable
           MOVE 'HIST'      TO WS-CAP-FICHIER
           MOVE WS-LUS-HIST TO WS-CAP-LUS
           MOVE 5000        TO WS-CAP-LIMITE
           PERFORM 9010-LIGNE-CAPACITE
           MOVE 'LDGR'      TO WS-CAP-FICHIER
           MOVE WS-NB-LDG   TO WS-CAP-LUS
           MOVE 5000        TO WS-CAP-LIMITE
           PERFORM 9010-LIGNE-CAPACITE
           MOVE 'PERI'      TO WS-CAP-FICHIER
           MOVE WS-LUS-PER  TO WS-CAP-LUS
           MOVE 60          TO WS-CAP-LIMITE
           PERFORM 9010-LIGNE-CAPACITE

*> Piece comptable des encaissements du run : debit banque, credit
*> clients (rien a journaliser si aucun reglement applique)
           IF WS-CT-TRAITES > 0 OR WS-CT-SUSPENS > 0
              PERFORM 9100-JOURNAL-COMPTABLE
           END-IF

           DISPLAY 'PPAYMENT : MISES EN ATTENTE=' WS-CT-SUSPENS
                   ' MONTANT=' WS-CT-MT-SUSPENS
           DISPLAY 'PPAYMENT : ESCOMPTES ACCORDES=' WS-CT-ESCOMPTES
           DISPLAY 'PPAYMENT : REGLEMENTS EN DEVISE=' WS-CT-FX-REGLES
                   ' SANS MONTANT DEVISE OU TAUX=' WS-CT-FX-SANS-DEV

           IF WS-HIST-PLEINE = 'Y'
              DISPLAY 'PPAYMENT : TABLE HISTORIQUE PLEINE, DOUBLONS'
                      ' RECHERCHES PAR RELECTURE DE DPAYMENT-HIST'
           END-IF

           IF WS-LDG-PLEINE = 'Y'
                 MOVE 8 TO WS-RETURN-CODE
              WHEN WS-CT-REJETES > 0
                 MOVE 4 TO WS-RETURN-CODE
              WHEN WS-CT-GL-ATTENTE > 0
                 MOVE 4 TO WS-RETURN-CODE
              WHEN WS-CT-FX-SANS-DEV > 0
                 MOVE 4 TO WS-RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO WS-RETURN-CODE
           END-EVALUATE

           IF WS-DEV-OUVERT = 'Y'
              CLOSE FDEVISE
           END-IF

           CLOSE FPAYMENT
                 FREJPAY
                 FPAYRPT
                 FMATCHRPT
                 FSUSP
                 FARXREF
                 FFXLAT
                 FFXREAL

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .

*> Ligne 'CAP' d'une table : fichier WS-CAP-FICHIER, enregistrements
*> retenus WS-CAP-LUS, capacité WS-CAP-LIMITE
       9010-LIGNE-CAPACITE.

           COMPUTE WS-CAP-TAUX = (WS-CAP-LUS * 100) / WS-CAP-LIMITE
           IF WS-CAP-TAUX > 999
              MOVE 999 TO WS-CAP-TAUX
           END-IF
           MOVE SPACES         TO ENRPAYRPT-CAP
           MOVE 'CAP'          TO CPR-MARQUE
           MOVE WS-CAP-FICHIER TO CPR-FICHIER
           MOVE WS-CAP-LUS     TO CPR-LUS
           MOVE WS-CAP-LIMITE  TO CPR-LIMITE
           MOVE WS-CAP-TAUX    TO CPR-TAUX
           WRITE ENRPAYRPT-CAP
           DISPLAY 'PPAYMENT : CAPACITE ' CPR-FICHIER ' ' CPR-LUS
                   '/' CPR-LIMITE ' ' CPR-TAUX '%'
           .

*> Une ligne 'O' par facture encore ouverte en fin de run (solde non
*> nul apres les lettrages), puis la ligne de totaux 'T' du rapport
       9050-FACTURES-OUVERTES.
           .

*> Piece comptable equilibree des encaissements du run : debit
*> banque, credit clients (un compte clients par devise du client),
*> datee et signee PPAYMENT, reprise sur la liste de controle DGL-EDIT
*> (cf PFACTURE.6100 pour le meme schema) ; comptes determines par
*> PGLACCT, sans compte parametre -> compte d'attente
       9100-JOURNAL-COMPTABLE.

           MOVE SPACES TO ENRGLEDIT
           END-STRING
           WRITE ENRGLEDIT

           MOVE SPACES TO WS-GL-OFFICE
           MOVE SPACES TO WS-GL-CATEG
           MOVE SPACES TO WS-GL-DEVISE
*> Un debit banque par remise : 'BANQUE LBX <depot>' pour une remise
*> lockbox, 'BANQUE <reference>' sinon (libelle relu par PBANKREC)
           MOVE 'BANQUE' TO WS-GL-TYPE
           MOVE 0 TO WS-GL-CREDIT
           PERFORM VARYING WS-BQE-IDX FROM 1 BY 1
                   UNTIL WS-BQE-IDX > WS-NB-BQE
              MOVE SPACES TO WS-GL-LIBELLE
              IF WS-BQE-NATURE(WS-BQE-IDX) = 'L'
                 MOVE 'BANQUE LBX' TO WS-GL-LIBELLE(1:10)
                 MOVE WS-BQE-REF(WS-BQE-IDX) TO WS-GL-LIBELLE(12:8)
              ELSE
                 IF WS-BQE-REF(WS-BQE-IDX) = SPACES
                    MOVE 'BANQUE - REGLEMENTS RECUS' TO WS-GL-LIBELLE
                 ELSE
                    MOVE 'BANQUE' TO WS-GL-LIBELLE(1:6)
                    MOVE WS-BQE-REF(WS-BQE-IDX) TO WS-GL-LIBELLE(8:20)
                 END-IF
              END-IF
              MOVE WS-BQE-MONTANT(WS-BQE-IDX) TO WS-GL-DEBIT
              PERFORM 9110-ECRIRE-PIECE
           END-PERFORM
           IF WS-BQE-DEBORD > 0
              MOVE 'BANQUE - REGLEMENTS RECUS' TO WS-GL-LIBELLE
              MOVE WS-BQE-DEBORD TO WS-GL-DEBIT
              PERFORM 9110-ECRIRE-PIECE
           END-IF

*> Compte d'attente des reglements (cf PSUSPENSE) : debit des remises
*> reimputees, credit des remises inimputables du run
           IF WS-CT-REIMPUTE > 0
              MOVE 'REGLATT' TO WS-GL-TYPE
              MOVE 'ATTENTE - REMISES REIMPUTEES' TO WS-GL-LIBELLE
              MOVE WS-CT-REIMPUTE TO WS-GL-DEBIT
              MOVE 0 TO WS-GL-CREDIT
              PERFORM 9110-ECRIRE-PIECE
           END-IF
           IF WS-CT-MT-SUSPENS > 0
              MOVE 'REGLATT' TO WS-GL-TYPE
              MOVE 'ATTENTE - REMISES INIMPUTABLES' TO WS-GL-LIBELLE
              MOVE 0 TO WS-GL-DEBIT
              MOVE WS-CT-MT-SUSPENS TO WS-GL-CREDIT
              PERFORM 9110-ECRIRE-PIECE
           END-IF

           PERFORM VARYING WS-GLC-IDX FROM 1 BY 1
                   UNTIL WS-GLC-IDX > WS-NB-GLC
              IF WS-GLC-MONTANT(WS-GLC-IDX) > 0
                 MOVE 'CLIENTS' TO WS-GL-TYPE
                 MOVE WS-GLC-DEVISE(WS-GLC-IDX) TO WS-GL-DEVISE
                 MOVE 'CLIENTS - REGLEMENTS IMPUTES' TO WS-GL-LIBELLE
                 MOVE 0 TO WS-GL-DEBIT
                 MOVE WS-GLC-MONTANT(WS-GLC-IDX) TO WS-GL-CREDIT
                 PERFORM 9110-ECRIRE-PIECE
              END-IF
           END-PERFORM
           IF WS-GLC-DEBORD > 0
              MOVE 'SUSPENS' TO WS-GL-TYPE
              MOVE SPACES TO WS-GL-DEVISE
              MOVE 'CLIENTS - DEVISES HORS TABLE' TO WS-GL-LIBELLE
              MOVE 0 TO WS-GL-DEBIT
              MOVE WS-GLC-DEBORD TO WS-GL-CREDIT
              PERFORM 9110-ECRIRE-PIECE
           END-IF

*> Piece des escomptes accordes : charge en escomptes, credit
*> clients (rien si aucun escompte pris dans le run)
           IF WS-CT-ESCOMPTES > 0
              MOVE SPACES TO WS-GL-DEVISE
              MOVE 'ESCOMPTE' TO WS-GL-TYPE
              MOVE 'ESCOMPTES ACCORDES' TO WS-GL-LIBELLE
              MOVE WS-CT-ESCOMPTES TO WS-GL-DEBIT
              MOVE 0 TO WS-GL-CREDIT
              PERFORM 9110-ECRIRE-PIECE

              PERFORM VARYING WS-GLC-IDX FROM 1 BY 1
                      UNTIL WS-GLC-IDX > WS-NB-GLC
                 IF WS-GLC-ESCOMPTE(WS-GLC-IDX) > 0
                    MOVE 'CLIENTS' TO WS-GL-TYPE
                    MOVE WS-GLC-DEVISE(WS-GLC-IDX) TO WS-GL-DEVISE
                    MOVE 'CLIENTS - ESCOMPTES IMPUTES' TO WS-GL-LIBELLE
                    MOVE 0 TO WS-GL-DEBIT
                    MOVE WS-GLC-ESCOMPTE(WS-GLC-IDX) TO WS-GL-CREDIT
                    PERFORM 9110-ECRIRE-PIECE
                 END-IF
              END-PERFORM
              IF WS-GLC-DEB-ESC > 0
                 MOVE 'SUSPENS' TO WS-GL-TYPE
                 MOVE SPACES TO WS-GL-DEVISE
                 MOVE 'ESCOMPTES - DEVISES HORS TABLE' TO WS-GL-LIBELLE
                 MOVE 0 TO WS-GL-DEBIT
                 MOVE WS-GLC-DEB-ESC TO WS-GL-CREDIT
                 PERFORM 9110-ECRIRE-PIECE
              END-IF
           END-IF

*> Change des reglements en devise, par devise : gain ou perte
*> realise (difference entre dollars recus et valeur soldee au taux
*> d'origine), puis reprise des ecarts latents passes par PFXREVAL
*> sur les factures soldees (ecritures inverses des siennes)
           PERFORM VARYING WS-GLC-IDX FROM 1 BY 1
                   UNTIL WS-GLC-IDX > WS-NB-GLC
              MOVE WS-GLC-DEVISE(WS-GLC-IDX) TO WS-GL-DEVISE
              IF WS-GLC-GAIN(WS-GLC-IDX) > 0
                 MOVE 'GAINREAL' TO WS-GL-TYPE
                 MOVE 'GAIN DE CHANGE REALISE' TO WS-GL-LIBELLE
                 MOVE 0 TO WS-GL-DEBIT
                 MOVE WS-GLC-GAIN(WS-GLC-IDX) TO WS-GL-CREDIT
                 PERFORM 9110-ECRIRE-PIECE
              END-IF
              IF WS-GLC-PERTE(WS-GLC-IDX) > 0
                 MOVE 'PERTREAL' TO WS-GL-TYPE
                 MOVE 'PERTE DE CHANGE REALISEE' TO WS-GL-LIBELLE
                 MOVE WS-GLC-PERTE(WS-GLC-IDX) TO WS-GL-DEBIT
                 MOVE 0 TO WS-GL-CREDIT
                 PERFORM 9110-ECRIRE-PIECE
              END-IF
              IF WS-GLC-REPR-G(WS-GLC-IDX) > 0
                 MOVE 'GAINCHG' TO WS-GL-TYPE
                 MOVE 'REPRISE GAIN DE CHANGE LATENT' TO WS-GL-LIBELLE
                 MOVE WS-GLC-REPR-G(WS-GLC-IDX) TO WS-GL-DEBIT
                 MOVE 0 TO WS-GL-CREDIT
                 PERFORM 9110-ECRIRE-PIECE
                 MOVE 'ECARTACT' TO WS-GL-TYPE
                 MOVE 'REPRISE ECART CONVERSION ACTIF' TO WS-GL-LIBELLE
                 MOVE 0 TO WS-GL-DEBIT
                 MOVE WS-GLC-REPR-G(WS-GLC-IDX) TO WS-GL-CREDIT
                 PERFORM 9110-ECRIRE-PIECE
              END-IF
              IF WS-GLC-REPR-P(WS-GLC-IDX) > 0
                 MOVE 'ECARTPAS' TO WS-GL-TYPE
                 MOVE 'REPRISE ECART CONVERSION PASSIF'
                      TO WS-GL-LIBELLE
                 MOVE WS-GLC-REPR-P(WS-GLC-IDX) TO WS-GL-DEBIT
                 MOVE 0 TO WS-GL-CREDIT
                 PERFORM 9110-ECRIRE-PIECE
                 MOVE 'PERTECHG' TO WS-GL-TYPE
                 MOVE 'REPRISE PERTE DE CHANGE LATENTE' TO WS-GL-LIBELLE
                 MOVE 0 TO WS-GL-DEBIT
                 MOVE WS-GLC-REPR-P(WS-GLC-IDX) TO WS-GL-CREDIT
                 PERFORM 9110-ECRIRE-PIECE
              END-IF
           END-PERFORM
           IF WS-GLC-DEB-FX NOT = 0
              MOVE 'SUSPENS' TO WS-GL-TYPE
              MOVE SPACES TO WS-GL-DEVISE
              MOVE 'CHANGE REALISE - HORS TABLE' TO WS-GL-LIBELLE
              IF WS-GLC-DEB-FX > 0
                 MOVE 0 TO WS-GL-DEBIT
                 MOVE WS-GLC-DEB-FX TO WS-GL-CREDIT
              ELSE
                 COMPUTE WS-GL-DEBIT = 0 - WS-GLC-DEB-FX
                 MOVE 0 TO WS-GL-CREDIT
              END-IF
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
              DISPLAY 'PPAYMENT : ' WS-CT-GL-ATTENTE
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
           MOVE WS-GL-DATE-RUN TO JRN-DATE
           MOVE 'PPAYMENT'     TO JRN-SOURCE
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
