*>   echange structure type 810 (facture electronique) a partir des
*>   memes donnees que PFACTURE assemble deja pour le registre CSV :
*>   segments d'enveloppe (ISA/GS ... GE/IEA), une transaction
*>   ST/BIG/N1/IT1/TXI/TDS/CTT/SE par facture, avec compte de segments et
*>   numeros de controle d'echange - pour les grands comptes qui
*>   refusent le papier et paient a soixante jours
*>
*> - FEXTRACT / DEXTRACT : extrait de facturation (cf PEXTRACT), relu
*>   une fois par client EDI (ils se comptent sur les doigts d'une
*>   main, le rebalayage reste marginal)
*> - FEDICUST / DEDICUST : clients EDI, un C_NO par ligne ; s'y
*>   ajoutent les clients de l'extrait dont le canal d'envoi est
*>   l'EDI (EXT-LIVRAISON = 'E', cf transaction 'D' de PCUSTMAINT)
*> - FINVCTL / DINVOICE-CTL : numeros de facture par commande
*> - FTAXRATE / DSTATETAX : taux de taxe par etat (memes taux que
*>   PFACTURE, pour que le total EDI colle a la facture imprimee)
*> - Aucun
*>
*> Remarques :
*> - La suite des numeros de controle de DEDI-CTL est partagee avec
*>   les avis d'expedition 856 (PEDI856) et les catalogues 832
*>   (PEDI832) : ne jamais lancer deux de ces programmes en meme temps
*> - Les montants sont edites avec la virgule decimale, comme dans le
*>   registre CSV (DECIMAL-POINT IS COMMA) : c'est la convention de
*>   tous les exports de cette chaine
*>   TOTAL = sous-total + taxe)
*> - Les lignes ecartees par PFACTURE (quantite nulle, description
*>   vide) sont ecartees ici aussi, pour que l'EDI colle au papier
*> - La taxe est ventilee par classe de taxe (EXT-TAX-CLASS) comme au
*>   pied de PFACTURE : un segment TXI*ST*montant*taux*classe*exo par
*>   classe facturee avant le TDS, taux de la matrice etat x classe
*>   de DSTATETAX ; une facture toute en classe generale (ou un
*>   client exonere) garde un seul TXI a classe blanche
*> - PFACTURE n'imprime ni n'envoie par courriel les factures d'un
*>   client au canal 'E' : cet export est leur seul envoi, d'ou leur
*>   ajout d'office a la liste DEDICUST
*> - La table des taux tient 2000 lignes de DSTATETAX ; au-dela,
*>   la suite du fichier est relue a chaque recherche de taux (cf
*>   PFACTURE.3157) : le taux retenu reste celui de la facture. Les
*>   exonerations au-dela de 2000 certificats sont ignorees et le run
*>   finit en code retour 4
*> - Prévu pour tourner en STEP045 de FACTBAT, apres PFACTURE
*> - Ce code est fourni à titre pédagogique
*> ==========================================================
           DATA RECORD IS ENREXTRACT.

       01 ENREXTRACT.
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
*> Langue des documents du client ('F'/'E', blanc = choix par la
*> devise comme avant)
          05 EXT-LANGUE           PIC X(1).
*> Categorie du produit (PRODUCTS.CATEGORY via PEXTRACT)
          05 EXT-CATEGORY         PIC X(10).
*> Code de la promotion appliquee (ITEMS.PROMO via PEXTRACT)
          05 EXT-PROMO            PIC X(8).
*> Transporteur et N° de suivi (ITEMS.CARRIER / TRACKING_NO via
*> PEXTRACT), blancs = non communiques
          05 EXT-TRANSP           PIC X(4).
          05 EXT-SUIVI            PIC X(20).
*> Classe de taxe de la ligne (produit, categorie ou code frais via
*> PEXTRACT), blanc = classe generale
          05 EXT-TAX-CLASS        PIC X(3).
*> N° de TVA intracommunautaire du client (CUSTOMERS.VAT_NO via
*> PEXTRACT), blanc = non communique
          05 EXT-TVA-INTRA        PIC X(14).
*> Canal d'envoi des factures du client (CUSTOMERS.DELIVERY via
*> PEXTRACT) : 'P' papier, 'M' courriel, 'E' EDI, 'B' papier et
*> courriel, blanc = papier ; adresse de courriel de facturation
*> (CUSTOMERS.INV_EMAIL)
          05 EXT-LIVRAISON        PIC X(1).
          05 EXT-EMAIL            PIC X(60).

*> Clients EDI : un numero de client par ligne
       FD FEDICUST
           RECORDING MODE IS F.

       01 ENRINVCTL.
          05 INV-O-NO        PIC 9(6).
          05 INV-LAST-NO     PIC 9(6).
          05 INV-OFFICE      PIC 9(1).
*> 'V' = ligne d'annulation posee par PVOID (meme numero repete)
          05 TAX-EFF-DATE    PIC X(10).
          05 FILLER          PIC X(1).
          05 TAX-TAUX        PIC 9V999.
          05 FILLER          PIC X(1).
          05 TAX-CLASSE      PIC X(3).
          05 FILLER          PIC X(1).
          05 TAX-EXONERE     PIC X(1).

*> Même structure que celle lue par PFACTURE (cf PFACTURE.cbl)
       FD FTAXEXEMPT
*> PFACTURE) ; le taux retenu est celui en vigueur a la date de
*> commande, pour que l'EDI colle a la facture imprimee
       01 WS-TAXRATES.
          05 WS-TAX-ENTRY OCCURS 2000 TIMES.
             10 WS-TAX-ETAT  PIC X(2).
             10 WS-TAX-DATE  PIC X(10).
             10 WS-TAX-TAUX  PIC 9V999.
             10 WS-TAX-CLASSE PIC X(3).
             10 WS-TAX-EXO   PIC X(1).
       01 WS-NB-TAXRATES     PIC 9(4) VALUE 0.
       01 WS-TAX-IDX         PIC 9(4).
*> Lignes de DSTATETAX lues au chargement ; au-dela de la table,
*> WS-RELIRE-TAX = 'Y' et la suite du fichier est relue (2427)
       01 WS-LUS-TAX         PIC 9(7) VALUE 0.
       01 WS-RELIRE-TAX      PIC X(1) VALUE 'N'.
       01 WS-RELU            PIC 9(7).
*> Ligne candidate, prise en table ou relue dans le fichier
       01 WS-CAND-TAX.
          05 WS-CTX-ETAT     PIC X(2).
          05 WS-CTX-DATE     PIC X(10).
          05 WS-CTX-TAUX     PIC 9V999.
          05 WS-CTX-CLASSE   PIC X(3).
          05 WS-CTX-EXO      PIC X(1).
       01 WS-TAX-DATE-MAX    PIC X(10).
       01 WS-FACT-DATE-ISO   PIC X(10).
       01 WS-TAX-CLE-CLASSE  PIC X(3).
       01 WS-TAXE-TROUVEE    PIC X(1).
       01 WS-TAXE-EXO        PIC X(1).

*> Assiette, taux et taxe de la transaction par classe de taxe (cf
*> PFACTURE.3120/3210) ; entree 1 = classe generale, qui recoit aussi
*> les classes au-dela de la table
       01 WS-TCF-TABLE.
          05 WS-TCF-ENTRY OCCURS 10 TIMES.
             10 WS-TCF-CLASSE  PIC X(3).
             10 WS-TCF-BASE    PIC 9(7)V99.
             10 WS-TCF-TAUX    PIC 9V99.
             10 WS-TCF-EXO     PIC X(1).
             10 WS-TCF-TAXE    PIC 9(7)V99.
       01 WS-NB-TCF          PIC 99 VALUE 1.
       01 WS-TCF-IDX         PIC 99.
       01 WS-TCF-TROUVE      PIC X(1).
       01 WS-TCF-CLE-CLASSE  PIC X(3).
       01 WS-TCF-CLE-MNT     PIC 9(7)V99.

*> Exonerations de taxe chargees une fois (cf PFACTURE.1110) : un
*> certificat en cours de validite a la date de commande met la taxe
*> de la transaction a zero, comme sur la facture imprimee
       01 WS-EXM-TABLE.
          05 WS-EXM-ENTRY OCCURS 2000 TIMES.
             10 WS-EXM-CNO    PIC 9(4).
             10 WS-EXM-CERT   PIC X(15).
             10 WS-EXM-EXPIRY PIC X(10).
       01 WS-NB-EXM          PIC 9(4) VALUE 0.
       01 WS-EXM-IDX         PIC 9(4).
       77 WS-CT-EXM-DEBORD   PIC 9(5) VALUE 0.
       01 WS-FACT-EXONEREE   PIC X(1).

*> Clients EDI charges en memoire
             10 WS-EDI-CNO   PIC 9(4).
       01 WS-NB-EDI          PIC 99 VALUE 0.
       01 WS-EDI-IDX         PIC 99.
       01 WS-EDI-DEJA        PIC X(1).
       77 WS-CT-EDI-DEBORD   PIC 9(4) VALUE 0.

*> Numeros de facture par commande (DINVOICE-CTL, dernier gagnant)
       01 WS-INV-TABLE.
          05 WS-INV-ENTRY OCCURS 500 TIMES.
             10 WS-INV-ONO      PIC 9(6).
             10 WS-INV-NO       PIC 9(6).
       01 WS-NB-INV          PIC 9(3) VALUE 0.
       01 WS-INV-IDX         PIC 9(3).
*> Echange et transaction en cours pour le client EDI en cours
       01 WS-CLI-COURANT     PIC 9(4).
       01 WS-ECHANGE-OUVERT  PIC X(1).
       01 WS-ONO             PIC 9(6).
       01 WS-TXN-NO          PIC 9(4).
       01 WS-SEG-ST          PIC 9(4).
       01 WS-SEG-ECHANGE     PIC 9(5).
       01 WS-SUB-TOTAL       PIC 9(7)V99.
       01 WS-TVA-TOT         PIC 9(7)V99.
       01 WS-TOTAL           PIC 9(7)V99.
       01 WS-LINE-TOTAL      PIC 9(7)V99.
       01 WS-FACT-STATE      PIC X(2).
       01 WS-FACT-COMPANY    PIC X(30).
       01 WS-FACT-ODATE      PIC X(10).
*> Champs d'edition des segments
       77 WS-CTL-STR         PIC 9(9).
       77 WS-TXN-STR         PIC 9(4).
       77 WS-QTE-STR         PIC Z(3)9.
       77 WS-PRIX-STR        PIC Z(5),99.
       77 WS-MNT-STR         PIC Z(6)9,99.
       77 WS-SEG-STR         PIC ZZZ9.
       77 WS-NB-STR          PIC ZZZ9.
       77 WS-FRAIS-STR       PIC Z(4)9,99.
       77 WS-PCT-STR         PIC Z9.

*> Compteurs de fin de run
       77 WS-CT-ECHANGES     PIC 9(4) VALUE 0.

*> Code retour remis au moniteur de job : 8 si aucun client EDI n'est
*> parametre (l'etape n'a rien a faire et ne doit pas etre planifiee),
*> 4 si un client EDI n'avait aucune facture dans l'extrait ou si
*> une table a deborde, 0 sinon
       77 WS-CT-SANS-FACTURE PIC 9(4) VALUE 0.
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

           END-IF

           PERFORM 1100-CHARGER-CLIENTS-EDI
           PERFORM 1150-AJOUTER-CANAL-EDI
           PERFORM 1200-CHARGER-TAXES
           PERFORM 1250-CHARGER-EXONERATIONS
           PERFORM 1300-CHARGER-NUMEROS-FACTURE
           END-IF
           .

*> Clients de l'extrait au canal d'envoi EDI : ajoutes a la liste
*> s'ils n'y sont pas deja ; au-dela de la table, signales (leurs
*> factures ne partiraient par aucun canal)
       1150-AJOUTER-CANAL-EDI.

           OPEN INPUT FEXTRACT
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ FEXTRACT
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF EXT-LIVRAISON = 'E'
                       PERFORM 1160-RETENIR-CLIENT-EDI
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FEXTRACT

           IF WS-CT-EDI-DEBORD > 0
              DISPLAY 'PEDIFACT : ' WS-CT-EDI-DEBORD
                      ' LIGNE(S) DE CLIENTS EDI HORS TABLE, NON'
                      ' EXPORTEES'
           END-IF
           .

       1160-RETENIR-CLIENT-EDI.

           MOVE 'N' TO WS-EDI-DEJA
           PERFORM VARYING WS-EDI-IDX FROM 1 BY 1
                   UNTIL WS-EDI-IDX > WS-NB-EDI
              IF WS-EDI-CNO(WS-EDI-IDX) = EXT-CNO
                 MOVE 'Y' TO WS-EDI-DEJA
              END-IF
           END-PERFORM

           IF WS-EDI-DEJA = 'N'
              IF WS-NB-EDI < 50
                 ADD 1 TO WS-NB-EDI
                 MOVE EXT-CNO TO WS-EDI-CNO(WS-NB-EDI)
              ELSE
                 ADD 1 TO WS-CT-EDI-DEBORD
              END-IF
           END-IF
           .

*> Chargement des taux par etat, avec repli SYSIN (cf PFACTURE)
       1200-CHARGER-TAXES.

                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-LUS-TAX
                       IF WS-NB-TAXRATES < 2000
                          ADD 1 TO WS-NB-TAXRATES
                          MOVE TAX-ETAT
                               TO WS-TAX-ETAT(WS-NB-TAXRATES)
                               TO WS-TAX-DATE(WS-NB-TAXRATES)
                          MOVE TAX-TAUX
                               TO WS-TAX-TAUX(WS-NB-TAXRATES)
                          MOVE TAX-CLASSE
                               TO WS-TAX-CLASSE(WS-NB-TAXRATES)
                          MOVE TAX-EXONERE
                               TO WS-TAX-EXO(WS-NB-TAXRATES)
                       ELSE
                          MOVE 'Y' TO WS-RELIRE-TAX
                       END-IF
                 END-READ
              END-PERFORM
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-NB-EXM < 2000
                          ADD 1 TO WS-NB-EXM
                          MOVE EXM-C-NO TO WS-EXM-CNO(WS-NB-EXM)
                          MOVE EXM-CERT TO WS-EXM-CERT(WS-NB-EXM)
                          MOVE EXM-EXPIRY
                               TO WS-EXM-EXPIRY(WS-NB-EXM)
                       ELSE
                          ADD 1 TO WS-CT-EXM-DEBORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FTAXEXEMPT
           END-IF

           IF WS-CT-EXM-DEBORD > 0
              DISPLAY 'PEDIFACT : ' WS-CT-EXM-DEBORD
                      ' EXONERATION(S) HORS TABLE IGNOREE(S)'
           END-IF
           .

*> Chargement des numeros de facture par commande (dernier gagnant)
       2360-SEGMENT-FRAIS.

           ADD EXT-CHG-MONTANT TO WS-SUB-TOTAL
           MOVE EXT-TAX-CLASS   TO WS-TCF-CLE-CLASSE
           MOVE EXT-CHG-MONTANT TO WS-TCF-CLE-MNT
           PERFORM 2370-CUMUL-CLASSE-TAXE

           MOVE EXT-CHG-MONTANT TO WS-FRAIS-STR

           PERFORM 2910-ECRIRE-SEGMENT-ST
           .

*> Assiette de la classe WS-TCF-CLE-CLASSE de la transaction ; table
*> pleine -> classe generale, comme PFACTURE.3120
       2370-CUMUL-CLASSE-TAXE.

           MOVE 'N' TO WS-TCF-TROUVE
           PERFORM VARYING WS-TCF-IDX FROM 1 BY 1
                   UNTIL WS-TCF-IDX > WS-NB-TCF OR WS-TCF-TROUVE = 'Y'
              IF WS-TCF-CLASSE(WS-TCF-IDX) = WS-TCF-CLE-CLASSE
                 ADD WS-TCF-CLE-MNT TO WS-TCF-BASE(WS-TCF-IDX)
                 MOVE 'Y' TO WS-TCF-TROUVE
              END-IF
           END-PERFORM

           IF WS-TCF-TROUVE = 'N'
              IF WS-NB-TCF < 10
                 ADD 1 TO WS-NB-TCF
                 MOVE WS-TCF-CLE-CLASSE TO WS-TCF-CLASSE(WS-NB-TCF)
                 MOVE WS-TCF-CLE-MNT    TO WS-TCF-BASE(WS-NB-TCF)
              ELSE
                 ADD WS-TCF-CLE-MNT TO WS-TCF-BASE(1)
              END-IF
           END-IF
           .

*> Enveloppe ISA/GS du client, sous un nouveau numero de controle
       2200-OUVRIR-ECHANGE.

           MOVE 0 TO WS-NB-LIGNES
           MOVE 0 TO WS-NO-LIGNE
           MOVE 0 TO WS-SUB-TOTAL
           INITIALIZE WS-TCF-TABLE
           MOVE 1 TO WS-NB-TCF
           MOVE EXT-STATE TO WS-FACT-STATE
           MOVE EXT-COMPANY(1:EXT-COMPANY-LEN) TO WS-FACT-COMPANY
           MOVE EXT-ODATE TO WS-FACT-ODATE
           ADD 1 TO WS-NB-LIGNES
           COMPUTE WS-LINE-TOTAL = EXT-QUANTITY * EXT-PRICE
           ADD WS-LINE-TOTAL TO WS-SUB-TOTAL
           MOVE EXT-TAX-CLASS TO WS-TCF-CLE-CLASSE
           MOVE WS-LINE-TOTAL TO WS-TCF-CLE-MNT
           PERFORM 2370-CUMUL-CLASSE-TAXE

           MOVE EXT-QUANTITY TO WS-QTE-STR
           MOVE EXT-PRICE    TO WS-PRIX-STR
           .

*> Fin de la transaction de la commande en cours : taxe de l'etat du
*> client par classe (memes taux que PFACTURE), TXI, TDS, CTT puis SE
*> avec le compte de segments ST..SE inclus
       2400-FIN-TRANSACTION.

*> Date de commande en ISO pour les taux dates et les certificats
           UNSTRING WS-FACT-ODATE DELIMITED BY '/'
               INTO WS-EDI-MOIS, WS-EDI-JOUR, WS-EDI-ANNEE
           END-UNSTRING
                  INTO WS-FACT-DATE-ISO
           END-STRING

*> Client exonere (certificat en cours de validite a la date de
*> commande, cf PFACTURE.3170) : taxe a zero, le TDS colle au papier
           MOVE 'N' TO WS-FACT-EXONEREE
                 MOVE 'Y' TO WS-FACT-EXONEREE
              END-IF
           END-PERFORM

*> Taxe classe par classe (cf PFACTURE.3210), puis un TXI par classe
           MOVE 0 TO WS-TVA-TOT
           PERFORM 2410-TAXE-CLASSE
                   VARYING WS-TCF-IDX FROM 1 BY 1
                   UNTIL WS-TCF-IDX > WS-NB-TCF
           IF WS-NB-TCF = 1 OR WS-FACT-EXONEREE = 'Y'
*> Un seul TXI a classe blanche, exoneration du client marquee
              MOVE WS-TVA-TOT TO WS-TCF-TAXE(1)
              IF WS-FACT-EXONEREE = 'Y'
                 MOVE 'Y' TO WS-TCF-EXO(1)
              END-IF
              MOVE 1 TO WS-TCF-IDX
              PERFORM 2430-SEGMENT-TAXE
           ELSE
              PERFORM 2430-SEGMENT-TAXE
                      VARYING WS-TCF-IDX FROM 1 BY 1
                      UNTIL WS-TCF-IDX > WS-NB-TCF
           END-IF

           COMPUTE WS-TOTAL = WS-SUB-TOTAL + WS-TVA-TOT
           ADD WS-TOTAL TO WS-MT-CLI
           ADD WS-TOTAL TO WS-TOT-MONTANT
           PERFORM 2900-ECRIRE-SEGMENT
           .

*> Taux et taxe de la classe WS-TCF-IDX : zero si le client ou la
*> classe est exonere dans l'etat
       2410-TAXE-CLASSE.

           MOVE WS-TCF-CLASSE(WS-TCF-IDX) TO WS-TAX-CLE-CLASSE
           PERFORM 2420-TAUX-TAXE-ETAT
           IF WS-FACT-EXONEREE = 'Y' OR WS-TAXE-EXO = 'Y'
              MOVE 0 TO WS-TVA
           END-IF
           MOVE WS-TVA      TO WS-TCF-TAUX(WS-TCF-IDX)
           MOVE WS-TAXE-EXO TO WS-TCF-EXO(WS-TCF-IDX)
           COMPUTE WS-TCF-TAXE(WS-TCF-IDX) =
                   WS-TVA * WS-TCF-BASE(WS-TCF-IDX)
           ADD WS-TCF-TAXE(WS-TCF-IDX) TO WS-TVA-TOT
           .

*> Taux en vigueur a la date de commande (plus recente date d'effet
*> qui ne la depasse pas), comme PFACTURE.3150 : ligne de la classe,
*> sinon ligne generale de l'etat, sinon taux SYSIN
       2420-TAUX-TAXE-ETAT.

           COMPUTE WS-TVA = FUNCTION NUMVAL-C(WS-TVA-SYSIN)
           MOVE 'N' TO WS-TAXE-TROUVEE
           MOVE 'N' TO WS-TAXE-EXO

           PERFORM 2425-CHERCHER-TAUX
           IF WS-TAXE-TROUVEE = 'N' AND WS-TAX-CLE-CLASSE NOT = SPACES
              MOVE SPACES TO WS-TAX-CLE-CLASSE
              PERFORM 2425-CHERCHER-TAUX
           END-IF
           .

       2425-CHERCHER-TAUX.

           MOVE SPACES TO WS-TAX-DATE-MAX
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-NB-TAXRATES
              MOVE WS-TAX-ENTRY(WS-TAX-IDX) TO WS-CAND-TAX
              PERFORM 2426-TESTER-TAUX
           END-PERFORM

           IF WS-RELIRE-TAX = 'Y'
              PERFORM 2427-RELIRE-TAUX
           END-IF
           .

*> Ligne candidate WS-CAND-TAX : retenue si elle est de l'etat et de
*> la classe cherches, en vigueur a la commande et au moins aussi
*> recente que la meilleure deja vue
       2426-TESTER-TAUX.

           IF WS-FACT-STATE = WS-CTX-ETAT
              AND WS-CTX-CLASSE = WS-TAX-CLE-CLASSE
              AND WS-CTX-DATE <= WS-FACT-DATE-ISO
              AND WS-CTX-DATE >= WS-TAX-DATE-MAX
              MOVE WS-CTX-DATE TO WS-TAX-DATE-MAX
              MOVE WS-CTX-TAUX TO WS-TVA
              MOVE 'Y' TO WS-TAXE-TROUVEE
              IF WS-CTX-EXO = 'O'
                 MOVE 'Y' TO WS-TAXE-EXO
                 MOVE 0 TO WS-TVA
              ELSE
                 MOVE 'N' TO WS-TAXE-EXO
              END-IF
           END-IF
           .

*> Suite de DSTATETAX au-dela de la table : les lignes deja en table
*> sont sautees, les suivantes sont testees dans l'ordre du fichier
       2427-RELIRE-TAUX.

           MOVE 0 TO WS-STATUS-TAX
           MOVE 0 TO WS-RELU
           OPEN INPUT FTAXRATE
           IF WS-STATUS-TAX = 0
              PERFORM UNTIL WS-STATUS-TAX NOT = 0
                 READ FTAXRATE
                    AT END
                       MOVE 99 TO WS-STATUS-TAX
                    NOT AT END
                       ADD 1 TO WS-RELU
                       IF WS-RELU > WS-NB-TAXRATES
                          MOVE TAX-ETAT     TO WS-CTX-ETAT
                          MOVE TAX-EFF-DATE TO WS-CTX-DATE
                          MOVE TAX-TAUX     TO WS-CTX-TAUX
                          MOVE TAX-CLASSE   TO WS-CTX-CLASSE
                          MOVE TAX-EXONERE  TO WS-CTX-EXO
                          PERFORM 2426-TESTER-TAUX
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FTAXRATE
           END-IF
           .

*> Segment TXI de la classe WS-TCF-IDX : montant, taux en pourcent,
*> classe et marque d'exoneration ; classe generale sans assiette
*> omise quand d'autres classes sont facturees
       2430-SEGMENT-TAXE.

           IF WS-TCF-IDX > 1 OR WS-TCF-BASE(1) > 0 OR WS-NB-TCF = 1
              OR WS-FACT-EXONEREE = 'Y'
              MOVE WS-TCF-TAXE(WS-TCF-IDX) TO WS-MNT-STR
              COMPUTE WS-PCT-STR = WS-TCF-TAUX(WS-TCF-IDX) * 100
              MOVE SPACES TO ENREDIOUT
              STRING 'TXI*ST*' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-MNT-STR) DELIMITED BY SIZE
                     '*' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PCT-STR) DELIMITED BY SIZE
                     '*' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-TCF-CLASSE(WS-TCF-IDX))
                                DELIMITED BY SIZE
                     '*' DELIMITED BY SIZE
                     WS-TCF-EXO(WS-TCF-IDX) DELIMITED BY SIZE
                     INTO ENREDIOUT
              END-STRING
              PERFORM 2910-ECRIRE-SEGMENT-ST
           END-IF
           .

*> Fermeture de l'enveloppe du client : GE et IEA
       2500-FERMER-ECHANGE.

              WHEN WS-NB-EDI = 0
                 MOVE 8 TO WS-RETURN-CODE
              WHEN WS-CT-SANS-FACTURE > 0
                 OR WS-CT-EDI-DEBORD > 0
                 OR WS-CT-EXM-DEBORD > 0
                 MOVE 4 TO WS-RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO WS-RETURN-CODE
