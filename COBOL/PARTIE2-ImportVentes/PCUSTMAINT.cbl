*>     X=exoneration des interets de retard / Z=re-assujettissement /
*>     F=facturation mensuelle consolidee / J=facturation au fil de
*>     l'eau / T=conditions de paiement / G=langue des documents,
*>     la lettre 'F' ou 'E' portee dans le champ TXN-TERMES /
*>     W=N° de TVA intracommunautaire / D=canal d'envoi des
*>     factures, la lettre 'P' papier, 'M' courriel, 'E' EDI ou 'B'
*>     papier et courriel portee dans le champ TXN-TERMES /
*>     N=courrier revenu de la poste (adresse inconnue), la lettre
*>     'B' adresse de facturation ou 'S' adresse de livraison portee
*>     dans le champ TXN-TERMES, 'B' si vide / P=rattachement au
*>     compte parent d'un grand compte)
*>     TXN-C-NO (N° de client, 9(4))
*>     TXN-COMPANY (raison sociale - pour A)
*>     TXN-ADDRESS / TXN-CITY / TXN-STATE / TXN-ZIP (pour A, B et S)
*>     payable a vue - pour T)
*>     TXN-OPERATEUR (identifiant du demandeur, reporté tel quel sur
*>     DCUSTMAINT-AUDIT)
*>     TXN-TVA-INTRA (N° de TVA intracommunautaire, prefixe pays
*>     compris, ex. "FR12345678901" - pour W ; vide = numero retire)
*>     TXN-EMAIL (adresse de courriel de facturation - pour D,
*>     exigee avec 'M' et 'B' ; vide = adresse actuelle conservee)
*>     TXN-DOCUMENT (reference du document revenu, ex. "F-1-000123"
*>     - pour N, facultatif)
*>     TXN-PARENT (N° du client parent, 9(4) - pour P ; vide ou
*>     0000 = client detache de son groupe)
*> - DZIP-REF : referentiel postal charge par PZIPLOAD, via PADRCHK
*>
*> Sorties :
*> - Table DB2 CUSTOMERS (insertion ou mise à jour)
*>   fin de run, sur le modèle de DHRTXN-AUDIT
*>
*> Sous-programmes appelés :
*> - PTVACHK (controle de forme du N° de TVA intracommunautaire)
*> - PADRCHK (concordance code postal / ville / etat d'une adresse)
*>
*> Remarques :
*> - Un client ouvert ici part avec BALANCE a zero : seule la chaine
*>   des ventes (PORDER) et des reglements (PPAYMENT) la fait bouger
*> - Rien dans ce programme ne supprime jamais un client, à l'image
*>   du reste du systeme qui ne supprime rien (cf PDEVMAINT)
*> - Le N° de TVA intracommunautaire (CUSTOMERS.VAT_NO) decide de
*>   l'autoliquidation des ventes intracommunautaires dans PFACTURE :
*>   un numero mal forme est rejete ici plutot que de facturer a
*>   tort hors taxe
*> - Le canal d'envoi (CUSTOMERS.DELIVERY) et l'adresse de courriel
*>   (CUSTOMERS.INV_EMAIL) aiguillent chaque facture dans PFACTURE :
*>   une adresse sans '@', avec un blanc interieur ou sans point
*>   apres l'arobase est rejetee ici, la facture partirait sinon
*>   vers une adresse que la passerelle de courriel refuserait
*> - Adresse postale ('A', 'B', 'S') controlee contre le referentiel
*>   postal : code postal mal forme ou inconnu de la poste (E019) et
*>   etat qui ne correspond pas au code postal (E020) sont rejetes ;
*>   une ville inconnue pour un code postal et un etat concordants
*>   n'est qu'un avertissement (appellations usuelles, abreviations),
*>   la transaction est appliquee et la ville de la poste affichee.
*>   Un client facture dans une autre devise que 'US' a une adresse
*>   a l'etranger, hors referentiel, et n'est pas controle ; sans
*>   referentiel (DZIP-REF absent) l'adresse passe sans controle
*> - Le courrier revenu ('N') ne modifie pas CUSTOMERS : il est
*>   journalise dans DCUSTMAINT-AUDIT (adresse visee et document en
*>   valeur apres), ou PADRSWEEP le retrouve jusqu'a la correction de
*>   l'adresse par une transaction 'B' ou 'S' posterieure
*> - Un client anonymise par PANONYM n'accepte plus aucune
*>   transaction (E022) : ses coordonnees ont ete effacees au titre
*>   de la duree de conservation, il ne se reactive pas
*> - Grands comptes ('P') : chaque agence garde son N° de client
*>   (commandes, livraison), CUSTOMERS.PARENT_C_NO la rattache a la
*>   societe mere, dont la limite de credit couvre tout le groupe
*>   (PORDER.4000-BALANCE) et a qui vont releve, balance agee et
*>   lettre de relance de groupe (PSTMT, PARAGING, PDUNNING). Un seul
*>   niveau : un parent n'a pas lui-meme de parent (E026), un client
*>   qui a deja des agences rattachees ne devient pas agence (E027).
*>   PCUSTMERGE, qui fusionne deux comptes en un, ne convient pas ici
*> - Pas de DECIMAL-POINT IS COMMA : les montants des transactions
*>   s'ecrivent au point decimal ("1500.00"), comme ceux de DHRTXN
*> - Ce code est fourni à titre pédagogique
       01 C-BILL-FREQ            PIC X(1).
       01 C-TERMS                PIC X(3).
       01 C-LANG                 PIC X(1).
       01 C-VAT-NO               PIC X(14).
       01 C-DELIVERY             PIC X(1).
       01 C-INV-EMAIL            PIC X(60).
       01 C-PARENT-C-NO          PIC 9(4).

       77 WS-STATUS-TXN  PIC 99 VALUE 0.
       77 WS-STATUS-REJ  PIC 99 VALUE 0.
       01 TXN-OFFICE      PIC X(20).
       01 TXN-TERMES      PIC X(3).
       01 TXN-OPERATEUR   PIC X(8).
       01 TXN-TVA-INTRA   PIC X(14).
       01 TXN-EMAIL       PIC X(60).
       01 TXN-DOCUMENT    PIC X(20).
       01 TXN-PARENT      PIC X(4).

*> Controle de forme du N° de TVA intracommunautaire (cf PTVACHK)
       01 PTVACHK         PIC X(7) VALUE 'PTVACHK'.
       01 WS-TVA-PAYS     PIC X(2).
       01 WS-TVA-STATUT   PIC X(1).

*> Controle de l'adresse postale contre le referentiel (cf PADRCHK)
       01 PADRCHK         PIC X(7) VALUE 'PADRCHK'.
       01 WS-ADR-FONCTION PIC X(1).
       01 WS-ADR-REF-VILLE PIC X(20).
       01 WS-ADR-REF-ETAT PIC X(2).
       01 WS-ADR-STATUT   PIC X(1).

*> Controle de forme de l'adresse de courriel : longueur utile, nombre
*> d'arobases, position de l'arobase, blancs et points qui la suivent
       01 WS-MAIL-LEN      PIC 9(4).
       01 WS-MAIL-AROBASES PIC 9(4).
       01 WS-MAIL-AVANT-AR PIC 9(4).
       01 WS-MAIL-BLANCS   PIC 9(4).
       01 WS-MAIL-POINTS   PIC 9(4).

*> Longueur utile d'un texte (dernier caractere non blanc) pour la
*> partie -LEN des colonnes VARCHAR, comme PEMPMAINT.2085
*> L'existence du client vise, et les valeurs avant/après de la ligne
*> d'audit de la transaction en cours
       01 WS-CUST-EXISTS   PIC 9(4) VALUE 0.
       01 WS-PARENT-NO     PIC 9(4) VALUE 0.
       01 WS-AVANT         PIC X(30).
       01 WS-APRES         PIC X(30).
       01 WS-AUDIT-RESULTAT PIC X VALUE 'N'.
       01 WS-CT-LUES       PIC 9(5) VALUE 0.
       01 WS-CT-APPLIQUEES PIC 9(5) VALUE 0.
       01 WS-CT-REJETEES   PIC 9(5) VALUE 0.
       01 WS-CT-AVERTIS    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

           INITIALIZE TXN-CODE TXN-C-NO TXN-COMPANY TXN-ADDRESS
                      TXN-CITY TXN-STATE TXN-ZIP TXN-LIMITE
                      TXN-DEVISE TXN-OFFICE TXN-TERMES TXN-OPERATEUR
                      TXN-TVA-INTRA TXN-EMAIL TXN-DOCUMENT
                      TXN-PARENT

           UNSTRING WS-ENRTXN DELIMITED BY ';'
                 INTO TXN-CODE TXN-C-NO TXN-COMPANY TXN-ADDRESS
                      TXN-CITY TXN-STATE TXN-ZIP TXN-LIMITE
                      TXN-DEVISE TXN-OFFICE TXN-TERMES TXN-OPERATEUR
                      TXN-TVA-INTRA TXN-EMAIL TXN-DOCUMENT
                      TXN-PARENT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(TXN-TVA-INTRA) TO TXN-TVA-INTRA

           PERFORM 2010-VALIDER

                    PERFORM 2079-CONDITIONS-PAIEMENT
                 WHEN 'G'
                    PERFORM 2081-LANGUE-DOCUMENTS
                 WHEN 'W'
                    PERFORM 2082-TVA-INTRACOM
                 WHEN 'D'
                    PERFORM 2083-CANAL-ENVOI
                 WHEN 'N'
                    PERFORM 2084-COURRIER-REVENU
                 WHEN 'P'
                    PERFORM 2086-COMPTE-PARENT
              END-EVALUATE
           ELSE
              PERFORM 2090-REJETER
              AND TXN-CODE NOT = 'X' AND TXN-CODE NOT = 'Z'
              AND TXN-CODE NOT = 'F' AND TXN-CODE NOT = 'J'
              AND TXN-CODE NOT = 'T' AND TXN-CODE NOT = 'G'
              AND TXN-CODE NOT = 'W' AND TXN-CODE NOT = 'D'
              AND TXN-CODE NOT = 'N' AND TXN-CODE NOT = 'P'
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E002' TO WS-REJECT-CODE
              MOVE 'CODE TRANSACTION INVALIDE' TO WS-REJECT-TEXT
                   TO WS-REJECT-TEXT
           END-IF

*> N° de TVA intracommunautaire : forme du pays exigee (vide admis,
*> il retire le numero du client)
           IF WS-VALID-REC = 'Y' AND TXN-CODE = 'W'
              AND TXN-TVA-INTRA NOT = SPACES
              CALL PTVACHK USING TXN-TVA-INTRA WS-TVA-PAYS
                                 WS-TVA-STATUT
              IF WS-TVA-STATUT NOT = 'Y'
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E016' TO WS-REJECT-CODE
                 MOVE 'N TVA INTRA MAL FORME' TO WS-REJECT-TEXT
              END-IF
           END-IF

*> Canal d'envoi des factures : 'P', 'M', 'E' ou 'B' seulement
           IF WS-VALID-REC = 'Y' AND TXN-CODE = 'D'
              AND TXN-TERMES(1:1) NOT = 'P'
              AND TXN-TERMES(1:1) NOT = 'M'
              AND TXN-TERMES(1:1) NOT = 'E'
              AND TXN-TERMES(1:1) NOT = 'B'
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E017' TO WS-REJECT-CODE
              MOVE 'CANAL INCONNU (P, M, E OU B)' TO WS-REJECT-TEXT
           END-IF

*> Un envoi par courriel ('M' ou 'B') exige une adresse ; toute
*> adresse fournie doit avoir une forme acceptable
           IF WS-VALID-REC = 'Y' AND TXN-CODE = 'D'
              IF TXN-EMAIL = SPACES
                 IF TXN-TERMES(1:1) = 'M' OR TXN-TERMES(1:1) = 'B'
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E018' TO WS-REJECT-CODE
                    MOVE 'ADRESSE COURRIEL MANQUANTE'
                         TO WS-REJECT-TEXT
                 END-IF
              ELSE
                 PERFORM 2012-CONTROLER-COURRIEL
              END-IF
           END-IF

*> Courrier revenu : adresse de facturation ('B', par defaut) ou de
*> livraison ('S')
           IF WS-VALID-REC = 'Y' AND TXN-CODE = 'N'
              IF TXN-TERMES(1:1) = SPACE
                 MOVE 'B' TO TXN-TERMES(1:1)
              END-IF
              IF TXN-TERMES(1:1) NOT = 'B'
                 AND TXN-TERMES(1:1) NOT = 'S'
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E021' TO WS-REJECT-CODE
                 MOVE 'ADRESSE VISEE INCONNUE (B OU S)'
                      TO WS-REJECT-TEXT
              END-IF
           END-IF

*> N° du client parent : numerique, blanc ou zero pour detacher
           IF WS-VALID-REC = 'Y' AND TXN-CODE = 'P'
              IF TXN-PARENT = SPACES
                 MOVE '0000' TO TXN-PARENT
              END-IF
              IF TXN-PARENT NOT NUMERIC
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E023' TO WS-REJECT-CODE
                 MOVE 'NO PARENT NON NUMERIQUE' TO WS-REJECT-TEXT
              ELSE
                 MOVE TXN-PARENT TO WS-PARENT-NO
                 IF TXN-C-NO NUMERIC AND TXN-PARENT = TXN-C-NO
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E024' TO WS-REJECT-CODE
                    MOVE 'CLIENT PARENT DE LUI-MEME'
                         TO WS-REJECT-TEXT
                 END-IF
              END-IF
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-OPERATEUR = SPACES
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E009' TO WS-REJECT-CODE
                 MOVE 'CLIENT INCONNU' TO WS-REJECT-TEXT
              END-IF
           END-IF

*> Un client anonymise (cf PANONYM) est clos : une reprise de
*> relation passe par l'ouverture d'un nouveau compte
           IF WS-VALID-REC = 'Y' AND TXN-CODE NOT = 'A'
              EXEC SQL
                 SELECT COUNT(*) INTO :WS-CUST-EXISTS
                 FROM API12.CUSTOMERS
                 WHERE C_NO = :C-C-NO
                   AND COMPANY LIKE 'CLIENT ANONYMISE%'
              END-EXEC
              IF WS-CUST-EXISTS > 0
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E022' TO WS-REJECT-CODE
                 MOVE 'CLIENT ANONYMISE' TO WS-REJECT-TEXT
              END-IF
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-CODE = 'P'
              AND WS-PARENT-NO NOT = 0
              PERFORM 2016-CONTROLER-PARENT
           END-IF

           IF WS-VALID-REC = 'Y'
              AND (TXN-CODE = 'A' OR TXN-CODE = 'B' OR TXN-CODE = 'S')
              PERFORM 2014-CONTROLER-ADRESSE
           END-IF
           .

*> Rattachement a un groupe : parent connu et actif, un seul niveau
*> (ni parent lui-meme rattache, ni agence qui aurait deja les
*> siennes)
       2016-CONTROLER-PARENT.

           EXEC SQL
              SELECT COUNT(*) INTO :WS-CUST-EXISTS
              FROM API12.CUSTOMERS
              WHERE C_NO = :WS-PARENT-NO
                AND COMPANY NOT LIKE 'CLIENT ANONYMISE%'
           END-EXEC
           IF WS-CUST-EXISTS = 0
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E025' TO WS-REJECT-CODE
              MOVE 'CLIENT PARENT INCONNU' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y'
              EXEC SQL
                 SELECT COUNT(*) INTO :WS-CUST-EXISTS
                 FROM API12.CUSTOMERS
                 WHERE C_NO = :WS-PARENT-NO
                   AND VALUE(PARENT_C_NO, 0) <> 0
              END-EXEC
              IF WS-CUST-EXISTS > 0
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E026' TO WS-REJECT-CODE
                 MOVE 'PARENT DEJA RATTACHE A UN GROUPE'
                      TO WS-REJECT-TEXT
              END-IF
           END-IF

           IF WS-VALID-REC = 'Y'
              EXEC SQL
                 SELECT COUNT(*) INTO :WS-CUST-EXISTS
                 FROM API12.CUSTOMERS
                 WHERE PARENT_C_NO = :C-C-NO
              END-EXEC
              IF WS-CUST-EXISTS > 0
                 MOVE 'N' TO WS-VALID-REC
                 MOVE 'E027' TO WS-REJECT-CODE
                 MOVE 'CLIENT DEJA PARENT D AGENCES' TO WS-REJECT-TEXT
              END-IF
           END-IF
           .

*> Concordance code postal / ville / etat de l'adresse saisie avec le
*> referentiel postal, pour les clients factures en 'US' (devise de
*> la transaction pour une ouverture, du client sinon)
       2014-CONTROLER-ADRESSE.

           IF TXN-CODE = 'A'
              MOVE TXN-DEVISE TO C-CURRENCY
           ELSE
              EXEC SQL
                 SELECT VALUE(CURRENCY, 'US') INTO :C-CURRENCY
                 FROM API12.CUSTOMERS
                 WHERE C_NO = :C-C-NO
              END-EXEC
           END-IF

           IF C-CURRENCY = 'US'
              MOVE FUNCTION UPPER-CASE(TXN-STATE) TO TXN-STATE
              MOVE 'C' TO WS-ADR-FONCTION
              CALL PADRCHK USING WS-ADR-FONCTION TXN-ZIP TXN-CITY
                                 TXN-STATE WS-ADR-REF-VILLE
                                 WS-ADR-REF-ETAT WS-ADR-STATUT
              EVALUATE WS-ADR-STATUT
                 WHEN 'F'
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E019' TO WS-REJECT-CODE
                    MOVE 'CODE POSTAL MAL FORME' TO WS-REJECT-TEXT
                 WHEN 'Z'
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E019' TO WS-REJECT-CODE
                    MOVE 'CODE POSTAL INCONNU DE LA POSTE'
                         TO WS-REJECT-TEXT
                 WHEN 'S'
                    MOVE 'N' TO WS-VALID-REC
                    MOVE 'E020' TO WS-REJECT-CODE
                    MOVE 'ETAT NE CORRESPOND PAS AU ZIP'
                         TO WS-REJECT-TEXT
                 WHEN 'V'
                    ADD 1 TO WS-CT-AVERTIS
                    DISPLAY 'AVERTISSEMENT CLIENT ' TXN-C-NO ' ('
                            TXN-CODE ') : VILLE ' TXN-CITY
                            ' INCONNUE POUR ' TXN-ZIP
                            ', POSTE : ' WS-ADR-REF-VILLE
              END-EVALUATE
           END-IF
           .

*> Forme de l'adresse de courriel : une seule arobase, ni en tete ni
*> en fin, pas de blanc interieur, au moins un point apres l'arobase
       2012-CONTROLER-COURRIEL.

           MOVE TXN-EMAIL TO WS-TRIM-TEXTE
           MOVE 60 TO WS-TRIM-MAX
           PERFORM 2085-LONGUEUR-UTILE
           MOVE WS-TRIM-LEN TO WS-MAIL-LEN

           MOVE 0 TO WS-MAIL-AROBASES
           MOVE 0 TO WS-MAIL-AVANT-AR
           MOVE 0 TO WS-MAIL-BLANCS
           MOVE 0 TO WS-MAIL-POINTS
           INSPECT TXN-EMAIL(1:WS-MAIL-LEN)
                   TALLYING WS-MAIL-AROBASES FOR ALL '@'
                            WS-MAIL-BLANCS FOR ALL SPACE
           INSPECT TXN-EMAIL(1:WS-MAIL-LEN)
                   TALLYING WS-MAIL-AVANT-AR FOR CHARACTERS
                            BEFORE INITIAL '@'
           IF WS-MAIL-AROBASES = 1
              AND WS-MAIL-AVANT-AR + 1 < WS-MAIL-LEN
              INSPECT TXN-EMAIL(WS-MAIL-AVANT-AR + 2:
                                WS-MAIL-LEN - WS-MAIL-AVANT-AR - 1)
                      TALLYING WS-MAIL-POINTS FOR ALL '.'
           END-IF

           IF WS-MAIL-AROBASES NOT = 1
              OR WS-MAIL-AVANT-AR = 0
              OR WS-MAIL-BLANCS > 0
              OR WS-MAIL-POINTS = 0
              OR TXN-EMAIL(WS-MAIL-LEN:1) = '.'
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E018' TO WS-REJECT-CODE
              MOVE 'ADRESSE COURRIEL MAL FORMEE' TO WS-REJECT-TEXT
           END-IF
           .

*> Ouverture d'un nouveau client : BALANCE part a zero, seule la
           PERFORM 2080-CONCLURE-MAJ
           .

*> N° de TVA intracommunautaire du client (CUSTOMERS.VAT_NO) :
*> remonte par PEXTRACT, il decide de l'autoliquidation d'une vente
*> intracommunautaire dans PFACTURE et de l'etat recapitulatif des
*> clients de PECSALES
       2082-TVA-INTRACOM.

           EXEC SQL
              SELECT VALUE(VAT_NO, ' ') INTO :C-VAT-NO
              FROM API12.CUSTOMERS
              WHERE C_NO = :C-C-NO
           END-EXEC

           MOVE C-VAT-NO TO WS-AVANT

           MOVE TXN-TVA-INTRA TO C-VAT-NO

           EXEC SQL
              UPDATE API12.CUSTOMERS
              SET VAT_NO = :C-VAT-NO
              WHERE C_NO = :C-C-NO
           END-EXEC

           MOVE TXN-TVA-INTRA TO WS-APRES
           PERFORM 2080-CONCLURE-MAJ
           .

*> Canal d'envoi des factures (CUSTOMERS.DELIVERY) et adresse de
*> courriel de facturation (CUSTOMERS.INV_EMAIL) : remontes par
*> PEXTRACT, ils aiguillent chaque facture de PFACTURE vers
*> l'impression, le spool de courriel ou l'EDI (PEDIFACT). Une
*> adresse vide conserve celle deja connue
       2083-CANAL-ENVOI.

           EXEC SQL
              SELECT VALUE(DELIVERY, ' '), VALUE(INV_EMAIL, ' ')
              INTO :C-DELIVERY, :C-INV-EMAIL
              FROM API12.CUSTOMERS
              WHERE C_NO = :C-C-NO
           END-EXEC

           MOVE SPACES TO WS-AVANT
           STRING C-DELIVERY DELIMITED BY SIZE
                  ' '        DELIMITED BY SIZE
                  C-INV-EMAIL DELIMITED BY SIZE
             INTO WS-AVANT
           END-STRING

           MOVE TXN-TERMES(1:1) TO C-DELIVERY
           IF TXN-EMAIL NOT = SPACES
              MOVE TXN-EMAIL TO C-INV-EMAIL
           END-IF

           EXEC SQL
              UPDATE API12.CUSTOMERS
              SET DELIVERY  = :C-DELIVERY,
                  INV_EMAIL = :C-INV-EMAIL
              WHERE C_NO = :C-C-NO
           END-EXEC

           MOVE SPACES TO WS-APRES
           STRING C-DELIVERY DELIMITED BY SIZE
                  ' '        DELIMITED BY SIZE
                  C-INV-EMAIL DELIMITED BY SIZE
             INTO WS-APRES
           END-STRING
           PERFORM 2080-CONCLURE-MAJ
           .

*> Courrier revenu de la poste sur l'adresse de facturation ('B')
*> ou de livraison ('S') : rien ne change dans CUSTOMERS, l'adresse
*> en cause part en valeur avant et l'adresse visee suivie du
*> document en valeur apres de l'audit, ou PADRSWEEP les relit
       2084-COURRIER-REVENU.

           IF TXN-TERMES(1:1) = 'S'
              EXEC SQL
                 SELECT VALUE(SHIP_ADDRESS, ' ') INTO :C-SHIP-ADDRESS
                 FROM API12.CUSTOMERS
                 WHERE C_NO = :C-C-NO
              END-EXEC
              MOVE C-SHIP-ADDRESS-TEXT(1:30) TO WS-AVANT
           ELSE
              EXEC SQL
                 SELECT ADDRESS INTO :C-ADDRESS
                 FROM API12.CUSTOMERS
                 WHERE C_NO = :C-C-NO
              END-EXEC
              MOVE C-ADDRESS-TEXT(1:30) TO WS-AVANT
           END-IF

           MOVE SPACES TO WS-APRES
           STRING TXN-TERMES(1:1) DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  TXN-DOCUMENT    DELIMITED BY SIZE
                  INTO WS-APRES
           END-STRING
           PERFORM 2080-CONCLURE-MAJ
           .

*> Rattachement (ou detachement, parent a zero) d'une agence a son
*> compte parent (CUSTOMERS.PARENT_C_NO) : N° de parent avant et
*> apres dans l'audit
       2086-COMPTE-PARENT.

           EXEC SQL
              SELECT VALUE(PARENT_C_NO, 0) INTO :C-PARENT-C-NO
              FROM API12.CUSTOMERS
              WHERE C_NO = :C-C-NO
           END-EXEC

           MOVE C-PARENT-C-NO TO WS-AVANT

           MOVE WS-PARENT-NO TO C-PARENT-C-NO

           EXEC SQL
              UPDATE API12.CUSTOMERS
              SET PARENT_C_NO = :C-PARENT-C-NO
              WHERE C_NO = :C-C-NO
           END-EXEC

           MOVE C-PARENT-C-NO TO WS-APRES
           PERFORM 2080-CONCLURE-MAJ
           .

*> Conclusion commune des mises a jour : compteur, audit, rejet sur
*> echec SQL
       2080-CONCLURE-MAJ.

           EXEC SQL COMMIT END-EXEC

           MOVE 'F' TO WS-ADR-FONCTION
           CALL PADRCHK USING WS-ADR-FONCTION TXN-ZIP TXN-CITY
                              TXN-STATE WS-ADR-REF-VILLE
                              WS-ADR-REF-ETAT WS-ADR-STATUT

           MOVE SPACES TO ENRCUSAUDIT
           MOVE 'T'              TO AUD-REC-TYPE
           MOVE WS-CT-LUES       TO AUD-LUES
           DISPLAY 'CONTROLE PCUSTMAINT : LUES=' WS-CT-LUES
                   ' APPLIQUEES=' WS-CT-APPLIQUEES
                   ' REJETEES=' WS-CT-REJETEES
                   ' AVERTISSEMENTS ADRESSE=' WS-CT-AVERTIS

           IF WS-CT-LUES = 0
              MOVE 8 TO RETURN-CODE
