*>   PDEVMAINT pour les devises
*>
*> Entrées :
*> - DSTATETAX     : table courante (etat, date d'effet, taux,
*>   classe de taxe, marque d'exoneration)
*> - DSTATETAX-TXN : une transaction par ligne, champs separes
*>   par ';' :
*>     TXN-CODE (A = ajout d'un taux date pour un etat, nouvel etat
*>     compris ; E = exoneration datee d'une classe dans un etat)
*>     TXN-ETAT (code etat, X(2))
*>     TXN-EFF-DATE (date d'effet AAAA-MM-JJ)
*>     TXN-TAUX (taux, ex. "0.065" ; vide pour une exoneration)
*>     TXN-OPERATEUR (identifiant du demandeur)
*>     TXN-CLASSE (classe de taxe, X(3), facultative : vide = taux
*>     general de l'etat ; obligatoire pour une exoneration)
*>
*> Sorties :
*> - DSTATETAX-NEW    : table reecrite avec les taux ajoutes
*>   doivent rester reproductibles
*> - Rien n'est jamais retire de la table, a l'image du reste du
*>   systeme qui ne supprime rien
*> - Matrice etat x classe de taxe : chaque couple etat/classe a son
*>   propre historique de dates d'effet (regle E010 par couple) ;
*>   une classe sans ligne en vigueur suit le taux general de l'etat
*>   (classe vide), cf PFACTURE.3150. Une exoneration ('E') vaut
*>   jusqu'a la ligne suivante du meme couple : un taux 'A' posterieur
*>   retaxe la classe
*> - Les lignes de DSTATETAX anterieures aux classes de taxe se
*>   completent de blancs (classe generale, non exoneree)
*> - La table tient 2000 lignes ; si DSTATETAX en contient plus,
*>   aucune transaction n'est appliquee et DSTATETAX-NEW n'est pas
*>   ecrit (code retour 8) : une table tronquee ne doit jamais
*>   remplacer la table courante
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================
          05 TAX-EFF-DATE    PIC X(10).
          05 FILLER          PIC X(1).
          05 TAX-TAUX        PIC 9V999.
          05 FILLER          PIC X(1).
          05 TAX-CLASSE      PIC X(3).
          05 FILLER          PIC X(1).
          05 TAX-EXONERE     PIC X(1).

       FD FTAXNEW
           RECORDING MODE IS F.
          05 TXN-N-EFF-DATE  PIC X(10).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 TXN-N-TAUX      PIC 9V999.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 TXN-N-CLASSE    PIC X(3).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 TXN-N-EXONERE   PIC X(1).

       FD FTXN
           RECORDING MODE IS F.
          05 AUD-LUES         PIC 9(5).
          05 AUD-APPLIQUEES   PIC 9(5).
          05 AUD-REJETEES     PIC 9(5).
          05 AUD-CLASSE       PIC X(3).
*> Une autorisation par ligne : operateur, fonction, limite
       FD FOPERAUTH
           RECORDING MODE IS F.
*> Table courante chargee en memoire, completee par les transactions
*> acceptees puis reecrite dans DSTATETAX-NEW
       01 WS-TAXRATES.
          05 WS-TAX-ENTRY OCCURS 2000 TIMES.
             10 WS-TAX-ETAT  PIC X(2).
             10 WS-TAX-DATE  PIC X(10).
             10 WS-TAX-TAUX  PIC 9V999.
             10 WS-TAX-CLASSE PIC X(3).
             10 WS-TAX-EXO   PIC X(1).
       01 WS-NB-TAXRATES     PIC 9(4) VALUE 0.
       01 WS-TAX-IDX         PIC 9(4).
*> 'Y' si DSTATETAX depasse la table : run arrete, rien n'est reecrit
       01 WS-TAX-DEBORD      PIC X(1) VALUE 'N'.

*> Champs de la transaction en cours
       01 TXN-CODE        PIC X(1).
       01 TXN-EFF-DATE    PIC X(10).
       01 TXN-TAUX        PIC X(6).
       01 TXN-OPERATEUR   PIC X(8).
       01 TXN-CLASSE      PIC X(3).

       01 WS-VALID-REC     PIC X VALUE 'Y'.
       01 WS-REJECT-CODE   PIC X(4).
       1000-DEBUT.

           OPEN OUTPUT FREJECT

*> Journal d'audit en mode ajout (cf PDEVMAINT)
           OPEN EXTEND FAUDIT
                    AT END
                       MOVE 99 TO WS-STATUS-TAX
                    NOT AT END
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
                          MOVE 'Y' TO WS-TAX-DEBORD
                       END-IF
                 END-READ
              END-PERFORM
           PERFORM 1050-CHARGER-AUTORISATIONS

           OPEN INPUT FTXN
           IF WS-TAX-DEBORD = 'Y'
              DISPLAY 'PTAXMAINT : DSTATETAX DEPASSE 2000 LIGNES,'
                      ' AUCUNE TRANSACTION APPLIQUEE,'
                      ' DSTATETAX-NEW NON ECRIT'
              MOVE 'Y' TO EOF
           ELSE
              READ FTXN INTO WS-ENRTXN
                   AT END
                       MOVE 'Y' TO EOF
              END-READ
           END-IF
           .

       2000-TRAITEMENT.
           ADD 1 TO WS-CT-LUES

           INITIALIZE TXN-CODE TXN-ETAT TXN-EFF-DATE TXN-TAUX
                      TXN-OPERATEUR TXN-CLASSE

           UNSTRING WS-ENRTXN DELIMITED BY ';'
                 INTO TXN-CODE TXN-ETAT TXN-EFF-DATE TXN-TAUX
                      TXN-OPERATEUR TXN-CLASSE
           END-UNSTRING

           PERFORM 2010-VALIDER
              MOVE 'LIGNE VIDE' TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y'
              AND TXN-CODE NOT = 'A' AND TXN-CODE NOT = 'E'
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E002' TO WS-REJECT-CODE
              MOVE 'CODE TRANSACTION INVALIDE' TO WS-REJECT-TEXT
                   TO WS-REJECT-TEXT
           END-IF

           IF WS-VALID-REC = 'Y' AND TXN-CODE = 'A'
              AND (TXN-TAUX = SPACES OR
                   FUNCTION TEST-NUMVAL-C(TXN-TAUX) NOT = 0)
              MOVE 'N' TO WS-VALID-REC
              MOVE 'OPERATEUR MANQUANT' TO WS-REJECT-TEXT
           END-IF

*> Une exoneration vise une classe : exonerer l'etat entier est
*> l'affaire des certificats clients (DTAXEXEMPT) ou d'un taux nul
           IF WS-VALID-REC = 'Y' AND TXN-CODE = 'E'
              AND TXN-CLASSE = SPACES
              MOVE 'N' TO WS-VALID-REC
              MOVE 'E007' TO WS-REJECT-CODE
              MOVE 'CLASSE MANQUANTE (EXONERATION)' TO WS-REJECT-TEXT
           END-IF

*> Autorisation centrale : la fonction TAXMAINT doit etre ouverte a
*> l'operateur (cf DOPERAUTH)
           IF WS-VALID-REC = 'Y'
           END-IF
           .

*> Ajout d'un taux (ou d'une exoneration) date au couple etat/classe
*> vise ; la date d'effet doit etre posterieure a la derniere date
*> connue du couple (l'historique des taux ne se reecrit pas), et la
*> table ne doit pas etre pleine
       2020-AJOUTER-TAUX.

           MOVE SPACES TO WS-DERNIERE-DATE
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-NB-TAXRATES
              IF WS-TAX-ETAT(WS-TAX-IDX) = TXN-ETAT
                 AND WS-TAX-CLASSE(WS-TAX-IDX) = TXN-CLASSE
                 AND WS-TAX-DATE(WS-TAX-IDX) >= WS-DERNIERE-DATE
                 MOVE WS-TAX-DATE(WS-TAX-IDX) TO WS-DERNIERE-DATE
                 MOVE WS-TAX-TAUX(WS-TAX-IDX) TO WS-DERNIER-TAUX
                      TO WS-REJECT-TEXT
                 ADD 1 TO WS-CT-REJETEES
                 PERFORM 2091-REJETER-SANS-COMPTER
              WHEN WS-NB-TAXRATES >= 2000
                 MOVE 'N' TO WS-AUDIT-RESULTAT
                 MOVE WS-DERNIER-TAUX TO WS-TAUX-APRES
                 MOVE 'E011' TO WS-REJECT-CODE
                 ADD 1 TO WS-NB-TAXRATES
                 MOVE TXN-ETAT     TO WS-TAX-ETAT(WS-NB-TAXRATES)
                 MOVE TXN-EFF-DATE TO WS-TAX-DATE(WS-NB-TAXRATES)
                 MOVE TXN-CLASSE   TO WS-TAX-CLASSE(WS-NB-TAXRATES)
                 IF TXN-CODE = 'E'
                    MOVE 0   TO WS-TAX-TAUX(WS-NB-TAXRATES)
                    MOVE 'O' TO WS-TAX-EXO(WS-NB-TAXRATES)
                 ELSE
                    COMPUTE WS-TAX-TAUX(WS-NB-TAXRATES) ROUNDED =
                        FUNCTION NUMVAL-C(TXN-TAUX)
                    MOVE 'N' TO WS-TAX-EXO(WS-NB-TAXRATES)
                 END-IF
                 MOVE WS-TAX-TAUX(WS-NB-TAXRATES) TO WS-TAUX-APRES
                 MOVE 'Y' TO WS-AUDIT-RESULTAT
                 ADD 1 TO WS-CT-APPLIQUEES
                 DISPLAY 'TAUX ' TXN-ETAT ' ' TXN-CLASSE ' AU '
                         TXN-EFF-DATE ' AJOUTE'
           END-EVALUATE

           PERFORM 2095-ECRIRE-AUDIT
           MOVE WS-DERNIER-TAUX TO AUD-TAUX-AVANT
           MOVE WS-TAUX-APRES   TO AUD-TAUX-APRES
           MOVE TXN-OPERATEUR   TO AUD-OPERATEUR
           MOVE TXN-CLASSE      TO AUD-CLASSE
           MOVE WS-AUDIT-RESULTAT TO AUD-RESULTAT
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP

                   WS-REJECT-TEXT
           .

*> Reecriture de la table completee dans DSTATETAX-NEW ; fichier
*> ni ouvert ni ecrit si la table courante a deborde
       3000-REECRIRE-TABLE.

           IF WS-TAX-DEBORD = 'N'
              OPEN OUTPUT FTAXNEW
              PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                      UNTIL WS-TAX-IDX > WS-NB-TAXRATES
                 MOVE SPACES TO ENRTAXNEW
                 MOVE WS-TAX-ETAT(WS-TAX-IDX) TO TXN-N-ETAT
                 MOVE WS-TAX-DATE(WS-TAX-IDX) TO TXN-N-EFF-DATE
                 MOVE WS-TAX-TAUX(WS-TAX-IDX) TO TXN-N-TAUX
                 MOVE WS-TAX-CLASSE(WS-TAX-IDX) TO TXN-N-CLASSE
                 MOVE WS-TAX-EXO(WS-TAX-IDX) TO TXN-N-EXONERE
                 WRITE ENRTAXNEW
              END-PERFORM
              CLOSE FTAXNEW
           END-IF
           .

*> Ligne total d'audit, synthese et code retour
                   ' APPLIQUEES=' WS-CT-APPLIQUEES
                   ' REJETEES=' WS-CT-REJETEES

           IF WS-CT-LUES = 0 OR WS-TAX-DEBORD = 'Y'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-CT-REJETEES > 0
           END-IF

           CLOSE FTXN
           CLOSE FREJECT
           CLOSE FAUDIT
           .
