*> Objectif :
*> - Repondre a "parle-moi du client 1042" en UN rapport au lieu de
*>   six recherches : profil et solde CUSTOMERS (conditions de
*>   paiement, devise, bureau, exonerations, frequence de
*>   facturation et canal d'envoi des factures compris), mises en
*>   attente credit, prix contrat,
*>   certificat d'exoneration de taxe, client EDI ou non, tranche
*>   d'anciennete du dernier run PARAGING, postes ouverts du grand
*>   livre indexe DAR-XREF, et dernieres commandes - sur le modele
*> - Le grand livre indexe est lu par cle (START sur le prefixe
*>   client) : c'est precisement ce pour quoi DAR-XREF double le
*>   journal sequentiel DAR-OPEN
*> - Chaque derniere commande expediee avec suivi (PSHIPCONF) porte
*>   son N° de suivi (le premier si plusieurs envois) et son etat de
*>   livraison (PPOD) : "LIVRE" et la derniere date de livraison si
*>   tous ses envois sont livres, "NON LIVRE" sinon
*> - Code retour 8 si SYSIN absent ou client inconnu, 0 sinon
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
           RECORDING MODE IS F.

       01 ENRCREDHOLD.
          05 CHD-O-NO       PIC 9(6).
          05 FILLER         PIC X(1).
          05 CHD-C-NO       PIC 9(4).
          05 FILLER         PIC X(1).
          05 AGE-90J            PIC X(10).
          05 FILLER             PIC X(1).
          05 AGE-TOTAL          PIC X(10).
          05 FILLER             PIC X(1).
          05 AGE-LITIGE         PIC X(10).

*> Même structure que celle tenue par PFACTURE/PPAYMENT/PRETURN
       FD FARXREF
             10 ARX-C-NO        PIC 9(4).
             10 ARX-INVOICE-NO  PIC 9(6).
          05 ARX-TYPE        PIC X(1).
          05 ARX-O-NO        PIC 9(6).
          05 ARX-DATE        PIC X(10).
          05 ARX-MONTANT     PIC 9(7)V99.
          05 ARX-REGLE       PIC 9(7)V99.
       01 C-BILL-FREQ        PIC X(1).
       01 C-TERMS            PIC X(3).
       01 C-LANG             PIC X(1).
       01 C-DELIVERY         PIC X(1).
       01 C-INV-EMAIL        PIC X(60).
       01 O-SHIPPED          PIC X(1).
       01 O-INVOICED         PIC X(1).
*> Suivi et livraison des lignes ITEMS (PSHIPCONF, PPOD)
       01 I-TRACKING-NO      PIC X(20).
       01 I-DELIVERED-DATE   PIC X(10).
       01 WS-NB-NON-LIVRE    PIC 9(4).

*> Dernieres commandes du client, les plus recentes d'abord, avec
*> leur premier N° de suivi, le nombre d'envois suivis pas encore
*> livres et la derniere date de livraison
           EXEC SQL DECLARE CCDES CURSOR FOR
                SELECT O.O_NO, O.O_DATE,
                       VALUE(O.SHIPPED, 'N'), VALUE(O.INVOICED, 'N'),
                       (SELECT VALUE(MIN(I.TRACKING_NO), ' ')
                          FROM API12.ITEMS I
                         WHERE I.O_NO = O.O_NO),
                       (SELECT COUNT(*)
                          FROM API12.ITEMS I
                         WHERE I.O_NO = O.O_NO
                           AND VALUE(I.TRACKING_NO, ' ') <> ' '
                           AND I.DELIVERED_DATE IS NULL),
                       (SELECT VALUE(MAX(I.DELIVERED_DATE), ' ')
                          FROM API12.ITEMS I
                         WHERE I.O_NO = O.O_NO)
                FROM API12.ORDERS O
                WHERE O.C_NO = :C-C-NO
                ORDER BY O.O_NO DESC
           END-EXEC.

       77 WS-STATUS-CHD      PIC 99 VALUE 0.
                     BALANCE, VALUE(CREDIT_LIMIT, 0),
                     VALUE(CURRENCY, 'US'), VALUE(OFFICE, ' '),
                     VALUE(FIN_EXEMPT, 'N'), VALUE(BILL_FREQ, ' '),
                     VALUE(TERMS, '   '), VALUE(LANG, 'F'),
                     VALUE(DELIVERY, 'P'), VALUE(INV_EMAIL, ' ')
              INTO :C-COMPANY, :C-ADDRESS, :C-CITY, :C-STATE,
                   :C-ZIP, :C-BALANCE, :C-CREDIT-LIMIT,
                   :C-CURRENCY, :C-OFFICE, :C-FIN-EXEMPT,
                   :C-BILL-FREQ, :C-TERMS, :C-LANG,
                   :C-DELIVERY, :C-INV-EMAIL
              FROM API12.CUSTOMERS
              WHERE C_NO = :C-C-NO
           END-EXEC
              END-IF
              WRITE ENRINQRPT

*> Canal d'envoi des factures (P papier, M courriel, E EDI, B papier
*> et courriel) et adresse de courriel de facturation
              MOVE SPACES TO ENRINQRPT
              MOVE 'ENVOI FACTURES ' TO ENRINQRPT(5:15)
              IF C-DELIVERY = SPACE
                 MOVE 'P' TO C-DELIVERY
              END-IF
              MOVE C-DELIVERY TO ENRINQRPT(20:1)
              MOVE 'COURRIEL ' TO ENRINQRPT(23:9)
              MOVE C-INV-EMAIL(1:48) TO ENRINQRPT(32:48)
              WRITE ENRINQRPT

              MOVE SPACES TO ENRINQRPT
              WRITE ENRINQRPT
           END-IF
                          MOVE CHD-MONTANT TO WS-MNT-STR
                          MOVE SPACES TO ENRINQRPT
                          MOVE 'COMMANDE ' TO ENRINQRPT(8:9)
                          MOVE CHD-O-NO TO ENRINQRPT(17:6)
                          MOVE WS-MNT-STR TO ENRINQRPT(25:10)
                          MOVE 'LE ' TO ENRINQRPT(37:3)
                          MOVE CHD-DATE TO ENRINQRPT(40:10)
                          WRITE ENRINQRPT
                       END-IF
                 END-READ
                          AND AGE-C-NO = WS-CNO
                          MOVE 'Y' TO WS-TROUVE
                          MOVE SPACES TO ENRINQRPT
                          MOVE 'ANCIENNETE (COURANT/30/60/90/TOTAL/LITIGE) :'
                               TO ENRINQRPT(5:44)
                          WRITE ENRINQRPT
                          MOVE SPACES TO ENRINQRPT
                          MOVE AGE-COURANT TO ENRINQRPT(8:10)
                          MOVE AGE-60J TO ENRINQRPT(30:10)
                          MOVE AGE-90J TO ENRINQRPT(41:10)
                          MOVE AGE-TOTAL TO ENRINQRPT(52:10)
                          MOVE AGE-LITIGE TO ENRINQRPT(63:10)
                          WRITE ENRINQRPT
                       END-IF
                 END-READ
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-CT-CDES >= 10

              EXEC SQL FETCH CCDES
                  INTO :O-O-NO, :O-O-DATE, :O-SHIPPED, :O-INVOICED,
                       :I-TRACKING-NO, :WS-NB-NON-LIVRE,
                       :I-DELIVERED-DATE
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-CT-CDES
                 MOVE SPACES TO ENRINQRPT
                 MOVE O-O-NO TO ENRINQRPT(8:6)
                 MOVE O-O-DATE TO ENRINQRPT(16:10)
                 MOVE 'EXP ' TO ENRINQRPT(28:4)
                 MOVE O-SHIPPED TO ENRINQRPT(32:1)
                 MOVE 'FACT ' TO ENRINQRPT(35:5)
                 MOVE O-INVOICED TO ENRINQRPT(40:1)
                 IF I-TRACKING-NO NOT = SPACES
                    MOVE I-TRACKING-NO TO ENRINQRPT(43:20)
                    IF WS-NB-NON-LIVRE > 0
                       MOVE 'NON LIVRE' TO ENRINQRPT(64:9)
                    ELSE
                       MOVE 'LIVRE' TO ENRINQRPT(64:5)
                       MOVE I-DELIVERED-DATE TO ENRINQRPT(70:10)
                    END-IF
                 END-IF
                 WRITE ENRINQRPT
              END-IF

