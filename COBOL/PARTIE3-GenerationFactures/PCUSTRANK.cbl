*> Entrées :
*> - Tables DB2 : ORDERS, ITEMS, CUSTOMERS (lecture seule)
*> - SYSIN : date de debut et date de fin de periode (AAAA-MM-JJ),
*>   comme PSALESUM, puis facultativement le mot GROUPE pour un
*>   classement par groupe de grands comptes
*>
*> Sorties :
*> - DCUSTRANK-RPT : une ligne 'C' par client (rang, client, raison
*>   sociale, commandes, unites, CA, part du total), une ligne 'T' de
*>   total general ; en classement par groupe, une ligne 'G' par
*>   groupe au lieu des lignes 'C'
*>
*> Sous-programmes appelés :
*> - Aucun
*>   periode : les lignes sont mises en table puis editees
*> - O_DATE est stockee au format MM/JJ/AAAA (cf PFDATE/PORDER) : elle
*>   est rearrangee en AAAA-MM-JJ pour le BETWEEN, comme PSALESUM
*> - Classement par groupe : les ventes d'une agence rattachee a un
*>   compte parent (CUSTOMERS.PARENT_C_NO, cf PCUSTMAINT 'P') sont
*>   cumulees sur le parent, sous son N° et sa raison sociale ; un
*>   client sans parent forme un groupe a lui seul
*> - Ce programme tourne en dehors du cycle FACTBAT, a la demande
*> - Ce code est fourni à titre pédagogique
*> ==========================================================
       01 ENRCUSTRANK.
          05 RNK-TYPE-REC       PIC X(1).
*>            'C' = ligne client (classee par CA decroissant),
*>            'G' = ligne groupe (classement par groupe),
*>            'T' = total general de la periode
          05 FILLER             PIC X(1) VALUE SPACE.
          05 RNK-RANG           PIC ZZZ9.
                ORDER BY 5 DESC, 1
           END-EXEC.

*> Meme CA cumule par groupe : l'agence est rapportee a son parent,
*> le client sans parent a lui-meme
           EXEC SQL DECLARE CRANKG CURSOR FOR
                SELECT P.C_NO, P.COMPANY,
                       COUNT(DISTINCT O.O_NO),
                       SUM(I.QUANTITY),
                       SUM(I.QUANTITY * I.PRICE)
                FROM API12.ORDERS O
                JOIN API12.ITEMS I ON O.O_NO = I.O_NO
                JOIN API12.CUSTOMERS C ON O.C_NO = C.C_NO
                JOIN API12.CUSTOMERS P
                  ON P.C_NO = CASE WHEN VALUE(C.PARENT_C_NO, 0) = 0
                                   THEN C.C_NO
                                   ELSE C.PARENT_C_NO END
                WHERE SUBSTR(O.O_DATE,7,4) || '-' ||
                      SUBSTR(O.O_DATE,1,2) || '-' ||
                      SUBSTR(O.O_DATE,4,2) BETWEEN :WS-DATE-DEBUT
                                               AND :WS-DATE-FIN
                GROUP BY P.C_NO, P.COMPANY
                ORDER BY 5 DESC, 1
           END-EXEC.

       01 WS-DATE-DEBUT         PIC X(10).
       01 WS-DATE-FIN           PIC X(10).
*> Classement demande : GROUPE = par groupe, blanc = par client
       01 WS-MODE               PIC X(6).

       01 WS-RNK-C-NO           PIC 9(4).
       01 WS-RNK-COMMANDES      PIC 9(5).

           ACCEPT WS-DATE-DEBUT FROM SYSIN
           ACCEPT WS-DATE-FIN   FROM SYSIN
           MOVE SPACES TO WS-MODE
           ACCEPT WS-MODE FROM SYSIN

           IF WS-DATE-DEBUT = SPACES OR WS-DATE-FIN = SPACES
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PCUSTRANK : PERIODE ABSENTE SUR SYSIN'
           END-IF

           IF WS-MODE NOT = SPACES AND WS-MODE NOT = 'GROUPE'
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY 'PCUSTRANK : MODE SYSIN INCONNU (GROUPE OU BLANC)'
           END-IF

           EXEC SQL SET CURRENT SQLID='API12' END-EXEC

           OPEN OUTPUT FCUSTRANK
*> curseur, et cumul du total general
       2000-CHARGER-CLASSEMENT.

           IF WS-MODE = 'GROUPE'
              EXEC SQL OPEN CRANKG END-EXEC
           ELSE
              EXEC SQL OPEN CRANK END-EXEC
           END-IF

           PERFORM UNTIL SQLCODE = 100

             IF WS-MODE = 'GROUPE'
                EXEC SQL FETCH CRANKG
                    INTO :WS-RNK-C-NO, :C-COMPANY,
                         :WS-RNK-COMMANDES, :WS-RNK-UNITES,
                         :WS-RNK-MONTANT
                END-EXEC
             ELSE
                EXEC SQL FETCH CRANK
                    INTO :WS-RNK-C-NO, :C-COMPANY,
                         :WS-RNK-COMMANDES, :WS-RNK-UNITES,
                         :WS-RNK-MONTANT
                END-EXEC
             END-IF

             IF SQLCODE = 0
                IF WS-NB-RNK < 200

           END-PERFORM

           IF WS-MODE = 'GROUPE'
              EXEC SQL CLOSE CRANKG END-EXEC
           ELSE
              EXEC SQL CLOSE CRANK END-EXEC
           END-IF
           .

*> Edition du classement : le rang est l'ordre du curseur (CA
              END-IF

              MOVE SPACES TO ENRCUSTRANK
              IF WS-MODE = 'GROUPE'
                 MOVE 'G' TO RNK-TYPE-REC
              ELSE
                 MOVE 'C' TO RNK-TYPE-REC
              END-IF
              MOVE WS-RNK-IDX TO RNK-RANG
              MOVE WS-RNK-T-CNO(WS-RNK-IDX)     TO RNK-C-NO
              MOVE WS-RNK-T-COMPANY(WS-RNK-IDX) TO RNK-COMPANY
*> Synthese de fin de run et code retour
       9000-FIN.

           IF WS-MODE = 'GROUPE'
              DISPLAY 'PCUSTRANK : ' WS-NB-RNK ' GROUPES CLASSES'
           ELSE
              DISPLAY 'PCUSTRANK : ' WS-NB-RNK ' CLIENTS CLASSES'
           END-IF
           IF WS-CT-DEBORDEMENT > 0
              DISPLAY 'PCUSTRANK : ' WS-CT-DEBORDEMENT
                      ' CLIENTS AU-DELA DE LA TABLE (NON EDITES)'
