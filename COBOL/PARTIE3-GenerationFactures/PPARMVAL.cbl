*>     DATE-RUN     date du membre (AAAA-MM-JJ), DOIT etre la date du
*>                  jour - un membre perime arrete le cycle
*>     TVA-DEFAUT   taux de taxe de repli (ex. 0,05)
*>     REPRINT-ONO  commande a reimprimer seule, 6 chiffres (000000 =
*>                  run normal)
*>     MODE         N = normal, E = essai (brouillons)
*>     ARCHIVE-COUP date de coupure PARCHIVE (AAAA-MM-JJ, < DATE-RUN)
*>     AGING-30/60/90  dates de coupure PARAGING (decroissantes)
*>     PERIODE-DEB / PERIODE-FIN  bornes de periode PSALESUM
*>     TVA-INTRA    notre numero de TVA intracommunautaire (prefixe
*>                  pays compris), controle par PTVACHK
*>
*> Sorties :
*> - DPARM-RPT : une ligne par parametre (valeur et verdict), plus
*>   une ligne de synthese
*>
*> Sous-programmes appelés :
*> - PTVACHK : forme du numero de TVA intracommunautaire
*>
*> Remarques :
*> - Code retour 8 sur toute anomalie : l'ordonnanceur arrete le
*> parametre (le cycle ne doit pas demarrer), 0 sinon
       77 WS-RETURN-CODE     PIC 9 VALUE 0.

*> Controle de forme de notre numero de TVA intracommunautaire
       01 PTVACHK            PIC X(7) VALUE 'PTVACHK'.
       01 WS-TVA-NO          PIC X(14).
       01 WS-TVA-PAYS        PIC X(2).
       01 WS-TVA-STATUT      PIC X(1).


*> Journal d'execution du cycle (cf PRUNLOG) : un horodatage au
*> debut et un a la fin du run, pour la tendance des durees par
                    MOVE 'TAUX NON NUMERIQUE' TO WS-MOTIF
                 END-IF
              WHEN 'REPRINT-ONO'
                 IF PRM-VALEUR(1:6) NOT NUMERIC
                    MOVE 'ANOMALIE' TO WS-VERDICT
                    MOVE 'NO COMMANDE NON NUMERIQUE' TO WS-MOTIF
                 END-IF
              WHEN 'PERIODE-FIN'
                 MOVE PRM-VALEUR TO WS-PRM-PER-FIN
                 PERFORM 2100-VALIDER-DATE-ISO
              WHEN 'TVA-INTRA'
*> Un numero mal forme ferait facturer en TVA nationale toutes les
*> ventes intracommunautaires (cf PFACTURE)
                 MOVE PRM-VALEUR(1:14) TO WS-TVA-NO
                 CALL PTVACHK USING WS-TVA-NO WS-TVA-PAYS
                                    WS-TVA-STATUT
                 IF WS-TVA-STATUT NOT = 'Y'
                    OR PRM-VALEUR(15:6) NOT = SPACES
                    MOVE 'ANOMALIE' TO WS-VERDICT
                    MOVE 'N TVA INTRA MAL FORME' TO WS-MOTIF
                 END-IF
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
