       01 WS-CTR-TROUVE    PIC X(1).

*> Ligne de devis en cours
       01 WS-PRIX-DEVIS    PIC 9(5)V99.
       01 WS-SOURCE        PIC X(9).
       77 WS-PRIX-STR      PIC Z(5),99.
       01 WS-PNO-N         PIC 9(3).

*> Compteurs de fin de run
                MOVE P-DESCRIPTION-TEXT(1:P-DESCRIPTION-LEN)
                     TO ENRQUOTE(11:30)
                MOVE WS-PRIX-DEVIS TO WS-PRIX-STR
                MOVE WS-PRIX-STR TO ENRQUOTE(46:8)
                MOVE WS-SOURCE TO ENRQUOTE(56:9)
                WRITE ENRQUOTE
             END-IF
