              MOVE WS-VAL-COMMANDE TO WS-MNT-STR
              MOVE SPACES TO ENRCUTRPT
              MOVE WS-TYPE-SECTION TO ENRCUTRPT(1:1)
              MOVE O-O-NO TO ENRCUTRPT(3:6)
              MOVE O-C-NO TO ENRCUTRPT(10:4)
              MOVE O-O-DATE TO ENRCUTRPT(15:10)
              MOVE WS-MNT-STR TO ENRCUTRPT(27:12)
              WRITE ENRCUTRPT
           END-IF
           .
