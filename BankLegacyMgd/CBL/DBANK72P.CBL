      *=================================================================
       P200-ADD-ALERT.
           IF CD72I-TYPE NOT = 'L' AND CD72I-TYPE NOT = 'H' AND
              CD72I-TYPE NOT = 'C' AND CD72I-TYPE NOT = 'D' AND
              CD72I-TYPE NOT = 'S'
               MOVE 'Alert type must be L, H, C, D or S' TO BANK-ERRMSG
               GO TO ADD-ALERT-EXIT
           END-IF.

