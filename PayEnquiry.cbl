                   MOVE PS-LEAVE-PAY TO LL-AMOUNT
                   DISPLAY LEAVE-LINE
               END-IF.
               IF PS-BONUS-PAY > 0
                   MOVE "  INCLUDES BONUS / BACK PAY" TO AL-LABEL
                   MOVE PS-BONUS-PAY TO AL-AMOUNT
                   DISPLAY AMOUNT-LINE
               END-IF.
               MOVE "  INCOME TAX" TO AL-LABEL.
               MOVE PS-INCOME-TAX TO AL-AMOUNT.
               DISPLAY AMOUNT-LINE.
