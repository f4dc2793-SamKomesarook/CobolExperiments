                   MOVE PS-LEAVE-PAY TO LL-AMOUNT
                   WRITE PAYSLIP-PRINT-LINE FROM LEAVE-LINE
               END-IF.
               IF PS-BONUS-PAY > 0
                   MOVE "  INCLUDES BONUS / BACK PAY" TO AL-LABEL
                   MOVE PS-BONUS-PAY TO AL-AMOUNT
                   WRITE PAYSLIP-PRINT-LINE FROM AMOUNT-LINE
               END-IF.
               MOVE "DEDUCTIONS" TO TL-TEXT.
               WRITE PAYSLIP-PRINT-LINE FROM TEXT-LINE.
               MOVE "  INCOME TAX" TO AL-LABEL.
