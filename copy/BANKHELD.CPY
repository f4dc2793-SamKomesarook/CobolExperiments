      *        HELD BANK CREDIT - A PAY-RUN CREDIT KEPT OUT OF
      *        data/BANKPAY.ABA BECAUSE THE EMPLOYEE'S BANK DETAILS
      *        WERE CHANGED SHORTLY BEFORE THE RUN AND HAVE NOT BEEN
      *        VERIFIED. HELD IN data/BANKHELD.DAT; TAKEHOME_PAY
      *        APPENDS THE ROW HELD, BANK_RELEASE RELEASES IT ONCE THE
      *        CHANGE IS VERIFIED AND THE RUN APPROVED, AND
      *        PAY_APPROVE CANCELS IT IF THE RUN IS REJECTED. THE
      *        DETAIL IS THE ABA CREDIT EXACTLY AS IT WOULD HAVE GONE
      *        TO THE BANK. TIMESTAMPS ARE YYYYMMDDHHMMSS.
               01 HELD-CREDIT-RECORD.
                   05 HC-PERIOD-END PIC X(8).
                   05 HC-SLIP-SEQ PIC 9(3).
                   05 HC-EMP-ID PIC X(10).
                   05 HC-STATUS PIC X(1).
                       88 HC-HELD VALUE 'H'.
                       88 HC-RELEASED VALUE 'R'.
                       88 HC-CANCELLED VALUE 'C'.
                   05 HC-BANK-CHANGED-DATE PIC X(8).
                   05 HC-BANK-CHANGED-BY PIC X(8).
                   05 HC-HELD-AT PIC X(14).
                   05 HC-RELEASED-BY PIC X(8).
                   05 HC-RELEASED-AT PIC X(14).
                   05 HC-ABA-DETAIL PIC X(120).
