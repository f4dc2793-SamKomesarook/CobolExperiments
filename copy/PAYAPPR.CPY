      *        PAY RUN APPROVAL RECORD - ONE ROW PER COMPLETED PERIOD,
      *        BATCH OR FINAL-PAY RUN, HELD IN data/PAYAPPR.DAT. THE
      *        RUN WRITES THE ROW PENDING WITH ITS SUMMARY TOTALS;
      *        PAY_APPROVE MARKS IT APPROVED (RELEASING THE BANK FILE
      *        AND GL JOURNAL) OR REJECTED (ROLLING THE RUN BACK), AND
      *        A DIFFERENT USER FROM THE ONE WHO RAN THE PAY MUST MAKE
      *        THAT DECISION. AN APPROVED PERIOD END IS LOCKED - IT
      *        CAN ONLY BE PAID AGAIN BY A RUN OPENED AS OFF-CYCLE,
      *        WHICH TAKES THE NEXT PAYSLIP SEQUENCE ABOVE THE FINAL
      *        PAY ROWS SO THE APPROVED SLIPS ARE NEVER OVERWRITTEN.
      *        AN APPROVED FINAL-PAY RUN DOES NOT LOCK ITS PERIOD END.
      *        AMOUNTS ARE IN CENTS; TIMESTAMPS ARE YYYYMMDDHHMMSS.
               01 PAY-APPROVAL-RECORD.
                   05 PR-PERIOD-END PIC X(8).
                   05 PR-SLIP-SEQ PIC 9(3).
                   05 PR-RUN-TYPE PIC X(1).
                       88 PR-RUN-SCHEDULED VALUE 'S'.
                       88 PR-RUN-OFF-CYCLE VALUE 'O'.
                   05 PR-STATUS PIC X(1).
                       88 PR-PENDING VALUE 'P'.
                       88 PR-APPROVED VALUE 'A'.
                       88 PR-REJECTED VALUE 'R'.
                   05 PR-RUN-BY PIC X(8).
                   05 PR-RUN-AT PIC X(14).
                   05 PR-HEADCOUNT PIC 9(7).
                   05 PR-GROSS-CENTS PIC 9(11).
                   05 PR-TAX-CENTS PIC 9(11).
                   05 PR-NET-CENTS PIC 9(11).
                   05 PR-BANK-CENTS PIC 9(11).
                   05 PR-BANK-COUNT PIC 9(6).
                   05 PR-UNBANKED-CENTS PIC 9(11).
      *        CREDITS HELD OUT OF THE BANK FILE ON UNVERIFIED BANK
      *        DETAILS - RELEASED SEPARATELY BY BANK_RELEASE.
                   05 PR-HELD-CENTS PIC 9(11).
                   05 PR-HELD-COUNT PIC 9(6).
                   05 PR-DECIDED-BY PIC X(8).
                   05 PR-DECIDED-AT PIC X(14).
      *        'B' FOR A BATCH RUN, WHICH MOVES NO YTD, LEAVE OR
      *        DEDUCTION BALANCE AND WRITES ANNUAL PAYSLIPS - A REJECT
      *        HAS NO BALANCES TO PUT BACK. 'F' FOR A TERM_FINALPAY
      *        RUN, ALWAYS SEQUENCE 002, WHICH CLOSES OUT THE YTD AND
      *        LEAVE BALANCES BUT NOT THE DEDUCTIONS AND PAYS THROUGH
      *        data/TERMPAY.ABA WITH NO GL JOURNAL. BLANK ON OLDER
      *        ROWS IS A PERIOD RUN.
                   05 PR-PAY-MODE PIC X(1).
                       88 PR-BATCH-RUN VALUE 'B'.
                       88 PR-FINAL-RUN VALUE 'F'.
