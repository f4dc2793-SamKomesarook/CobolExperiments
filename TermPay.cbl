      *        WORKS OUT THE CLOSING PART-PERIOD OF SALARY FROM THE
      *        TERMINATION DATE, PAYS OUT THE UNUSED ANNUAL LEAVE AT
      *        THE EMPLOYEE'S ORDINARY HOURLY RATE, WITHHOLDS AT THE
      *        EMPLOYEE'S MARGINAL RATE, ADDS ANY BONUS OR BACK PAY
      *        STILL OWED TAXED BY THE MARGINAL METHOD, AND WRITES
      *        THE PAYSLIP, RUN LOG, BANK CREDIT AND REGISTER ROWS.
      *        THE YTD ENTRY IS CLOSED OUT WITH THE FINAL-PAID MARKER
      *        SO NOBODY IS FINAL-PAID TWICE. THE BANK FILE IS PROVED
      *        AGAINST THE RUN TOTAL EXACTLY AS THE PAY RUN PROVES
      *        ITS OWN.
      *
      *        A FINAL PAY TO BANK DETAILS CHANGED WITHIN THE HOLD
      *        WINDOW AND NOT YET VERIFIED IS HELD ON data/BANKHELD.DAT
      *        JUST AS THE PAY RUN HOLDS ONE, FOR BANK_RELEASE TO LET
      *        GO. THE RUN ENDS PENDING APPROVAL ON data/PAYAPPR.DAT
      *        UNDER SEQUENCE 002 - THE YTD AND LEAVE BALANCES ARE
      *        COPIED TO data/*.PRE FIRST SO PAY_APPROVE CAN PUT THEM
      *        BACK IF THE RUN IS REJECTED, AND data/TERMPAY.ABA IS
      *        ONLY SENT ONCE PAY_APPROVE HAS RELEASED IT.

           ENVIRONMENT DIVISION.
               CONFIGURATION SECTION.
                       ASSIGN TO "data/NZSLOAN.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS NZ-SLOAN-FILE-STATUS.
                   SELECT NZ-TAX-CODE-FILE
                       ASSIGN TO "data/NZTAXCDE.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS NZ-TAX-CODE-FILE-STATUS.
                   SELECT EMPLOYEE-PAY-FILE
                       ASSIGN TO "data/EMPPAY.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS EMPLOYEE-PAY-FILE-STATUS.
                   SELECT FINAL-BONUS-FILE
                       ASSIGN TO "data/FINALBON.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FINAL-BONUS-FILE-STATUS.
                   SELECT EMPLOYEE-MASTER-FILE
                       ASSIGN TO "data/EMPMAST.DAT"
                       ORGANIZATION IS INDEXED
                       ASSIGN TO "data/TERMPAY.OUT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FINAL-REGISTER-FILE-STATUS.
                   SELECT PAY-APPROVAL-FILE
                       ASSIGN TO "data/PAYAPPR.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS PAY-APPROVAL-FILE-STATUS.
                   SELECT RECON-STATUS-FILE
                       ASSIGN TO "data/RECONSTS.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RECON-STATUS-FILE-STATUS.
                   SELECT HELD-CREDIT-FILE
                       ASSIGN TO "data/BANKHELD.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS HELD-CREDIT-FILE-STATUS.
                   SELECT YTD-SNAP-FILE
                       ASSIGN TO "data/YTDMAST.DAT"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS YS-EMP-ID
                       FILE STATUS IS YTD-SNAP-FILE-STATUS.
                   SELECT YTD-PRE-RUN-FILE
                       ASSIGN TO "data/YTDMAST.PRE"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS YP-EMP-ID
                       FILE STATUS IS YTD-PRE-RUN-FILE-STATUS.
                   SELECT LEAVE-SNAP-FILE
                       ASSIGN TO "data/LEAVEBAL.DAT"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS LS-EMP-ID
                       FILE STATUS IS LEAVE-SNAP-FILE-STATUS.
                   SELECT LEAVE-PRE-RUN-FILE
                       ASSIGN TO "data/LEAVEBAL.PRE"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS LP-EMP-ID
                       FILE STATUS IS LEAVE-PRE-RUN-FILE-STATUS.

           DATA DIVISION.
               FILE SECTION.
                   05 RC-PERIOD-END PIC X(8).
                   05 RC-INPUT-FILE PIC X(40).
                   05 RC-REGISTER-FILE PIC X(40).
                   05 RC-OFF-CYCLE PIC X(1).
      *        THE USER RUNNING THE FINAL PAYS, RECORDED ON THE
      *        APPROVAL ROW SO A DIFFERENT USER MUST APPROVE IT, AND
      *        THE BANK DETAIL HOLD WINDOW IN DAYS - BOTH AS FOR THE
      *        PAY RUN.
                   05 RC-RUN-BY PIC X(8).
                   05 RC-BANK-HOLD-DAYS PIC X(3).

               FD TAX-BRACKET-FILE.
               01 TAX-BRACKET-RECORD.
                   05 SL-THRESHOLD PIC 9(9).
                   05 SL-RATE PIC V9999.

      *        NZ TAX CODES - SAME TABLE AS THE PAY RUN. A FLAT RATE
      *        REPLACES THE PRIMARY BRACKETS; A CREDIT COMES OFF THEM.
               FD NZ-TAX-CODE-FILE.
               01 NZ-TAX-CODE-RECORD.
                   05 NT-TAX-CODE PIC X(3).
                   05 NT-FLAT-RATE PIC V9999.
                   05 NT-CREDIT PIC 9(5).
                   05 NT-CREDIT-FROM PIC 9(9).
                   05 NT-ABATE-FROM PIC 9(9).
                   05 NT-ABATE-RATE PIC V9999.

               FD EMPLOYEE-PAY-FILE.
               01 EMPLOYEE-PAY-RECORD.
                   05 EMP-ID PIC X(10).
                   05 EMP-ANNUAL-PAY PIC 9(9)V99.
                   05 EMP-HECS PIC X(1).

      *        BONUS AND BACK PAY OWED TO A LEAVER, PAID WITH THE
      *        FINAL PAY. OPTIONAL - NO FILE MEANS NOTHING IS OWED.
               FD FINAL-BONUS-FILE.
               01 FINAL-BONUS-RECORD.
                   05 FB-EMP-ID PIC X(10).
                   05 FB-BONUS-PAY PIC 9(9)V99.

               FD EMPLOYEE-MASTER-FILE.
               COPY EMPMAST.

               FD FINAL-REGISTER-FILE.
               01 FINAL-REGISTER-LINE PIC X(100).

               FD PAY-APPROVAL-FILE.
               COPY PAYAPPR.

               FD RECON-STATUS-FILE.
               COPY RECONSTS.

               FD HELD-CREDIT-FILE.
               COPY BANKHELD.

               FD YTD-SNAP-FILE.
               01 YTD-SNAP-RECORD.
                   05 YS-EMP-ID PIC X(10).
                   05 YS-YTD-DATA PIC X(43).

               FD YTD-PRE-RUN-FILE.
               01 YTD-PRE-RUN-RECORD.
                   05 YP-EMP-ID PIC X(10).
                   05 YP-YTD-DATA PIC X(43).

               FD LEAVE-SNAP-FILE.
               01 LEAVE-SNAP-RECORD.
                   05 LS-EMP-ID PIC X(10).
                   05 LS-LEAVE-DATA PIC X(14).

               FD LEAVE-PRE-RUN-FILE.
               01 LEAVE-PRE-RUN-RECORD.
                   05 LP-EMP-ID PIC X(10).
                   05 LP-LEAVE-DATA PIC X(14).

               WORKING-STORAGE SECTION.
               01 RUN-CONTROL-FILE-STATUS PIC X(2).
               01 TAX-BRACKET-FILE-STATUS PIC X(2).
               01 HECS-THRESHOLD-FILE-STATUS PIC X(2).
               01 ACC-LEVY-FILE-STATUS PIC X(2).
               01 NZ-SLOAN-FILE-STATUS PIC X(2).
               01 NZ-TAX-CODE-FILE-STATUS PIC X(2).
               01 EMPLOYEE-PAY-FILE-STATUS PIC X(2).
               01 FINAL-BONUS-FILE-STATUS PIC X(2).
               01 EMPLOYEE-MASTER-FILE-STATUS PIC X(2).
               01 YTD-MASTER-FILE-STATUS PIC X(2).
               01 LEAVE-BALANCE-FILE-STATUS PIC X(2).
               01 RUN-LOG-FILE-STATUS PIC X(2).
               01 FINAL-BANK-FILE-STATUS PIC X(2).
               01 FINAL-REGISTER-FILE-STATUS PIC X(2).
               01 PAY-APPROVAL-FILE-STATUS PIC X(2).
               01 RECON-STATUS-FILE-STATUS PIC X(2).
               01 HELD-CREDIT-FILE-STATUS PIC X(2).
               01 YTD-SNAP-FILE-STATUS PIC X(2).
               01 YTD-PRE-RUN-FILE-STATUS PIC X(2).
               01 LEAVE-SNAP-FILE-STATUS PIC X(2).
               01 LEAVE-PRE-RUN-FILE-STATUS PIC X(2).

               01 TAX-BRACKET-TABLE.
                   05 TAX-BRACKET-ENTRY OCCURS 40 TIMES
                       10 HTT-RATE PIC V9999.
               01 HECS-THRESHOLD-COUNT PIC 9(4) VALUE 0.

               01 NZ-TAX-CODE-TABLE.
                   05 NZ-TAX-CODE-ENTRY OCCURS 10 TIMES
                          INDEXED BY NT-IDX.
                       10 NTT-TAX-CODE PIC X(3).
                       10 NTT-FLAT-RATE PIC V9999.
                       10 NTT-CREDIT PIC 9(5).
                       10 NTT-CREDIT-FROM PIC 9(9).
                       10 NTT-ABATE-FROM PIC 9(9).
                       10 NTT-ABATE-RATE PIC V9999.
               01 NZ-TAX-CODE-COUNT PIC 9(4) VALUE 0.

      *        ANNUAL PAY AND HECS BY EMPLOYEE, FROM THE CLEAN PAY
      *        FILE THE BATCH RUN USES - THE MASTER DOES NOT CARRY
      *        THE SALARY.
                       10 APT-HECS PIC X(1).
               01 ANNUAL-PAY-COUNT PIC 9(4) VALUE 0.

               01 FINAL-BONUS-TABLE.
                   05 FINAL-BONUS-ENTRY OCCURS 5000 TIMES
                          INDEXED BY FB-IDX.
                       10 FBT-EMP-ID PIC X(10).
                       10 FBT-BONUS-PAY PIC 9(9)V99.
               01 FINAL-BONUS-COUNT PIC 9(4) VALUE 0.

               01 WS-EOF-SW PIC X(1).
                   88 WS-EOF VALUE 'Y'.
                   88 WS-NOT-EOF VALUE 'N'.

      *        PERIOD LOCK - ONCE THE PAY RUN FOR A PERIOD END IS
      *        APPROVED, FINAL PAYS FOR THAT PERIOD END ARE REFUSED
      *        UNLESS RUN CONTROL OPENS THE RUN AS OFF-CYCLE.
               01 OFF-CYCLE-SW PIC X(1) VALUE 'N'.
                   88 OFF-CYCLE-RUN VALUE 'Y'.
               01 PERIOD-LOCKED-SW PIC X(1) VALUE 'N'.
                   88 PERIOD-LOCKED VALUE 'Y'.
               01 RUN-PENDING-SW PIC X(1) VALUE 'N'.
                   88 RUN-PENDING VALUE 'Y'.
               01 PENDING-PERIOD-END PIC X(8) VALUE SPACES.
               01 RUN-BY PIC X(8) VALUE SPACES.

      *        BANK DETAIL SECURITY HOLD - THE SAME TEST THE PAY RUN
      *        APPLIES. A FINAL PAY TO DETAILS CHANGED WITHIN
      *        BANK-HOLD-DAYS OF THE RUN AND NOT YET VERIFIED IS KEPT
      *        OUT OF THE BANK FILE AND WRITTEN TO data/BANKHELD.DAT.
      *        THE LEAVER IS STILL PAID - THE HELD TOTAL IS PART OF
      *        THE BANK FILE PROOF.
               01 BANK-HOLD-DAYS PIC 9(3) VALUE 14.
               01 BANK-RUN-DATE PIC X(8) VALUE SPACES.
               01 BANK-CHANGE-AGE-DAYS PIC S9(7) VALUE 0.
               01 HELD-NET-CENTS PIC 9(11) VALUE 0.
               01 HELD-COUNT PIC 9(6) VALUE 0.
               01 UNVERIFIED-PAID-COUNT PIC 9(7) VALUE 0.
               01 BANK-HOLD-SW PIC X(1) VALUE 'N'.
                   88 BANK-CREDIT-HELD VALUE 'Y'.
                   88 BANK-CREDIT-NOT-HELD VALUE 'N'.

               01 WS-FOUND-SW PIC X(1).
                   88 WS-FOUND VALUE 'Y'.
                   88 WS-NOT-FOUND VALUE 'N'.
               01 ACC-LEVY-WORK PIC 9(9)V99 VALUE 0.
               01 NZSLOAN-WORK PIC 9(9)V99 VALUE 0.
               01 ANNUAL-TAX-WORK PIC 9(9)V99 VALUE 0.
               01 TAXABLE-ANNUAL-WORK PIC 9(9)V99 VALUE 0.
               01 BONUS-TAX-WORK PIC 9(9)V99 VALUE 0.
               01 MARGINAL-RATE PIC V9999 VALUE 0.
               01 ACC-LEVY-RATE PIC V9999 VALUE 0.
               01 ACC-MAX-EARNINGS PIC 9(9) VALUE 0.
               01 NZSLOAN-RATE PIC V9999 VALUE 0.
               01 ACC-LEVY-BASE PIC 9(9)V99 VALUE 0.

      *        TAX DECLARATION FROM THE MASTER - APPLIED EXACTLY AS
      *        THE PAY RUN APPLIES IT. THE MARGINAL RATE THE LEAVE
      *        PAYOUT IS WITHHELD AT FOLLOWS THE SCALE IN USE.
               01 TAX-ID-SUPPLIED PIC X(1) VALUE 'T'.
                   88 TAX-ID-IS-SUPPLIED VALUE 'T'.
               01 TAX-FREE-THRESHOLD PIC X(1) VALUE 'T'.
                   88 THRESHOLD-IS-CLAIMED VALUE 'T'.
               01 NZ-TAX-CODE PIC X(3) VALUE "M".
                   88 NZ-CODE-IS-SECONDARY VALUES "S" "SH" "ST" "SA".
                   88 NZ-CODE-IS-ND VALUE "ND".
               01 TOP-TAX-RATE PIC V9999 VALUE 0.
               01 NO-THRESHOLD-LIMIT PIC 9(9) VALUE 0.
               01 NO-THRESHOLD-RATE PIC V9999 VALUE 0.
               01 TAX-CREDIT-WORK PIC S9(9)V99 VALUE 0.

      *        THE CLOSING PART PERIOD - DAYS WORKED FROM THE START
      *        OF THE FINAL PAY CYCLE UP TO AND INCLUDING THE
      *        TERMINATION DATE, OVER THE 14-DAY CYCLE.
               01 FINAL-DAYS PIC 9(2) VALUE 0.
               01 FINAL-SALARY PIC 9(9)V99 VALUE 0.
               01 LEAVE-PAYOUT PIC 9(9)V99 VALUE 0.
               01 FINAL-BONUS PIC 9(9)V99 VALUE 0.
               01 LEAVE-HOURS-PAID PIC 9(3)V99 VALUE 0.
               01 HOURLY-RATE PIC 9(5)V9999 VALUE 0.
               01 FINAL-GROSS PIC 9(9)V99 VALUE 0.
           0000-MAIN-LOGIC.
               DISPLAY "TERMINATION FINAL PAY".
               PERFORM 1000-GET-PERIOD-END.
               PERFORM 1050-CHECK-PERIOD-OPEN.
               PERFORM 1060-CHECK-RECONCILIATION.
               PERFORM 1100-LOAD-TAX-BRACKETS.
               PERFORM 1150-LOAD-HECS-THRESHOLDS.
               PERFORM 1175-LOAD-NZ-RATES.
               PERFORM 1200-LOAD-ANNUAL-PAY.
               PERFORM 1250-LOAD-FINAL-BONUS.
               PERFORM 1350-SAVE-PRE-RUN-STATE.
               PERFORM 1300-OPEN-FILES.
               SET WS-NOT-EOF TO TRUE.
               PERFORM UNTIL WS-EOF
               WRITE FINAL-REGISTER-LINE FROM REGISTER-TOTAL-LINE.
               PERFORM 5000-WRITE-BANK-TRAILER.
               PERFORM 9000-CLOSE-FILES.
               PERFORM 5100-WRITE-APPROVAL-ROW.
               DISPLAY TERMINATION-COUNT " TERMINATED EMPLOYEES ON "
                   "MASTER".
               DISPLAY FINAL-PAID-COUNT " FINAL PAYS PROCESSED".
               DISPLAY SKIPPED-COUNT " SKIPPED - SEE MESSAGES ABOVE".
               IF SKIPPED-COUNT > 0 OR UNBANKED-COUNT > 0
                       OR HELD-COUNT > 0
                       OR UNVERIFIED-PAID-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
                   DISPLAY "NO RUN CONTROL FILE - USING CONSOLE"
                   DISPLAY "ENTER PAY PERIOD END (YYYYMMDD):"
                   ACCEPT PAY-PERIOD-END FROM DATA-INPUT
                   DISPLAY "OFF-CYCLE RUN (Y/N):"
                   ACCEPT OFF-CYCLE-SW FROM DATA-INPUT
                   DISPLAY "ENTER YOUR USER ID:"
                   ACCEPT RUN-BY FROM DATA-INPUT
               ELSE
                   IF RUN-CONTROL-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN RUN CONTROL FILE - "
                       STOP RUN
                   END-IF
                   MOVE RC-PERIOD-END TO PAY-PERIOD-END
                   MOVE RC-RUN-BY TO RUN-BY
                   IF RC-OFF-CYCLE = 'Y'
                       SET OFF-CYCLE-RUN TO TRUE
                   END-IF
                   IF RC-BANK-HOLD-DAYS IS NUMERIC
                       MOVE RC-BANK-HOLD-DAYS TO BANK-HOLD-DAYS
                   END-IF
                   CLOSE RUN-CONTROL-FILE
               END-IF.
               IF PAY-PERIOD-END = SPACES
                       PAY-PERIOD-END
               END-IF.

           1050-CHECK-PERIOD-OPEN.
      *        NO FINAL PAY WHILE A PAY RUN IS AWAITING APPROVAL -
      *        REJECTING THAT RUN PUTS THE YTD AND LEAVE BALANCES
      *        BACK AS THEY WERE BEFORE IT, WHICH WOULD UNDO THE
      *        CLOSE-OUT DONE HERE. AN APPROVED FINAL-PAY RUN DOES NOT
      *        LOCK THE PERIOD END - ONLY THE PAY RUN FOR IT DOES.
               IF RUN-BY = SPACES
                   DISPLAY "RUN CONTROL MUST GIVE THE USER ID OF "
                       "WHOEVER IS RUNNING THE FINAL PAYS - IT IS "
                       "NEEDED FOR APPROVAL"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT PAY-APPROVAL-FILE.
               IF PAY-APPROVAL-FILE-STATUS = "35"
                   DISPLAY "NO PAY RUN APPROVAL FILE - NO PERIOD "
                       "IS LOCKED"
               ELSE
                   IF PAY-APPROVAL-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN PAY RUN APPROVAL "
                           "FILE - STATUS " PAY-APPROVAL-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-EOF
                       READ PAY-APPROVAL-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF PR-PENDING
                                   SET RUN-PENDING TO TRUE
                                   MOVE PR-PERIOD-END
                                       TO PENDING-PERIOD-END
                               END-IF
                               IF PR-PERIOD-END = PAY-PERIOD-END
                                       AND PR-APPROVED
                                       AND NOT PR-FINAL-RUN
                                   SET PERIOD-LOCKED TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAY-APPROVAL-FILE
               END-IF.
               IF RUN-PENDING
                   DISPLAY "PAY RUN FOR " PENDING-PERIOD-END
                       " IS AWAITING APPROVAL - APPROVE OR REJECT "
                       "IT BEFORE RUNNING FINAL PAYS"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF PERIOD-LOCKED
                   IF OFF-CYCLE-RUN
                       DISPLAY "PERIOD " PAY-PERIOD-END " IS "
                           "APPROVED - FINAL PAYS RUN AS OFF-CYCLE"
                   ELSE
                       DISPLAY "PERIOD " PAY-PERIOD-END " IS "
                           "APPROVED AND LOCKED - OPEN THE RUN AS "
                           "OFF-CYCLE TO PAY FINAL PAYS FOR IT"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

           1060-CHECK-RECONCILIATION.
      *        NO FINAL PAYS WHILE THE LAST RECONCILIATION OF THE
      *        MASTERS HAS BREAKS OPEN, UNLESS THEY HAVE BEEN SIGNED
      *        OFF. THE ONE EXCEPTION IS WHEN THE ONLY BREAKS ARE
      *        TERMINATED EMPLOYEES NOT YET FINAL-PAID - THIS RUN IS
      *        WHAT CLEARS THEM.
               OPEN INPUT RECON-STATUS-FILE.
               IF RECON-STATUS-FILE-STATUS = "35"
                   DISPLAY "NO RECONCILIATION STATUS FILE - THE "
                       "MASTERS HAVE NOT BEEN RECONCILED YET"
               ELSE
                   IF RECON-STATUS-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN RECONCILIATION STATUS "
                           "FILE - STATUS " RECON-STATUS-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-NOT-EOF TO TRUE
                   READ RECON-STATUS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                   END-READ
                   CLOSE RECON-STATUS-FILE
                   IF WS-EOF
                       DISPLAY "RECONCILIATION STATUS FILE IS EMPTY - "
                           "THE MASTERS HAVE NOT BEEN RECONCILED YET"
                   ELSE
                       IF RS-BREAKS-OPEN
                           IF RS-BREAK-COUNT = RS-FINAL-PAY-BREAKS
                               DISPLAY "RECONCILIATION AT " RS-RUN-AT
                                   " FOUND " RS-FINAL-PAY-BREAKS
                                   " TERMINATED EMPLOYEES NOT YET "
                                   "FINAL-PAID - THIS RUN CLEARS THEM"
                           ELSE
                               DISPLAY "RECONCILIATION AT " RS-RUN-AT
                                   " FOUND " RS-BREAK-COUNT " BREAKS "
                                   "- SEE data/RECON.RPT"
                               DISPLAY "CLEAR THEM AND RE-RUN "
                                   "PAYROLL_RECON, OR SIGN THEM OFF "
                                   "WITH RECON_SIGNOFF, BEFORE "
                                   "RUNNING FINAL PAYS"
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
                       IF RS-SIGNED-OFF
                           DISPLAY "RECONCILIATION BREAKS AT " RS-RUN-AT
                               " SIGNED OFF BY " RS-SIGNED-BY
                       END-IF
                   END-IF
               END-IF.

           1100-LOAD-TAX-BRACKETS.
               OPEN INPUT TAX-BRACKET-FILE.
               IF TAX-BRACKET-FILE-STATUS NOT = "00"
               MOVE SL-THRESHOLD TO NZSLOAN-THRESHOLD.
               MOVE SL-RATE TO NZSLOAN-RATE.
               CLOSE NZ-SLOAN-FILE.
               PERFORM 1180-LOAD-NZ-TAX-CODES.

           1180-LOAD-NZ-TAX-CODES.
               OPEN INPUT NZ-TAX-CODE-FILE.
               IF NZ-TAX-CODE-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN NZ TAX CODE FILE - "
                       "STATUS " NZ-TAX-CODE-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               SET WS-NOT-EOF TO TRUE.
               PERFORM UNTIL WS-EOF
                   READ NZ-TAX-CODE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF NZ-TAX-CODE-COUNT >= 10
                               DISPLAY "NZ TAX CODE TABLE FULL - "
                                   "RAISE THE TABLE SIZE"
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO NZ-TAX-CODE-COUNT
                           SET NT-IDX TO NZ-TAX-CODE-COUNT
                           MOVE NT-TAX-CODE TO NTT-TAX-CODE(NT-IDX)
                           MOVE NT-FLAT-RATE TO NTT-FLAT-RATE(NT-IDX)
                           MOVE NT-CREDIT TO NTT-CREDIT(NT-IDX)
                           MOVE NT-CREDIT-FROM
                               TO NTT-CREDIT-FROM(NT-IDX)
                           MOVE NT-ABATE-FROM TO NTT-ABATE-FROM(NT-IDX)
                           MOVE NT-ABATE-RATE TO NTT-ABATE-RATE(NT-IDX)
                   END-READ
               END-PERFORM.
               CLOSE NZ-TAX-CODE-FILE.
               IF NZ-TAX-CODE-COUNT = 0
                   DISPLAY "NZ TAX CODE FILE IS EMPTY"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.

           1200-LOAD-ANNUAL-PAY.
               OPEN INPUT EMPLOYEE-PAY-FILE.
               END-PERFORM.
               CLOSE EMPLOYEE-PAY-FILE.

           1250-LOAD-FINAL-BONUS.
               OPEN INPUT FINAL-BONUS-FILE.
               IF FINAL-BONUS-FILE-STATUS = "35"
                   DISPLAY "NO FINAL BONUS FILE - NONE PAID"
               ELSE
                   IF FINAL-BONUS-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN FINAL BONUS FILE - "
                           "STATUS " FINAL-BONUS-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-EOF
                       READ FINAL-BONUS-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF FINAL-BONUS-COUNT >= 5000
                                   DISPLAY "FINAL BONUS TABLE FULL - "
                                       "RAISE THE TABLE SIZE"
                                   MOVE 12 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO FINAL-BONUS-COUNT
                               SET FB-IDX TO FINAL-BONUS-COUNT
                               MOVE FB-EMP-ID TO FBT-EMP-ID(FB-IDX)
                               MOVE FB-BONUS-PAY
                                   TO FBT-BONUS-PAY(FB-IDX)
                       END-READ
                   END-PERFORM
                   CLOSE FINAL-BONUS-FILE
               END-IF.

           1300-OPEN-FILES.
               OPEN INPUT EMPLOYEE-MASTER-FILE.
               IF EMPLOYEE-MASTER-FILE-STATUS NOT = "00"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN EXTEND HELD-CREDIT-FILE.
               IF HELD-CREDIT-FILE-STATUS = "35"
                   OPEN OUTPUT HELD-CREDIT-FILE
               END-IF.
               IF HELD-CREDIT-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN HELD BANK CREDIT FILE - "
                       "STATUS " HELD-CREDIT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO BANK-RUN-DATE.
               WRITE FINAL-REGISTER-LINE FROM REGISTER-HEADER-LINE.
               MOVE PAY-PERIOD-END TO WS-DATE-WORK.
               MOVE WS-DATE-DD TO ABA-HDR-DD.
               MOVE WS-DATE-YY TO ABA-HDR-YY.
               WRITE FINAL-BANK-LINE FROM ABA-HEADER-RECORD.

           1350-SAVE-PRE-RUN-STATE.
      *        THE YTD AND LEAVE BALANCES AS THEY STOOD BEFORE ANY
      *        LEAVER WAS CLOSED OUT ARE KEPT UNTIL THE RUN IS
      *        APPROVED OR REJECTED - PAY_APPROVE PUTS THEM BACK WHEN
      *        IT IS REJECTED. THE DEDUCTIONS ARE NOT TOUCHED HERE.
      *        A MASTER NOT YET ON FILE LEAVES AN EMPTY COPY.
               OPEN OUTPUT YTD-PRE-RUN-FILE.
               IF YTD-PRE-RUN-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO WRITE PRE-RUN YTD COPY - "
                       "STATUS " YTD-PRE-RUN-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT YTD-SNAP-FILE.
               IF YTD-SNAP-FILE-STATUS = "00"
                   SET WS-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-EOF
                       READ YTD-SNAP-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE YTD-SNAP-RECORD
                                   TO YTD-PRE-RUN-RECORD
                               WRITE YTD-PRE-RUN-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE YTD-SNAP-FILE
               ELSE
                   IF YTD-SNAP-FILE-STATUS NOT = "35"
                       DISPLAY "UNABLE TO COPY YTD MASTER - "
                           "STATUS " YTD-SNAP-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.
               CLOSE YTD-PRE-RUN-FILE.
               OPEN OUTPUT LEAVE-PRE-RUN-FILE.
               IF LEAVE-PRE-RUN-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO WRITE PRE-RUN LEAVE COPY - "
                       "STATUS " LEAVE-PRE-RUN-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT LEAVE-SNAP-FILE.
               IF LEAVE-SNAP-FILE-STATUS = "00"
                   SET WS-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-EOF
                       READ LEAVE-SNAP-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE LEAVE-SNAP-RECORD
                                   TO LEAVE-PRE-RUN-RECORD
                               WRITE LEAVE-PRE-RUN-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE LEAVE-SNAP-FILE
               ELSE
                   IF LEAVE-SNAP-FILE-STATUS NOT = "35"
                       DISPLAY "UNABLE TO COPY LEAVE BALANCES - "
                           "STATUS " LEAVE-SNAP-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.
               CLOSE LEAVE-PRE-RUN-FILE.

           2000-CONSIDER-TERMINATION.
      *        THE FINAL-PAID MARKER ON THE YTD ENTRY IS WHAT KEEPS
      *        THIS RUN RE-RUNNABLE - A TERMINATION ALREADY CLOSED
               END-PERFORM.

           3000-PAY-TERMINATION.
               PERFORM 3050-TAKE-TAX-DECLARATION.
               PERFORM 3100-WORK-OUT-PART-PERIOD.
               PERFORM 3200-PAY-OUT-LEAVE.
               PERFORM 3250-FIND-FINAL-BONUS.
               COMPUTE FINAL-GROSS = FINAL-SALARY + LEAVE-PAYOUT
                   + FINAL-BONUS.
               PERFORM 3300-CALCULATE-WITHHOLDING.
               IF REGION-IS-AU
                   COMPUTE FINAL-SUPER ROUNDED =
                       (FINAL-SALARY + FINAL-BONUS) * SG-RATE
               ELSE
                   MOVE 0 TO FINAL-SUPER
               END-IF.
               PERFORM 3700-WRITE-FINAL-RUN-LOG.
               ADD 1 TO FINAL-PAID-COUNT.

           3050-TAKE-TAX-DECLARATION.
      *        A MASTER RECORD WITHOUT A THRESHOLD FLAG OR TAX CODE
      *        PREDATES THE DECLARATION FIELDS AND IS READ AS THE
      *        THRESHOLD CLAIMED AND CODE M. NO IRD NUMBER FORCES ND.
               IF EM-TAX-ID = SPACES
                   MOVE 'F' TO TAX-ID-SUPPLIED
               ELSE
                   MOVE 'T' TO TAX-ID-SUPPLIED
               END-IF.
               IF EM-TAX-FREE-THRESHOLD = 'F'
                   MOVE 'F' TO TAX-FREE-THRESHOLD
               ELSE
                   MOVE 'T' TO TAX-FREE-THRESHOLD
               END-IF.
               IF EM-NZ-TAX-CODE = SPACES
                   MOVE "M" TO NZ-TAX-CODE
               ELSE
                   MOVE EM-NZ-TAX-CODE TO NZ-TAX-CODE
               END-IF.
               IF REGION-IS-NZ AND NOT TAX-ID-IS-SUPPLIED
                   MOVE "ND" TO NZ-TAX-CODE
               END-IF.

           3100-WORK-OUT-PART-PERIOD.
      *        THE CLOSING CYCLE RUNS FOR THE 14 DAYS UP TO THE PAY
      *        PERIOD END. A TERMINATION DATE INSIDE THE CYCLE
                   MOVE LB-ANNUAL-HOURS TO LEAVE-HOURS-PAID
               END-IF.

           3250-FIND-FINAL-BONUS.
               MOVE 0 TO FINAL-BONUS.
               SET FB-IDX TO 1.
               PERFORM UNTIL FB-IDX > FINAL-BONUS-COUNT
                   IF FBT-EMP-ID(FB-IDX) = EM-EMP-ID
                       ADD FBT-BONUS-PAY(FB-IDX) TO FINAL-BONUS
                   END-IF
                   SET FB-IDX UP BY 1
               END-PERFORM.

           3300-CALCULATE-WITHHOLDING.
      *        THE PART-PERIOD SALARY IS TAXED AS ONE CYCLE OF THE
      *        ANNUAL SALARY, PRO-RATED BY DAYS. THE LEAVE PAYOUT IS
      *        A ONE-OFF ON TOP OF THE YEAR'S EARNINGS, SO IT IS
      *        WITHHELD AT THE EMPLOYEE'S MARGINAL BRACKET RATE. A
      *        BONUS OR BACK PAY IS TAXED BY THE MARGINAL METHOD, AS
      *        THE PAY RUN DOES - THE ANNUAL TAX ON THE SALARY PLUS
      *        THE LUMP SUM LESS THE ANNUAL TAX ON THE SALARY ALONE.
               MOVE 0 TO BONUS-TAX-WORK.
               IF FINAL-BONUS > 0
                   COMPUTE TAXABLE-ANNUAL-WORK =
                       ANNUAL-PAY-WORK + FINAL-BONUS
                   PERFORM 3310-CALCULATE-ANNUAL-TAX
                   MOVE ANNUAL-TAX-WORK TO BONUS-TAX-WORK
               END-IF.
               MOVE ANNUAL-PAY-WORK TO TAXABLE-ANNUAL-WORK.
               PERFORM 3310-CALCULATE-ANNUAL-TAX.
               IF FINAL-BONUS > 0
                   SUBTRACT ANNUAL-TAX-WORK FROM BONUS-TAX-WORK
               END-IF.
               COMPUTE FINAL-TAX ROUNDED =
                   ANNUAL-TAX-WORK / PAY-CYCLES-PER-YEAR
                       * FINAL-DAYS / DAYS-PER-PERIOD
                       + LEAVE-PAYOUT * MARGINAL-RATE
                       + BONUS-TAX-WORK.

           3310-CALCULATE-ANNUAL-TAX.
               MOVE 0 TO INCOME-TAX-WORK.
               MOVE 0 TO MEDICARE-WORK.
               MOVE 0 TO HECS-WORK.
                       OR WS-FOUND
                   IF TBT-FINYEAR(TB-IDX) = FINYEAR
                           AND TBT-REGION(TB-IDX) = REGION
                           AND TAXABLE-ANNUAL-WORK >= TBT-LOW(TB-IDX)
                           AND TAXABLE-ANNUAL-WORK <= TBT-HIGH(TB-IDX)
                       COMPUTE INCOME-TAX-WORK ROUNDED =
                           TBT-BASE(TB-IDX) +
                           ((TAXABLE-ANNUAL-WORK - TBT-LOW(TB-IDX))
                               * TBT-RATE(TB-IDX))
                       MOVE TBT-RATE(TB-IDX) TO MARGINAL-RATE
                       SET WS-FOUND TO TRUE
                       SET TB-IDX UP BY 1
                   END-IF
               END-PERFORM.
               PERFORM 3320-APPLY-TAX-DECLARATION.
               IF REGION-IS-AU
                   IF EM-HOUSEHOLD-STATUS = 'S'
                       MOVE 90000 TO WS-MEDICARE-THRESHOLD
                   ELSE
                       MOVE 180000 TO WS-MEDICARE-THRESHOLD
                   END-IF
                   IF TAXABLE-ANNUAL-WORK >= WS-MEDICARE-THRESHOLD
                       COMPUTE MEDICARE-WORK ROUNDED =
                           TAXABLE-ANNUAL-WORK * .002
                   END-IF
               END-IF.
               IF REGION-IS-AU AND HECS = 'T'
                   SET HT-IDX TO 1
                   PERFORM UNTIL HT-IDX > HECS-THRESHOLD-COUNT
                           OR WS-FOUND
                       IF TAXABLE-ANNUAL-WORK >= HTT-LOW(HT-IDX)
                               AND TAXABLE-ANNUAL-WORK
                                   <= HTT-HIGH(HT-IDX)
                           COMPUTE HECS-WORK ROUNDED =
                               TAXABLE-ANNUAL-WORK * HTT-RATE(HT-IDX)
                           SET WS-FOUND TO TRUE
                       ELSE
                           SET HT-IDX UP BY 1
      *        PAY CARRIES ITS SHARE. FOR NZ THE HECS FLAG CARRIES
      *        THE STUDENT LOAN INDICATOR.
               IF REGION-IS-NZ
                   IF TAXABLE-ANNUAL-WORK > ACC-MAX-EARNINGS
                       MOVE ACC-MAX-EARNINGS TO ACC-LEVY-BASE
                   ELSE
                       MOVE TAXABLE-ANNUAL-WORK TO ACC-LEVY-BASE
                   END-IF
                   COMPUTE ACC-LEVY-WORK ROUNDED =
                       ACC-LEVY-BASE * ACC-LEVY-RATE
      *            SECONDARY INCOME HAS NO REPAYMENT THRESHOLD; NO
      *            LOAN REPAYMENT IS TAKEN UNDER THE ND CODE.
                   IF HECS = 'T'
                       IF NZ-CODE-IS-SECONDARY
                           COMPUTE NZSLOAN-WORK ROUNDED =
                               TAXABLE-ANNUAL-WORK * NZSLOAN-RATE
                       ELSE
                           IF NOT NZ-CODE-IS-ND
                                   AND TAXABLE-ANNUAL-WORK
                                       > NZSLOAN-THRESHOLD
                               COMPUTE NZSLOAN-WORK ROUNDED =
                                   (TAXABLE-ANNUAL-WORK
                                       - NZSLOAN-THRESHOLD)
                                       * NZSLOAN-RATE
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               COMPUTE ANNUAL-TAX-WORK =
                   INCOME-TAX-WORK + MEDICARE-WORK + HECS-WORK
                   + ACC-LEVY-WORK + NZSLOAN-WORK.

           3320-APPLY-TAX-DECLARATION.
      *        THE BRACKET TAX ABOVE IS THE PRIMARY SCALE WITH THE
      *        THRESHOLD CLAIMED - THE SAME ADJUSTMENTS AS
      *        5100-APPLY-TAX-DECLARATION IN TAKEHOME_PAY, CARRYING
      *        THE MARGINAL RATE ALONG WITH THEM.
               IF REGION-IS-AU
                   IF NOT TAX-ID-IS-SUPPLIED
                       PERFORM 3330-FIND-TOP-RATE
                       COMPUTE INCOME-TAX-WORK ROUNDED =
                           TAXABLE-ANNUAL-WORK * TOP-TAX-RATE
                       MOVE TOP-TAX-RATE TO MARGINAL-RATE
                   ELSE
                       IF NOT THRESHOLD-IS-CLAIMED
                           PERFORM 3340-FIND-NO-THRESHOLD-SCALE
                           IF TAXABLE-ANNUAL-WORK < NO-THRESHOLD-LIMIT
                               COMPUTE INCOME-TAX-WORK ROUNDED =
                                   INCOME-TAX-WORK
                                   + TAXABLE-ANNUAL-WORK
                                       * NO-THRESHOLD-RATE
                           ELSE
                               COMPUTE INCOME-TAX-WORK ROUNDED =
                                   INCOME-TAX-WORK + NO-THRESHOLD-LIMIT
                                       * NO-THRESHOLD-RATE
                           END-IF
                           IF MARGINAL-RATE < NO-THRESHOLD-RATE
                               MOVE NO-THRESHOLD-RATE TO MARGINAL-RATE
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   SET WS-NOT-FOUND TO TRUE
                   SET NT-IDX TO 1
                   PERFORM UNTIL NT-IDX > NZ-TAX-CODE-COUNT
                           OR WS-FOUND
                       IF NTT-TAX-CODE(NT-IDX) = NZ-TAX-CODE
                           SET WS-FOUND TO TRUE
                       ELSE
                           SET NT-IDX UP BY 1
                       END-IF
                   END-PERFORM
                   IF WS-NOT-FOUND
                       DISPLAY "NZ TAX CODE " NZ-TAX-CODE
                           " NOT ON TAX CODE TABLE - TOP RATE USED"
                       PERFORM 3330-FIND-TOP-RATE
                       COMPUTE INCOME-TAX-WORK ROUNDED =
                           TAXABLE-ANNUAL-WORK * TOP-TAX-RATE
                       MOVE TOP-TAX-RATE TO MARGINAL-RATE
                   ELSE
                       IF NTT-FLAT-RATE(NT-IDX) > 0
                           COMPUTE INCOME-TAX-WORK ROUNDED =
                               TAXABLE-ANNUAL-WORK
                                   * NTT-FLAT-RATE(NT-IDX)
                           MOVE NTT-FLAT-RATE(NT-IDX) TO MARGINAL-RATE
                       END-IF
                       IF NTT-CREDIT(NT-IDX) > 0
                               AND TAXABLE-ANNUAL-WORK
                                   >= NTT-CREDIT-FROM(NT-IDX)
                           PERFORM 3350-APPLY-TAX-CREDIT
                       END-IF
                   END-IF
               END-IF.

           3330-FIND-TOP-RATE.
               MOVE 0 TO TOP-TAX-RATE.
               SET TB-IDX TO 1.
               PERFORM UNTIL TB-IDX > TAX-BRACKET-COUNT
                   IF TBT-FINYEAR(TB-IDX) = FINYEAR
                           AND TBT-REGION(TB-IDX) = REGION
                           AND TBT-RATE(TB-IDX) > TOP-TAX-RATE
                       MOVE TBT-RATE(TB-IDX) TO TOP-TAX-RATE
                   END-IF
                   SET TB-IDX UP BY 1
               END-PERFORM.

           3340-FIND-NO-THRESHOLD-SCALE.
      *        THE THRESHOLD IS THE TOP OF THE NIL-RATE BRACKET; THE
      *        NO-THRESHOLD RATE IS THAT OF THE BRACKET ABOVE IT.
               MOVE 0 TO NO-THRESHOLD-LIMIT.
               MOVE 0 TO NO-THRESHOLD-RATE.
               SET TB-IDX TO 1.
               PERFORM UNTIL TB-IDX > TAX-BRACKET-COUNT
                   IF TBT-FINYEAR(TB-IDX) = FINYEAR
                           AND TBT-REGION(TB-IDX) = REGION
                           AND TBT-LOW(TB-IDX) = 0
                           AND TBT-RATE(TB-IDX) = 0
                       MOVE TBT-HIGH(TB-IDX) TO NO-THRESHOLD-LIMIT
                   END-IF
                   SET TB-IDX UP BY 1
               END-PERFORM.
               SET TB-IDX TO 1.
               PERFORM UNTIL TB-IDX > TAX-BRACKET-COUNT
                   IF TBT-FINYEAR(TB-IDX) = FINYEAR
                           AND TBT-REGION(TB-IDX) = REGION
                           AND TBT-LOW(TB-IDX) > NO-THRESHOLD-LIMIT
                           AND TBT-LOW(TB-IDX) <= NO-THRESHOLD-LIMIT + 1
                       MOVE TBT-RATE(TB-IDX) TO NO-THRESHOLD-RATE
                   END-IF
                   SET TB-IDX UP BY 1
               END-PERFORM.

           3350-APPLY-TAX-CREDIT.
               IF TAXABLE-ANNUAL-WORK > NTT-ABATE-FROM(NT-IDX)
                   COMPUTE TAX-CREDIT-WORK ROUNDED =
                       NTT-CREDIT(NT-IDX)
                       - (TAXABLE-ANNUAL-WORK - NTT-ABATE-FROM(NT-IDX))
                           * NTT-ABATE-RATE(NT-IDX)
               ELSE
                   MOVE NTT-CREDIT(NT-IDX) TO TAX-CREDIT-WORK
               END-IF.
               IF TAX-CREDIT-WORK > 0
                   IF TAX-CREDIT-WORK > INCOME-TAX-WORK
                       MOVE 0 TO INCOME-TAX-WORK
                   ELSE
                       SUBTRACT TAX-CREDIT-WORK FROM INCOME-TAX-WORK
                   END-IF
               END-IF.

           3400-QUEUE-BANK-CREDIT.
               IF EM-BSB = SPACES OR EM-ACCOUNT-NO = SPACES
                   MOVE FINAL-NET-CENTS TO ABA-DET-AMOUNT
                   MOVE EM-ACCOUNT-NAME TO ABA-DET-TITLE
                   MOVE EM-EMP-ID TO ABA-DET-REFERENCE
                   PERFORM 3410-CHECK-BANK-HOLD
                   IF BANK-CREDIT-HELD
                       PERFORM 3420-HOLD-BANK-CREDIT
                   ELSE
                       WRITE FINAL-BANK-LINE FROM ABA-DETAIL-RECORD
                       ADD ABA-DET-AMOUNT TO BANK-FILE-TOTAL-CENTS
                       ADD 1 TO BANK-DETAIL-COUNT
                   END-IF
               END-IF.

           3410-CHECK-BANK-HOLD.
      *        ONLY AN UNVERIFIED CHANGE MADE WITHIN THE HOLD WINDOW
      *        HOLDS THE CREDIT. AN OLDER ONE STILL UNVERIFIED IS PAID
      *        BUT REPORTED, AND A CHANGE WITH NO READABLE DATE IS
      *        HELD RATHER THAN TRUSTED.
               SET BANK-CREDIT-NOT-HELD TO TRUE.
               IF EM-BANK-UNVERIFIED
                   IF EM-BANK-CHANGED-DATE IS NOT NUMERIC
                       SET BANK-CREDIT-HELD TO TRUE
                   ELSE
                       COMPUTE BANK-CHANGE-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(BANK-RUN-DATE))
                           - FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(EM-BANK-CHANGED-DATE))
                       IF BANK-CHANGE-AGE-DAYS <= BANK-HOLD-DAYS
                           SET BANK-CREDIT-HELD TO TRUE
                       ELSE
                           DISPLAY "BANK DETAILS FOR " EM-EMP-ID
                               " CHANGED " EM-BANK-CHANGED-DATE
                               " ARE STILL NOT VERIFIED - PAID, "
                               "VERIFY THEM NOW"
                           ADD 1 TO UNVERIFIED-PAID-COUNT
                       END-IF
                   END-IF
               END-IF.

           3420-HOLD-BANK-CREDIT.
      *        THE CREDIT IS KEPT EXACTLY AS IT WOULD HAVE GONE TO THE
      *        BANK, UNDER THE PERIOD END AND THE FINAL-PAY SEQUENCE,
      *        SO BANK_RELEASE LETS IT GO ONLY ONCE THE CHANGE IS
      *        VERIFIED AND THIS RUN IS APPROVED.
               MOVE SPACES TO HELD-CREDIT-RECORD.
               MOVE PAY-PERIOD-END TO HC-PERIOD-END.
               MOVE 2 TO HC-SLIP-SEQ.
               MOVE EM-EMP-ID TO HC-EMP-ID.
               SET HC-HELD TO TRUE.
               MOVE EM-BANK-CHANGED-DATE TO HC-BANK-CHANGED-DATE.
               MOVE EM-BANK-CHANGED-BY TO HC-BANK-CHANGED-BY.
               MOVE FUNCTION CURRENT-DATE TO HC-HELD-AT.
               MOVE ABA-DETAIL-RECORD TO HC-ABA-DETAIL.
               WRITE HELD-CREDIT-RECORD.
               ADD 1 TO HELD-COUNT.
               ADD FINAL-NET-CENTS TO HELD-NET-CENTS.
               DISPLAY "BANK DETAILS FOR " EM-EMP-ID " CHANGED "
                   EM-BANK-CHANGED-DATE " BY " EM-BANK-CHANGED-BY
                   " NOT VERIFIED - FINAL PAY HELD".

           3500-CLOSE-OUT-YTD.
      *        WS-FOUND HAS BEEN REUSED SINCE 2000 LOOKED THE ENTRY
      *        UP, SO READ AGAIN, ADD THE FINAL FIGURES, AND SET THE
               MOVE 0 TO PS-KIWISAVER-EMPLOYER.
               MOVE 0 TO PS-ACC-LEVY.
               MOVE 0 TO PS-NZ-SLOAN.
               MOVE FINAL-BONUS TO PS-BONUS-PAY.
               MOVE TAX-ID-SUPPLIED TO PS-TAX-ID-SUPPLIED.
               MOVE TAX-FREE-THRESHOLD TO PS-TAX-FREE-THRESHOLD.
               IF REGION-IS-NZ
                   MOVE NZ-TAX-CODE TO PS-NZ-TAX-CODE
               ELSE
                   MOVE SPACES TO PS-NZ-TAX-CODE
               END-IF.
               MOVE EM-COST-ALLOCATION(1) TO PS-COST-ALLOCATION(1).
               MOVE EM-COST-ALLOCATION(2) TO PS-COST-ALLOCATION(2).
               MOVE EM-COST-ALLOCATION(3) TO PS-COST-ALLOCATION(3).
               MOVE EM-COST-ALLOCATION(4) TO PS-COST-ALLOCATION(4).
               MOVE EM-WORK-STATE TO PS-WORK-STATE.
               WRITE PAYSLIP-RECORD
                   INVALID KEY
                       REWRITE PAYSLIP-RECORD
               MOVE BANK-DETAIL-COUNT TO ABA-TRL-COUNT.
               WRITE FINAL-BANK-LINE FROM ABA-TRAILER-RECORD.
               IF BANK-FILE-TOTAL-CENTS + UNBANKED-NET-CENTS
                       + HELD-NET-CENTS
                       NOT = GRAND-NET-CENTS
                   DISPLAY "FINAL PAY BANK FILE TOTAL "
                       BANK-FILE-TOTAL-CENTS " PLUS UNBANKED "
                       UNBANKED-NET-CENTS " PLUS HELD " HELD-NET-CENTS
                       " DOES NOT MATCH NET TOTAL " GRAND-NET-CENTS
                       " - DO NOT RELEASE data/TERMPAY.ABA"
                   MOVE 12 TO RETURN-CODE
                   DISPLAY UNBANKED-COUNT " FINAL PAYS WITHOUT BANK "
                       "DETAILS LEFT OUT OF THE FILE - PAY BY HAND"
               END-IF.
               IF HELD-COUNT > 0
                   DISPLAY HELD-COUNT " FINAL PAYS TOTALLING "
                       HELD-NET-CENTS " CENTS HELD ON UNVERIFIED BANK "
                       "DETAILS - SEE data/BANKHELD.DAT, RUN "
                       "BANK_RELEASE FOR THE EXCEPTION REPORT"
               END-IF.

           5100-WRITE-APPROVAL-ROW.
      *        THE RUN IS LEFT PENDING APPROVAL UNDER SEQUENCE 002 -
      *        data/TERMPAY.ABA IS NOT RELEASED UNTIL PAY_APPROVE HAS
      *        BEEN RUN BY A DIFFERENT USER. A RUN THAT PAID NOBODY
      *        HAS NOTHING TO APPROVE.
               IF FINAL-PAID-COUNT = 0
                   DISPLAY "NO FINAL PAYS MADE - NOTHING TO APPROVE"
               ELSE
                   MOVE PAY-PERIOD-END TO PR-PERIOD-END
                   MOVE 2 TO PR-SLIP-SEQ
                   IF OFF-CYCLE-RUN
                       SET PR-RUN-OFF-CYCLE TO TRUE
                   ELSE
                       SET PR-RUN-SCHEDULED TO TRUE
                   END-IF
                   SET PR-PENDING TO TRUE
                   MOVE RUN-BY TO PR-RUN-BY
                   MOVE FUNCTION CURRENT-DATE TO PR-RUN-AT
                   MOVE FINAL-PAID-COUNT TO PR-HEADCOUNT
                   COMPUTE PR-GROSS-CENTS = GRAND-FINAL-GROSS * 100
                   COMPUTE PR-TAX-CENTS = GRAND-FINAL-TAX * 100
                   MOVE GRAND-NET-CENTS TO PR-NET-CENTS
                   MOVE BANK-FILE-TOTAL-CENTS TO PR-BANK-CENTS
                   MOVE BANK-DETAIL-COUNT TO PR-BANK-COUNT
                   MOVE UNBANKED-NET-CENTS TO PR-UNBANKED-CENTS
                   MOVE HELD-NET-CENTS TO PR-HELD-CENTS
                   MOVE HELD-COUNT TO PR-HELD-COUNT
                   MOVE SPACES TO PR-DECIDED-BY
                   MOVE SPACES TO PR-DECIDED-AT
                   SET PR-FINAL-RUN TO TRUE
                   OPEN EXTEND PAY-APPROVAL-FILE
                   IF PAY-APPROVAL-FILE-STATUS = "35"
                       OPEN OUTPUT PAY-APPROVAL-FILE
                   END-IF
                   IF PAY-APPROVAL-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN PAY RUN APPROVAL FILE "
                           "- STATUS " PAY-APPROVAL-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   WRITE PAY-APPROVAL-RECORD
                   CLOSE PAY-APPROVAL-FILE
                   DISPLAY "FINAL PAYS FOR " PAY-PERIOD-END " ARE "
                       "AWAITING APPROVAL - data/TERMPAY.ABA IS HELD "
                       "UNTIL RELEASED"
               END-IF.

           9000-CLOSE-FILES.
               CLOSE EMPLOYEE-MASTER-FILE.
               CLOSE RUN-LOG-FILE.
               CLOSE FINAL-BANK-FILE.
               CLOSE FINAL-REGISTER-FILE.
               CLOSE HELD-CREDIT-FILE.

           END PROGRAM TERM_FINALPAY.
