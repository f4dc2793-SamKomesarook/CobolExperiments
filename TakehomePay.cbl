                       ASSIGN TO "data/NZSLOAN.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS NZ-SLOAN-FILE-STATUS.
                   SELECT NZ-TAX-CODE-FILE
                       ASSIGN TO "data/NZTAXCDE.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS NZ-TAX-CODE-FILE-STATUS.
                   SELECT EMPLOYEE-PAY-FILE
                       ASSIGN TO DYNAMIC EMPLOYEE-PAY-FILE-NAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS DEDUCTION-MASTER-FILE-STATUS.
                   SELECT DEDUCTION-BACKUP-FILE
                       ASSIGN TO DYNAMIC DEDUCTION-BACKUP-FILE-NAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS DEDUCTION-BACKUP-FILE-STATUS.
                   SELECT LEAVE-BALANCE-FILE
                       RECORD KEY IS YS-EMP-ID
                       FILE STATUS IS YTD-SNAP-FILE-STATUS.
                   SELECT YTD-BACKUP-FILE
                       ASSIGN TO DYNAMIC YTD-BACKUP-FILE-NAME
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS YB-EMP-ID
                       RECORD KEY IS LS-EMP-ID
                       FILE STATUS IS LEAVE-SNAP-FILE-STATUS.
                   SELECT LEAVE-BACKUP-FILE
                       ASSIGN TO DYNAMIC LEAVE-BACKUP-FILE-NAME
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS LBK-EMP-ID
                       FILE STATUS IS LEAVE-BACKUP-FILE-STATUS.
                   SELECT PAY-APPROVAL-FILE
                       ASSIGN TO "data/PAYAPPR.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS PAY-APPROVAL-FILE-STATUS.
                   SELECT APPROVAL-REPORT-FILE
                       ASSIGN TO "data/PAYAPPR.RPT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS APPROVAL-REPORT-FILE-STATUS.
                   SELECT RECON-STATUS-FILE
                       ASSIGN TO "data/RECONSTS.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RECON-STATUS-FILE-STATUS.
                   SELECT HELD-CREDIT-FILE
                       ASSIGN TO "data/BANKHELD.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS HELD-CREDIT-FILE-STATUS.

           DATA DIVISION.
               FILE SECTION.
                   05 RC-PERIOD-END PIC X(8).
                   05 RC-INPUT-FILE PIC X(40).
                   05 RC-REGISTER-FILE PIC X(40).
      *        'Y' OPENS A PERIOD RUN AS OFF-CYCLE - THE ONLY WAY TO
      *        PAY AGAIN FOR A PERIOD END WHOSE RUN IS APPROVED. THE
      *        USER ID IS RECORDED AGAINST THE RUN SO THE APPROVAL
      *        CAN BE HELD TO A DIFFERENT USER.
                   05 RC-OFF-CYCLE PIC X(1).
                   05 RC-RUN-BY PIC X(8).
      *        DAYS BEFORE THE RUN WITHIN WHICH AN UNVERIFIED CHANGE
      *        OF BANK DETAILS HOLDS THE CREDIT. BLANK TAKES THE
      *        STANDARD WINDOW.
                   05 RC-BANK-HOLD-DAYS PIC X(3).

               FD TAX-BRACKET-FILE.
               01 TAX-BRACKET-RECORD.
                   05 SL-THRESHOLD PIC 9(9).
                   05 SL-RATE PIC V9999.

      *        NZ TAX CODES - ONE ROW PER CODE. A FLAT RATE TAXES
      *        EVERY DOLLAR AT THAT RATE (SECONDARY CODES AND ND);
      *        ZERO MEANS THE PRIMARY BRACKETS. A CREDIT IS AN ANNUAL
      *        TAX CREDIT FOR INCOME FROM THE CREDIT-FROM AMOUNT,
      *        ABATED AT THE ABATEMENT RATE ABOVE THE ABATE-FROM
      *        AMOUNT (THE INDEPENDENT EARNER CREDIT ON CODE ME).
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
                   05 CKP-PERIOD-END PIC X(8).
                   05 CKP-INPUT-FILE PIC X(40).
                   05 CKP-REGISTER-FILE PIC X(40).
                   05 CKP-SLIP-SEQ PIC 9(3).
                   05 CKP-OFF-CYCLE PIC X(1).
                   05 CKP-RUN-BY PIC X(8).
                   05 CKP-HELD-CENTS PIC 9(11).
                   05 CKP-HELD-COUNT PIC 9(6).
                   05 CKP-HELD-ROWS PIC 9(7).
                   05 CKP-RUN-DATE PIC X(8).
      *        ONE ROW PER COST CENTRE FOLLOWS THE CHECKPOINT RECORD,
      *        CARRYING THE EXPENSE POSTED TO IT SO FAR.
               01 CHECKPOINT-COST-CENTRE-RECORD.
                   05 CKC-RECORD-ID PIC X(3).
                   05 CKC-COST-CENTRE PIC X(6).
                   05 CKC-GROSS-CENTS PIC 9(11).
                   05 CKC-SUPER-CENTS PIC 9(11).

      *        GENERAL LEDGER JOURNAL EXTRACT - ONE BALANCED SET OF
      *        LINES PER RUN, IN CENTS, FOR FINANCE TO POST WITHOUT
      *        RE-KEYING THE REGISTER TOTALS. THE EXPENSE LINES ARE
      *        POSTED PER COST CENTRE; THE LIABILITY LINES CARRY A
      *        BLANK COST CENTRE.
               FD GL-JOURNAL-FILE.
               01 GL-JOURNAL-RECORD.
                   05 GLJ-PERIOD-END PIC X(8).
                   05 GLJ-ACCOUNT PIC X(20).
                   05 GLJ-DR-CR PIC X(2).
                   05 GLJ-AMOUNT-CENTS PIC 9(11).
                   05 GLJ-COST-CENTRE PIC X(6).

               FD TRIM-DATA-FILE.
               01 TRIM-DATA-LINE PIC X(200).
               FD BANK-PAYMENT-FILE.
               01 BANK-PAYMENT-LINE PIC X(120).

               FD PAY-APPROVAL-FILE.
               COPY PAYAPPR.

               FD RECON-STATUS-FILE.
               COPY RECONSTS.

               FD HELD-CREDIT-FILE.
               COPY BANKHELD.

               FD APPROVAL-REPORT-FILE.
               01 APPROVAL-REPORT-LINE PIC X(100).

               WORKING-STORAGE SECTION.
               01 RUN-CONTROL-FILE-STATUS PIC X(2).
               01 CHECKPOINT-FILE-STATUS PIC X(2).
               01 KIWISAVER-RATE-FILE-STATUS PIC X(2).
               01 ACC-LEVY-FILE-STATUS PIC X(2).
               01 NZ-SLOAN-FILE-STATUS PIC X(2).
               01 NZ-TAX-CODE-FILE-STATUS PIC X(2).
               01 PAYSLIP-FILE-STATUS PIC X(2).
               01 RUN-LOG-FILE-STATUS PIC X(2).
               01 EMPLOYEE-PAY-FILE-STATUS PIC X(2).
               01 LEAVE-BALANCE-FILE-STATUS PIC X(2).
               01 LEAVE-SNAP-FILE-STATUS PIC X(2).
               01 LEAVE-BACKUP-FILE-STATUS PIC X(2).
               01 PAY-APPROVAL-FILE-STATUS PIC X(2).
               01 APPROVAL-REPORT-FILE-STATUS PIC X(2).
               01 RECON-STATUS-FILE-STATUS PIC X(2).
               01 HELD-CREDIT-FILE-STATUS PIC X(2).
               01 EMP-REFERENCE PIC X(10) VALUE SPACES.

               01 TAX-BRACKET-TABLE.
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

               01 WS-EOF-SW PIC X(1).
                   88 WS-EOF VALUE 'Y'.
                   88 WS-NOT-EOF VALUE 'N'.
                   88 SNAP-EOF VALUE 'Y'.
                   88 SNAP-NOT-EOF VALUE 'N'.

      *        THE SAME COPY ROUTINES CUT THE PRE-RUN COPIES A
      *        REJECTED PERIOD RUN IS ROLLED BACK FROM - ONLY THE
      *        TARGET NAMES CHANGE.
               01 YTD-BACKUP-FILE-NAME PIC X(40)
                   VALUE "data/YTDMAST.CKP".
               01 LEAVE-BACKUP-FILE-NAME PIC X(40)
                   VALUE "data/LEAVEBAL.CKP".
               01 DEDUCTION-BACKUP-FILE-NAME PIC X(40)
                   VALUE "data/DEDMAST.CKP".

      *        PAY RUN APPROVAL - A PERIOD RUN ENDS PENDING APPROVAL
      *        AND NO FURTHER PERIOD RUN MAY START UNTIL IT HAS BEEN
      *        APPROVED OR REJECTED. BATCH AND PERIOD RUNS WRITE
      *        PAYSLIP SEQUENCE 001 UNLESS THE RUN IS OFF-CYCLE.
               01 RUN-BY PIC X(8) VALUE SPACES.
               01 OFF-CYCLE-SW PIC X(1) VALUE 'N'.
                   88 OFF-CYCLE-RUN VALUE 'Y'.
               01 RUN-SLIP-SEQ PIC 9(3) VALUE 1.
               01 HIGH-SLIP-SEQ PIC 9(3) VALUE 0.
               01 PERIOD-LOCKED-SW PIC X(1) VALUE 'N'.
                   88 PERIOD-LOCKED VALUE 'Y'.
               01 RUN-PENDING-SW PIC X(1) VALUE 'N'.
                   88 RUN-PENDING VALUE 'Y'.
               01 PENDING-PERIOD-END PIC X(8) VALUE SPACES.

               01 APPROVAL-HEADER-LINE.
                   05 FILLER PIC X(38) VALUE
                       "PAY RUN AWAITING APPROVAL - PERIOD END".
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 AHL-PERIOD-END PIC X(8).
                   05 FILLER PIC X(8) VALUE "  RUN BY".
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 AHL-RUN-BY PIC X(8).
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 AHL-RUN-TYPE PIC X(9).

               01 APPROVAL-AMOUNT-LINE.
                   05 AAL-LABEL PIC X(30).
                   05 AAL-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

               01 APPROVAL-COUNT-LINE.
                   05 ACL-LABEL PIC X(30).
                   05 FILLER PIC X(8) VALUE SPACES.
                   05 ACL-COUNT PIC Z,ZZZ,ZZ9.

      *        RUN CONTROL VALUES - READ FROM data/RUNCTL.DAT SO THE
      *        SCHEDULER CAN DRIVE A RUN WITH NO CONSOLE INTERACTION.
      *        WHEN THE FILE IS ABSENT THE CONSOLE PROMPTS APPLY.
               01 ACC_LEVY_TOTAL PIC 9(9)V99 VALUE 0.
               01 NZSLOAN_TOTAL PIC 9(9)V99 VALUE 0.

      *        TAX DECLARATION - FROM THE MASTER IN BATCH AND PERIOD
      *        RUNS. NO TFN OR IRD NUMBER WITHHOLDS AT THE TOP RATE
      *        (FOR NZ, THE ND CODE). AN AU EMPLOYEE NOT CLAIMING THE
      *        TAX-FREE THRESHOLD HAS THE THRESHOLD BAND TAXED AT THE
      *        FIRST TAXED BRACKET'S RATE. THE INTERACTIVE CALCULATOR
      *        ASSUMES A TFN HELD, THE THRESHOLD CLAIMED AND CODE M.
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

      *        PAY-PERIOD PROCESSING - THE PERIOD GROSS IS
      *        ANNUALISED TO FIND THE WITHHOLDING RATE AND THE ANNUAL
      *        FIGURES ARE BROUGHT BACK TO THE PERIOD, SO A PAY RISE
               01 PAY-CYCLES-PER-YEAR PIC 9(4) VALUE 26.
               01 PERIOD-GROSS PIC 9(9)V99 VALUE 0.

      *        BONUS AND BACK PAY - A LUMP SUM IS NOT ANNUALISED
      *        WITH THE ORDINARY PAY OR IT WOULD BE TAXED AS IF IT
      *        RECURRED EVERY CYCLE. THE MARGINAL METHOD PROJECTS
      *        THE NORMAL EARNINGS, ADDS THE LUMP SUM ONCE, AND
      *        WITHHOLDS THE EXTRA TAX THAT ADDITION ATTRACTS ON TOP
      *        OF THE ORDINARY PERIOD WITHHOLDING.
               01 PERIOD-BONUS-PAY PIC 9(9)V99 VALUE 0.
               01 PERIOD-NORMAL-GROSS PIC 9(9)V99 VALUE 0.
               01 BONUS-INCOME-TAX PIC 9(9)V99 VALUE 0.
               01 BONUS-MEDICARE PIC 9(9)V99 VALUE 0.
               01 BONUS-HECS PIC 9(9)V99 VALUE 0.
               01 BONUS-ACC-LEVY PIC 9(9)V99 VALUE 0.
               01 BONUS-NZSLOAN PIC 9(9)V99 VALUE 0.
               01 BONUS-KS-EMPLOYEE PIC 9(9)V99 VALUE 0.
               01 BONUS-KS-EMPLOYER PIC 9(9)V99 VALUE 0.

      *        LEAVE PROCESSING - THE LVE RECORDS ARE COLLECTED
      *        BEFORE THE EMPLOYEES ARE PAID SO THE LEAVE LINE LANDS
      *        ON THE SAME PAYSLIP AS THE PERIOD PAY. ACCRUALS ARE
               01 GL-CREDIT-TOTAL PIC 9(11) VALUE 0.
               01 GL-PROOF-CENTS PIC 9(11) VALUE 0.

      *        THE SALARY AND SUPER EXPENSE BY COST CENTRE, SPREAD BY
      *        THE MASTER'S ALLOCATION AS EACH EMPLOYEE IS PAID. THE
      *        LAST CODE IN A SPLIT TAKES WHAT THE ROUNDING LEAVES, SO
      *        THE COST CENTRES ALWAYS ADD BACK TO THE GL TOTALS AND
      *        THE CLOSING PROOF CAN DEMAND IT TO THE CENT.
               01 COST-CENTRE-EXPENSE-TABLE.
                   05 COST-CENTRE-EXPENSE OCCURS 500 TIMES
                          INDEXED BY CE-IDX.
                       10 CET-COST-CENTRE PIC X(6).
                       10 CET-GROSS-CENTS PIC 9(11).
                       10 CET-SUPER-CENTS PIC 9(11).
               01 COST-CENTRE-EXPENSE-COUNT PIC 9(4) VALUE 0.
               01 ALLOC-GROSS-CENTS PIC 9(11) VALUE 0.
               01 ALLOC-SUPER-CENTS PIC 9(11) VALUE 0.
               01 ALLOC-GROSS-LEFT PIC 9(11) VALUE 0.
               01 ALLOC-SUPER-LEFT PIC 9(11) VALUE 0.
               01 ALLOC-GROSS-SHARE PIC 9(11) VALUE 0.
               01 ALLOC-SUPER-SHARE PIC 9(11) VALUE 0.
               01 ALLOC-COST-CENTRE PIC X(6) VALUE SPACES.
               01 ALLOC-SUB PIC 9(1) VALUE 0.
               01 ALLOC-USED-COUNT PIC 9(1) VALUE 0.
               01 CC-GROSS-PROOF-CENTS PIC 9(11) VALUE 0.
               01 CC-SUPER-PROOF-CENTS PIC 9(11) VALUE 0.

      *        BANK DIRECT ENTRY - ONE CREDIT PER EMPLOYEE FOR THE
      *        FORTNIGHTLY NET PAY, BALANCED BY THE TYPE 7 TRAILER.
      *        THE PAY-RUN SIDE (GRAND-CYCLE-NET-CENTS) ACCUMULATES
               01 UNBANKED-COUNT PIC 9(7) VALUE 0.
               01 BANK-DETAIL-COUNT PIC 9(6) VALUE 0.

      *        BANK DETAIL SECURITY HOLD - A CREDIT TO BANK DETAILS
      *        CHANGED WITHIN BANK-HOLD-DAYS OF THE RUN AND NOT YET
      *        VERIFIED IS WRITTEN TO data/BANKHELD.DAT INSTEAD OF THE
      *        BANK FILE, FOR BANK_RELEASE TO LET GO ONCE VERIFIED.
      *        THE EMPLOYEE IS STILL PAID - THE HELD TOTAL IS PART OF
      *        THE BANK FILE PROOF. HELD-ROWS-TOTAL IS THE ABSOLUTE
      *        ROW COUNT OF THE FILE, CHECKPOINTED LIKE THE RUN LOG.
               01 BANK-HOLD-DAYS PIC 9(3) VALUE 14.
               01 BANK-RUN-DATE PIC X(8) VALUE SPACES.
               01 BANK-CHANGE-AGE-DAYS PIC S9(7) VALUE 0.
               01 HELD-NET-CENTS PIC 9(11) VALUE 0.
               01 HELD-COUNT PIC 9(6) VALUE 0.
               01 HELD-ROWS-TOTAL PIC 9(7) VALUE 0.
               01 UNVERIFIED-PAID-COUNT PIC 9(7) VALUE 0.
               01 BANK-HOLD-SW PIC X(1) VALUE 'N'.
                   88 BANK-CREDIT-HELD VALUE 'Y'.
                   88 BANK-CREDIT-NOT-HELD VALUE 'N'.

               01 WS-DATE-WORK.
                   05 WS-DATE-YYYY.
                       10 FILLER PIC X(2).
                   DISPLAY "PAY PERIOD END DEFAULTED TO "
                       PAY-PERIOD-END
               END-IF.
      *        A BATCH RUN WRITES THE SAME BANK FILE, REGISTER AND
      *        JOURNAL AS A PERIOD RUN, SO IT IS HELD TO THE SAME
      *        APPROVAL, PERIOD LOCK AND RECONCILIATION GATE.
               IF (RUN-MODE-PERIOD OR RUN-MODE-BATCH)
                       AND WS-NOT-RESTART
                   PERFORM 7005-CHECK-PERIOD-OPEN
                   PERFORM 7006-CHECK-RECONCILIATION
               END-IF.
               PERFORM 1200-OPEN-PAYSLIP-FILE.
               PERFORM 1300-OPEN-RUN-LOG-FILE.
               IF RUN-MODE-BATCH
               IF WS-SKIPPED-COUNT > 0 OR UNBANKED-COUNT > 0
                       OR LEAVE-REJECT-COUNT > 0
                       OR DEDUCTION-ALERT-COUNT > 0
                       OR HELD-COUNT > 0
                       OR UNVERIFIED-PAID-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               MOVE SL-THRESHOLD TO NZSLOAN-THRESHOLD.
               MOVE SL-RATE TO NZSLOAN-RATE.
               CLOSE NZ-SLOAN-FILE.
               PERFORM 1160-LOAD-NZ-TAX-CODES.

           1160-LOAD-NZ-TAX-CODES.
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

           1200-OPEN-PAYSLIP-FILE.
      *        THE PAYSLIP HISTORY IS KEYED ON EMPLOYEE, PERIOD END
                       "'B' FOR BATCH, 'P' FOR PAY PERIOD, "
                       "'R' FOR RESTART):"
                   ACCEPT RUN-MODE FROM DATA-INPUT
                   IF RUN-MODE-PERIOD OR RUN-MODE-BATCH
                       DISPLAY "ENTER YOUR USER ID:"
                       ACCEPT RUN-BY FROM DATA-INPUT
                       DISPLAY "OFF-CYCLE RUN (Y/N):"
                       ACCEPT OFF-CYCLE-SW FROM DATA-INPUT
                   END-IF
               ELSE
                   IF RUN-CONTROL-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN RUN CONTROL FILE - "
               END-IF.
               MOVE RC-FINYEAR TO FINYEAR-OVERRIDE.
               MOVE RC-PERIOD-END TO PAY-PERIOD-END.
               MOVE RC-RUN-BY TO RUN-BY.
               IF RC-OFF-CYCLE = 'Y'
                   SET OFF-CYCLE-RUN TO TRUE
               END-IF.
               IF RC-BANK-HOLD-DAYS IS NUMERIC
                   MOVE RC-BANK-HOLD-DAYS TO BANK-HOLD-DAYS
               END-IF.
               IF RC-INPUT-FILE NOT = SPACES
                   MOVE RC-INPUT-FILE TO EMPLOYEE-PAY-FILE-NAME
               END-IF.
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM 4750-OPEN-HELD-CREDIT-FILE.
               IF PAYROLL-REGISTER-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN PAYROLL REGISTER FILE - "
                       "STATUS " PAYROLL-REGISTER-FILE-STATUS
               MOVE GRAND-SUPER-TOTAL TO PTL-SUPER-TOTAL.
               WRITE PAYROLL-REGISTER-LINE FROM PAYROLL-TOTAL-LINE.
               PERFORM 4800-WRITE-BANK-TRAILER.
               CLOSE HELD-CREDIT-FILE.
               PERFORM 5500-WRITE-GL-JOURNAL.
               PERFORM 7950-WRITE-APPROVAL-SUMMARY.
               PERFORM 4600-MARK-RUN-COMPLETE.
               CLOSE EMPLOYEE-PAY-FILE.
               CLOSE EMPLOYEE-MASTER-FILE.
                       ELSE
                           MOVE 'F' TO KIWISAVER-STATUS
                       END-IF
                       PERFORM 4250-TAKE-TAX-DECLARATION
                       PERFORM 1400-DETERMINE-FINYEAR
                       IF FINYEAR = SPACES
                           DISPLAY "SKIPPING " EMP-REFERENCE
                   END-IF
               END-IF.

           4250-TAKE-TAX-DECLARATION.
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
               IF EM-REGION = "NZ" AND NOT TAX-ID-IS-SUPPLIED
                   MOVE "ND" TO NZ-TAX-CODE
               END-IF.

           4300-PAY-BATCH-EMPLOYEE.
               MOVE EMP-ANNUAL-PAY TO ANNUAL_PAY.
               PERFORM 5000-CALCULATE-PAY.
                   GL-KSEMP-CENTS + KIWISAVER_EMPLOYEE * 100.
               ADD KIWISAVER_EMPLOYEE TO GRAND-KSEMP-TOTAL.
               ADD CYCLE-NET-CENTS TO GL-NET-CENTS.
               COMPUTE ALLOC-GROSS-CENTS = TAX_TOTAL * 100
                   + KIWISAVER_EMPLOYEE * 100 + CYCLE-NET-CENTS.
               ADD ALLOC-GROSS-CENTS TO GL-GROSS-CENTS.
               COMPUTE ALLOC-SUPER-CENTS = SUPER_TOTAL * 100.
               PERFORM 5520-ALLOCATE-COST-CENTRES.
               PERFORM 6000-WRITE-PAYSLIP.
               PERFORM 6100-WRITE-RUN-LOG.
               ADD 1 TO SINCE-CHECKPOINT-COUNT.
                   ADD 1 TO UNBANKED-COUNT
                   ADD CYCLE-NET-CENTS TO UNBANKED-NET-CENTS
               ELSE
                   PERFORM 4360-CHECK-BANK-HOLD
                   IF BANK-CREDIT-HELD
                       PERFORM 4370-HOLD-BANK-CREDIT
                   ELSE
                       PERFORM 4900-WRITE-BANK-DETAIL
                   END-IF
               END-IF.

           4360-CHECK-BANK-HOLD.
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
                           DISPLAY "BANK DETAILS FOR " EMP-REFERENCE
                               " CHANGED " EM-BANK-CHANGED-DATE
                               " ARE STILL NOT VERIFIED - PAID, "
                               "VERIFY THEM NOW"
                           ADD 1 TO UNVERIFIED-PAID-COUNT
                       END-IF
                   END-IF
               END-IF.

           4370-HOLD-BANK-CREDIT.
      *        THE CREDIT IS KEPT EXACTLY AS IT WOULD HAVE GONE TO THE
      *        BANK, UNDER THE PERIOD END AND SEQUENCE OF THE RUN THAT
      *        MUST BE APPROVED BEFORE IT CAN BE RELEASED.
               PERFORM 4890-BUILD-BANK-DETAIL.
               MOVE SPACES TO HELD-CREDIT-RECORD.
               MOVE PAY-PERIOD-END TO HC-PERIOD-END.
               MOVE RUN-SLIP-SEQ TO HC-SLIP-SEQ.
               MOVE EM-EMP-ID TO HC-EMP-ID.
               SET HC-HELD TO TRUE.
               MOVE EM-BANK-CHANGED-DATE TO HC-BANK-CHANGED-DATE.
               MOVE EM-BANK-CHANGED-BY TO HC-BANK-CHANGED-BY.
               MOVE FUNCTION CURRENT-DATE TO HC-HELD-AT.
               MOVE ABA-DETAIL-RECORD TO HC-ABA-DETAIL.
               WRITE HELD-CREDIT-RECORD.
               ADD 1 TO HELD-ROWS-TOTAL.
               ADD 1 TO HELD-COUNT.
               ADD CYCLE-NET-CENTS TO HELD-NET-CENTS.
               DISPLAY "BANK DETAILS FOR " EMP-REFERENCE " CHANGED "
                   EM-BANK-CHANGED-DATE " BY " EM-BANK-CHANGED-BY
                   " NOT VERIFIED - CREDIT HELD".

           4400-READ-CHECKPOINT.
               OPEN INPUT CHECKPOINT-FILE.
               IF CHECKPOINT-FILE-STATUS = "35"
      *        RUN WAS WRITING, WHATEVER RUN CONTROL SAYS TODAY.
               MOVE CKP-REGISTER-FILE TO PAYROLL-REGISTER-FILE-NAME.
               MOVE CKP-RECORDS-READ TO RESTART-SKIP-COUNT.
      *        THE RESTART FINISHES THE RUN UNDER THE SEQUENCE AND
      *        USER THE CRASHED RUN STARTED WITH.
               IF CKP-SLIP-SEQ NUMERIC AND CKP-SLIP-SEQ > 0
                   MOVE CKP-SLIP-SEQ TO RUN-SLIP-SEQ
               END-IF.
               MOVE CKP-OFF-CYCLE TO OFF-CYCLE-SW.
               MOVE CKP-RUN-BY TO RUN-BY.
               MOVE CKP-EMPLOYEE-COUNT TO EMPLOYEE-COUNT.
               MOVE CKP-SKIPPED-COUNT TO WS-SKIPPED-COUNT.
               MOVE CKP-GRAND-TAX TO GRAND-TAX-TOTAL.
               MOVE CKP-UNBANKED-CENTS TO UNBANKED-NET-CENTS.
               MOVE CKP-UNBANKED-COUNT TO UNBANKED-COUNT.
               MOVE CKP-BANK-DETAIL-COUNT TO BANK-DETAIL-COUNT.
               IF CKP-HELD-CENTS IS NUMERIC
                   MOVE CKP-HELD-CENTS TO HELD-NET-CENTS
                   MOVE CKP-HELD-COUNT TO HELD-COUNT
               END-IF.
               MOVE CKP-RUN-DATE TO BANK-RUN-DATE.
               MOVE CKP-GL-GROSS-CENTS TO GL-GROSS-CENTS.
               MOVE CKP-GL-SUPER-CENTS TO GL-SUPER-CENTS.
               MOVE CKP-GL-TAX-CENTS TO GL-TAX-CENTS.
               IF CKP-RUN-MODE = 'P'
                   PERFORM 7700-RESTORE-YTD
               END-IF.
               DISPLAY "RESTARTING AFTER " CKP-LAST-EMP-ID " - "
                   CKP-RECORDS-READ " RECORDS ALREADY PROCESSED".
      *        THE COST CENTRE ROWS ARE READ LAST - THEY SHARE THE
      *        RECORD AREA WITH THE CHECKPOINT FIELDS USED ABOVE.
               PERFORM 4420-RESTORE-COST-CENTRES.
               CLOSE CHECKPOINT-FILE.

           4420-RESTORE-COST-CENTRES.
               MOVE 0 TO COST-CENTRE-EXPENSE-COUNT.
               SET WS-NOT-EOF TO TRUE.
               PERFORM UNTIL WS-EOF
                   READ CHECKPOINT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CKC-RECORD-ID = "CCE"
                               ADD 1 TO COST-CENTRE-EXPENSE-COUNT
                               SET CE-IDX TO COST-CENTRE-EXPENSE-COUNT
                               MOVE CKC-COST-CENTRE
                                   TO CET-COST-CENTRE(CE-IDX)
                               MOVE CKC-GROSS-CENTS
                                   TO CET-GROSS-CENTS(CE-IDX)
                               MOVE CKC-SUPER-CENTS
                                   TO CET-SUPER-CENTS(CE-IDX)
                           END-IF
                   END-READ
               END-PERFORM.

           4450-TRIM-OUTPUT-FILES.
      *        ROWS WRITTEN AFTER THE CHECKPOINT WAS CUT BELONG TO
               MOVE "data/BANKPAY.ABA" TO TRIM-FILE-NAME.
               COMPUTE TRIM-KEEP-COUNT = CKP-BANK-DETAIL-COUNT + 1.
               PERFORM 4460-TRIM-ONE-FILE.
      *        THE HELD CREDIT FILE CARRIES ROWS FROM EARLIER RUNS, SO
      *        IT IS CUT BACK TO ITS ABSOLUTE ROW COUNT LIKE THE LOG.
               IF CKP-HELD-ROWS IS NUMERIC
                   MOVE "data/BANKHELD.DAT" TO TRIM-FILE-NAME
                   MOVE CKP-HELD-ROWS TO TRIM-KEEP-COUNT
                   PERFORM 4460-TRIM-ONE-FILE
               END-IF.

           4460-TRIM-ONE-FILE.
               OPEN INPUT TRIM-DATA-FILE.
               MOVE UNBANKED-NET-CENTS TO CKP-UNBANKED-CENTS.
               MOVE UNBANKED-COUNT TO CKP-UNBANKED-COUNT.
               MOVE BANK-DETAIL-COUNT TO CKP-BANK-DETAIL-COUNT.
               MOVE HELD-NET-CENTS TO CKP-HELD-CENTS.
               MOVE HELD-COUNT TO CKP-HELD-COUNT.
               MOVE HELD-ROWS-TOTAL TO CKP-HELD-ROWS.
               MOVE BANK-RUN-DATE TO CKP-RUN-DATE.
               MOVE GL-GROSS-CENTS TO CKP-GL-GROSS-CENTS.
               MOVE GL-SUPER-CENTS TO CKP-GL-SUPER-CENTS.
               MOVE GL-TAX-CENTS TO CKP-GL-TAX-CENTS.
                   MOVE EMPLOYEE-PAY-FILE-NAME TO CKP-INPUT-FILE
               END-IF.
               MOVE PAYROLL-REGISTER-FILE-NAME TO CKP-REGISTER-FILE.
               MOVE RUN-SLIP-SEQ TO CKP-SLIP-SEQ.
               MOVE OFF-CYCLE-SW TO CKP-OFF-CYCLE.
               MOVE RUN-BY TO CKP-RUN-BY.
               WRITE CHECKPOINT-RECORD.
               SET CE-IDX TO 1.
               PERFORM UNTIL CE-IDX > COST-CENTRE-EXPENSE-COUNT
                   MOVE "CCE" TO CKC-RECORD-ID
                   MOVE CET-COST-CENTRE(CE-IDX) TO CKC-COST-CENTRE
                   MOVE CET-GROSS-CENTS(CE-IDX) TO CKC-GROSS-CENTS
                   MOVE CET-SUPER-CENTS(CE-IDX) TO CKC-SUPER-CENTS
                   WRITE CHECKPOINT-COST-CENTRE-RECORD
                   SET CE-IDX UP BY 1
               END-PERFORM.
               CLOSE CHECKPOINT-FILE.

           4600-MARK-RUN-COMPLETE.
               MOVE UNBANKED-NET-CENTS TO CKP-UNBANKED-CENTS.
               MOVE UNBANKED-COUNT TO CKP-UNBANKED-COUNT.
               MOVE BANK-DETAIL-COUNT TO CKP-BANK-DETAIL-COUNT.
               MOVE HELD-NET-CENTS TO CKP-HELD-CENTS.
               MOVE HELD-COUNT TO CKP-HELD-COUNT.
               MOVE HELD-ROWS-TOTAL TO CKP-HELD-ROWS.
               MOVE BANK-RUN-DATE TO CKP-RUN-DATE.
               MOVE GL-GROSS-CENTS TO CKP-GL-GROSS-CENTS.
               MOVE GL-SUPER-CENTS TO CKP-GL-SUPER-CENTS.
               MOVE GL-TAX-CENTS TO CKP-GL-TAX-CENTS.
                   MOVE EMPLOYEE-PAY-FILE-NAME TO CKP-INPUT-FILE
               END-IF.
               MOVE PAYROLL-REGISTER-FILE-NAME TO CKP-REGISTER-FILE.
               MOVE RUN-SLIP-SEQ TO CKP-SLIP-SEQ.
               MOVE OFF-CYCLE-SW TO CKP-OFF-CYCLE.
               MOVE RUN-BY TO CKP-RUN-BY.
               WRITE CHECKPOINT-RECORD.
               CLOSE CHECKPOINT-FILE.

               MOVE WS-DATE-YY TO ABA-HDR-YY.
               WRITE BANK-PAYMENT-LINE FROM ABA-HEADER-RECORD.

           4750-OPEN-HELD-CREDIT-FILE.
      *        THE HELD FILE ACCUMULATES ACROSS RUNS, SO ITS ROWS ARE
      *        COUNTED BEFORE IT IS EXTENDED. A RESTART KEEPS THE RUN
      *        DATE THE CRASHED RUN WAS JUDGING THE WINDOW FROM.
               IF BANK-RUN-DATE = SPACES
                   MOVE FUNCTION CURRENT-DATE TO BANK-RUN-DATE
               END-IF.
               MOVE 0 TO HELD-ROWS-TOTAL.
               OPEN INPUT HELD-CREDIT-FILE.
               IF HELD-CREDIT-FILE-STATUS = "00"
                   SET WS-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-EOF
                       READ HELD-CREDIT-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO HELD-ROWS-TOTAL
                       END-READ
                   END-PERFORM
                   CLOSE HELD-CREDIT-FILE
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

           4800-WRITE-BANK-TRAILER.
      *        THE TRAILER MUST BALANCE THE DETAILS AND THE DETAILS
      *        MUST BALANCE THE PAY RUN - A DIFFERENCE MEANS THE FILE
      *        EMPLOYEE WAS PAID, SO A CREDIT DROPPED, DOUBLED OR
      *        TRUNCATED ON THE WAY INTO THE FILE SHOWS UP HERE.
               IF BANK-FILE-TOTAL-CENTS + UNBANKED-NET-CENTS
                       + HELD-NET-CENTS
                       NOT = GRAND-CYCLE-NET-CENTS
                   DISPLAY "BANK FILE TOTAL " BANK-FILE-TOTAL-CENTS
                       " PLUS UNBANKED " UNBANKED-NET-CENTS
                       " PLUS HELD " HELD-NET-CENTS
                       " DOES NOT MATCH NET PAY TOTAL "
                       GRAND-CYCLE-NET-CENTS
                       " - DO NOT RELEASE data/BANKPAY.ABA"
                   DISPLAY UNBANKED-COUNT " EMPLOYEES WITHOUT BANK "
                       "DETAILS LEFT OUT OF THE FILE - PAY BY HAND"
               END-IF.
               IF HELD-COUNT > 0
                   DISPLAY HELD-COUNT " CREDITS TOTALLING "
                       HELD-NET-CENTS " CENTS HELD ON UNVERIFIED BANK "
                       "DETAILS - SEE data/BANKHELD.DAT, RUN "
                       "BANK_RELEASE FOR THE EXCEPTION REPORT"
               END-IF.

           4890-BUILD-BANK-DETAIL.
               MOVE EM-BSB TO ABA-BSB-WORK.
               MOVE ABA-BSB-WORK-1 TO ABA-DET-BSB-1.
               MOVE ABA-BSB-WORK-2 TO ABA-DET-BSB-2.
               MOVE CYCLE-NET-CENTS TO ABA-DET-AMOUNT.
               MOVE EM-ACCOUNT-NAME TO ABA-DET-TITLE.
               MOVE EM-EMP-ID TO ABA-DET-REFERENCE.

           4900-WRITE-BANK-DETAIL.
               PERFORM 4890-BUILD-BANK-DETAIL.
               WRITE BANK-PAYMENT-LINE FROM ABA-DETAIL-RECORD.
               ADD ABA-DET-AMOUNT TO BANK-FILE-TOTAL-CENTS.
               ADD 1 TO BANK-DETAIL-COUNT.
                       SET TB-IDX UP BY 1
                   END-IF
               END-PERFORM.
               PERFORM 5100-APPLY-TAX-DECLARATION.
      *        MEDICARE CALCULATION - AU ONLY, NZ HAS NO MEDICARE LEVY
      *        SURCHARGE THRESHOLD DEPENDS ON HOUSEHOLD STATUS
               IF REGION-IS-AU
                   END-IF
                   COMPUTE ACC_LEVY_TOTAL ROUNDED =
                       ACC-LEVY-BASE * ACC-LEVY-RATE
      *            SECONDARY INCOME HAS NO REPAYMENT THRESHOLD; NO
      *            LOAN REPAYMENT IS TAKEN UNDER THE ND CODE.
                   IF HECS = 'T'
                       IF NZ-CODE-IS-SECONDARY
                           COMPUTE NZSLOAN_TOTAL ROUNDED =
                               ANNUAL_PAY * NZSLOAN-RATE
                       ELSE
                           IF NOT NZ-CODE-IS-ND
                                   AND ANNUAL_PAY > NZSLOAN-THRESHOLD
                               COMPUTE NZSLOAN_TOTAL ROUNDED =
                                   (ANNUAL_PAY - NZSLOAN-THRESHOLD)
                                       * NZSLOAN-RATE
                           END-IF
                       END-IF
                   END-IF
                   IF KIWISAVER-STATUS = 'T'
                       COMPUTE KIWISAVER_EMPLOYEE ROUNDED =
               COMPUTE TAKEHOME_PAY_MONTHLY ROUNDED =
                   TAKEHOME_PAY_ANNUAL / 12.

           5100-APPLY-TAX-DECLARATION.
      *        THE BRACKET TAX ABOVE IS THE PRIMARY SCALE WITH THE
      *        THRESHOLD CLAIMED. THE DECLARATION CAN REPLACE IT WITH
      *        THE TOP RATE OR A FLAT SECONDARY RATE, LOAD IT FOR THE
      *        UNCLAIMED THRESHOLD, OR TAKE A TAX CREDIT OFF IT.
               IF REGION-IS-AU
                   IF NOT TAX-ID-IS-SUPPLIED
                       PERFORM 5110-FIND-TOP-RATE
                       COMPUTE INCOME_TAX ROUNDED =
                           ANNUAL_PAY * TOP-TAX-RATE
                   ELSE
                       IF NOT THRESHOLD-IS-CLAIMED
                           PERFORM 5120-FIND-NO-THRESHOLD-SCALE
                           IF ANNUAL_PAY < NO-THRESHOLD-LIMIT
                               COMPUTE INCOME_TAX ROUNDED =
                                   INCOME_TAX
                                   + ANNUAL_PAY * NO-THRESHOLD-RATE
                           ELSE
                               COMPUTE INCOME_TAX ROUNDED =
                                   INCOME_TAX + NO-THRESHOLD-LIMIT
                                       * NO-THRESHOLD-RATE
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
                       PERFORM 5110-FIND-TOP-RATE
                       COMPUTE INCOME_TAX ROUNDED =
                           ANNUAL_PAY * TOP-TAX-RATE
                   ELSE
                       IF NTT-FLAT-RATE(NT-IDX) > 0
                           COMPUTE INCOME_TAX ROUNDED =
                               ANNUAL_PAY * NTT-FLAT-RATE(NT-IDX)
                       END-IF
                       IF NTT-CREDIT(NT-IDX) > 0
                               AND ANNUAL_PAY >= NTT-CREDIT-FROM(NT-IDX)
                           PERFORM 5130-APPLY-TAX-CREDIT
                       END-IF
                   END-IF
               END-IF.

           5110-FIND-TOP-RATE.
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

           5120-FIND-NO-THRESHOLD-SCALE.
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

           5130-APPLY-TAX-CREDIT.
               IF ANNUAL_PAY > NTT-ABATE-FROM(NT-IDX)
                   COMPUTE TAX-CREDIT-WORK ROUNDED =
                       NTT-CREDIT(NT-IDX)
                       - (ANNUAL_PAY - NTT-ABATE-FROM(NT-IDX))
                           * NTT-ABATE-RATE(NT-IDX)
               ELSE
                   MOVE NTT-CREDIT(NT-IDX) TO TAX-CREDIT-WORK
               END-IF.
               IF TAX-CREDIT-WORK > 0
                   IF TAX-CREDIT-WORK > INCOME_TAX
                       MOVE 0 TO INCOME_TAX
                   ELSE
                       SUBTRACT TAX-CREDIT-WORK FROM INCOME_TAX
                   END-IF
               END-IF.

           5500-WRITE-GL-JOURNAL.
      *        THE JOURNAL IS WRITTEN AND PROVED BEFORE THE RUN IS
      *        MARKED COMPLETE. THE CREDIT LINES MUST AGREE WITH
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 0 TO CC-GROSS-PROOF-CENTS.
               MOVE 0 TO CC-SUPER-PROOF-CENTS.
               SET CE-IDX TO 1.
               PERFORM UNTIL CE-IDX > COST-CENTRE-EXPENSE-COUNT
                   ADD CET-GROSS-CENTS(CE-IDX) TO CC-GROSS-PROOF-CENTS
                   ADD CET-SUPER-CENTS(CE-IDX) TO CC-SUPER-PROOF-CENTS
                   SET CE-IDX UP BY 1
               END-PERFORM.
               IF CC-GROSS-PROOF-CENTS NOT = GL-GROSS-CENTS
                       OR CC-SUPER-PROOF-CENTS NOT = GL-SUPER-CENTS
                   DISPLAY "COST CENTRE EXPENSE " CC-GROSS-PROOF-CENTS
                       " / " CC-SUPER-PROOF-CENTS
                       " DOES NOT MATCH GL EXPENSE " GL-GROSS-CENTS
                       " / " GL-SUPER-CENTS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT GL-JOURNAL-FILE.
               IF GL-JOURNAL-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN GL JOURNAL FILE - "
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               SET CE-IDX TO 1.
               PERFORM UNTIL CE-IDX > COST-CENTRE-EXPENSE-COUNT
                   MOVE "6000-SALARY EXP" TO GLJ-ACCOUNT
                   MOVE "DR" TO GLJ-DR-CR
                   MOVE CET-GROSS-CENTS(CE-IDX) TO GLJ-AMOUNT-CENTS
                   MOVE CET-COST-CENTRE(CE-IDX) TO GLJ-COST-CENTRE
                   PERFORM 5510-WRITE-GL-LINE
                   SET CE-IDX UP BY 1
               END-PERFORM.
               SET CE-IDX TO 1.
               PERFORM UNTIL CE-IDX > COST-CENTRE-EXPENSE-COUNT
                   MOVE "6100-SUPER EXP" TO GLJ-ACCOUNT
                   MOVE "DR" TO GLJ-DR-CR
                   MOVE CET-SUPER-CENTS(CE-IDX) TO GLJ-AMOUNT-CENTS
                   MOVE CET-COST-CENTRE(CE-IDX) TO GLJ-COST-CENTRE
                   PERFORM 5510-WRITE-GL-LINE
                   SET CE-IDX UP BY 1
               END-PERFORM.
               MOVE SPACES TO GLJ-COST-CENTRE.
               MOVE "2200-PAYG PAYABLE" TO GLJ-ACCOUNT.
               MOVE "CR" TO GLJ-DR-CR.
               MOVE GL-TAX-CENTS TO GLJ-AMOUNT-CENTS.
               MOVE PAY-PERIOD-END TO GLJ-PERIOD-END.
               WRITE GL-JOURNAL-RECORD.

           5520-ALLOCATE-COST-CENTRES.
      *        SPREAD THIS EMPLOYEE'S SALARY AND SUPER EXPENSE OVER
      *        THE MASTER'S COST CENTRES. EACH CODE BUT THE LAST TAKES
      *        ITS PERCENTAGE ROUNDED TO THE CENT; THE LAST TAKES THE
      *        REST. NO CODE ON THE MASTER POSTS THE LOT UNALLOCATED.
               MOVE ALLOC-GROSS-CENTS TO ALLOC-GROSS-LEFT.
               MOVE ALLOC-SUPER-CENTS TO ALLOC-SUPER-LEFT.
               MOVE 0 TO ALLOC-USED-COUNT.
               MOVE 1 TO ALLOC-SUB.
               PERFORM UNTIL ALLOC-SUB > 4
                   IF EM-CC-CODE(ALLOC-SUB) NOT = SPACES
                       ADD 1 TO ALLOC-USED-COUNT
                   END-IF
                   ADD 1 TO ALLOC-SUB
               END-PERFORM.
               IF ALLOC-USED-COUNT = 0
                   MOVE SPACES TO ALLOC-COST-CENTRE
                   MOVE ALLOC-GROSS-LEFT TO ALLOC-GROSS-SHARE
                   MOVE ALLOC-SUPER-LEFT TO ALLOC-SUPER-SHARE
                   PERFORM 5530-POST-COST-CENTRE
               ELSE
                   MOVE 1 TO ALLOC-SUB
                   PERFORM UNTIL ALLOC-SUB > ALLOC-USED-COUNT
                       MOVE EM-CC-CODE(ALLOC-SUB) TO ALLOC-COST-CENTRE
                       IF ALLOC-SUB = ALLOC-USED-COUNT
                           MOVE ALLOC-GROSS-LEFT TO ALLOC-GROSS-SHARE
                           MOVE ALLOC-SUPER-LEFT TO ALLOC-SUPER-SHARE
                       ELSE
                           COMPUTE ALLOC-GROSS-SHARE ROUNDED =
                               ALLOC-GROSS-CENTS
                                   * EM-CC-PERCENT(ALLOC-SUB) / 100
                           COMPUTE ALLOC-SUPER-SHARE ROUNDED =
                               ALLOC-SUPER-CENTS
                                   * EM-CC-PERCENT(ALLOC-SUB) / 100
                           IF ALLOC-GROSS-SHARE > ALLOC-GROSS-LEFT
                               MOVE ALLOC-GROSS-LEFT
                                   TO ALLOC-GROSS-SHARE
                           END-IF
                           IF ALLOC-SUPER-SHARE > ALLOC-SUPER-LEFT
                               MOVE ALLOC-SUPER-LEFT
                                   TO ALLOC-SUPER-SHARE
                           END-IF
                       END-IF
                       SUBTRACT ALLOC-GROSS-SHARE FROM ALLOC-GROSS-LEFT
                       SUBTRACT ALLOC-SUPER-SHARE FROM ALLOC-SUPER-LEFT
                       PERFORM 5530-POST-COST-CENTRE
                       ADD 1 TO ALLOC-SUB
                   END-PERFORM
               END-IF.

           5530-POST-COST-CENTRE.
               SET WS-NOT-FOUND TO TRUE.
               SET CE-IDX TO 1.
               PERFORM UNTIL CE-IDX > COST-CENTRE-EXPENSE-COUNT
                       OR WS-FOUND
                   IF CET-COST-CENTRE(CE-IDX) = ALLOC-COST-CENTRE
                       SET WS-FOUND TO TRUE
                   ELSE
                       SET CE-IDX UP BY 1
                   END-IF
               END-PERFORM.
               IF WS-NOT-FOUND
                   IF COST-CENTRE-EXPENSE-COUNT >= 500
                       DISPLAY "COST CENTRE EXPENSE TABLE FULL - "
                           "RAISE THE TABLE SIZE"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO COST-CENTRE-EXPENSE-COUNT
                   SET CE-IDX TO COST-CENTRE-EXPENSE-COUNT
                   MOVE ALLOC-COST-CENTRE TO CET-COST-CENTRE(CE-IDX)
                   MOVE 0 TO CET-GROSS-CENTS(CE-IDX)
                   MOVE 0 TO CET-SUPER-CENTS(CE-IDX)
               END-IF.
               ADD ALLOC-GROSS-SHARE TO CET-GROSS-CENTS(CE-IDX).
               ADD ALLOC-SUPER-SHARE TO CET-SUPER-CENTS(CE-IDX).

           6000-WRITE-PAYSLIP.
               MOVE EMP-REFERENCE TO PS-EMP-REF.
               SET PS-PAY-IS-ANNUAL TO TRUE.
               MOVE KIWISAVER_EMPLOYER TO PS-KIWISAVER-EMPLOYER.
               MOVE ACC_LEVY_TOTAL TO PS-ACC-LEVY.
               MOVE NZSLOAN_TOTAL TO PS-NZ-SLOAN.
               MOVE 0 TO PS-BONUS-PAY.
               PERFORM 6040-SET-PAYSLIP-DECLARATION.
               PERFORM 6045-SET-PAYSLIP-COST-CENTRES.
               PERFORM 6047-SET-PAYSLIP-WORK-STATE.
               PERFORM 6050-PUT-PAYSLIP.

           6040-SET-PAYSLIP-DECLARATION.
               MOVE TAX-ID-SUPPLIED TO PS-TAX-ID-SUPPLIED.
               MOVE TAX-FREE-THRESHOLD TO PS-TAX-FREE-THRESHOLD.
               IF REGION-IS-NZ
                   MOVE NZ-TAX-CODE TO PS-NZ-TAX-CODE
               ELSE
                   MOVE SPACES TO PS-NZ-TAX-CODE
               END-IF.

           6045-SET-PAYSLIP-COST-CENTRES.
      *        AN INTERACTIVE CALCULATION HAS NO MASTER TO TAKE AN
      *        ALLOCATION FROM.
               MOVE 1 TO ALLOC-SUB.
               PERFORM UNTIL ALLOC-SUB > 4
                   IF RUN-MODE-INTERACTIVE
                       MOVE SPACES TO PS-CC-CODE(ALLOC-SUB)
                       MOVE 0 TO PS-CC-PERCENT(ALLOC-SUB)
                   ELSE
                       MOVE EM-CC-CODE(ALLOC-SUB)
                           TO PS-CC-CODE(ALLOC-SUB)
                       MOVE EM-CC-PERCENT(ALLOC-SUB)
                           TO PS-CC-PERCENT(ALLOC-SUB)
                   END-IF
                   ADD 1 TO ALLOC-SUB
               END-PERFORM.

           6047-SET-PAYSLIP-WORK-STATE.
               IF RUN-MODE-INTERACTIVE
                   MOVE SPACES TO PS-WORK-STATE
               ELSE
                   MOVE EM-WORK-STATE TO PS-WORK-STATE
               END-IF.

           6050-PUT-PAYSLIP.
      *        BATCH AND PERIOD RUNS OWN SEQUENCE 001 FOR THE
      *        EMPLOYEE AND PERIOD END - A RESTART REPLAYING THE
      *        CRASH WINDOW REWRITES THE SAME KEY INSTEAD OF
      *        DOUBLING THE ROW. AN OFF-CYCLE RUN OWNS THE SEQUENCE
      *        7005 GAVE IT IN THE SAME WAY. AN INTERACTIVE
      *        CALCULATION KEEPS EVERY CUT BY TAKING THE NEXT FREE
      *        SEQUENCE.
               MOVE RUN-SLIP-SEQ TO PS-SLIP-SEQ.
               IF RUN-MODE-INTERACTIVE
                   MOVE 1 TO PS-SLIP-SEQ
                   SET WS-INVALID TO TRUE
                   PERFORM UNTIL WS-VALID OR PS-SLIP-SEQ > 998
                       WRITE PAYSLIP-RECORD
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM 4750-OPEN-HELD-CREDIT-FILE.
               IF WS-NOT-RESTART
                   PERFORM 7800-SAVE-PRE-RUN-STATE
                   WRITE PAYROLL-REGISTER-LINE FROM PAYROLL-HEADER-LINE
                   PERFORM 4700-WRITE-BANK-HEADER
      *            AN OPENING CHECKPOINT MAKES A CRASH BEFORE THE
               MOVE GRAND-SUPER-TOTAL TO PTL-SUPER-TOTAL.
               WRITE PAYROLL-REGISTER-LINE FROM PAYROLL-TOTAL-LINE.
               PERFORM 4800-WRITE-BANK-TRAILER.
               CLOSE HELD-CREDIT-FILE.
               PERFORM 5500-WRITE-GL-JOURNAL.
               PERFORM 7900-REWRITE-DEDUCTION-MASTER.
               PERFORM 7950-WRITE-APPROVAL-SUMMARY.
               PERFORM 4600-MARK-RUN-COMPLETE.
               CLOSE PERIOD-PAY-FILE.
               CLOSE EMPLOYEE-MASTER-FILE.
               DISPLAY "PAYROLL REGISTER WRITTEN TO "
                   PAYROLL-REGISTER-FILE-NAME.

           7005-CHECK-PERIOD-OPEN.
      *        A PERIOD OR BATCH RUN MAY NOT START WHILE ANOTHER RUN IS
      *        AWAITING APPROVAL - A REJECTION ROLLS THE BALANCES
      *        BACK TO BEFORE THAT RUN AND WOULD TAKE THIS ONE WITH
      *        IT. AN APPROVED PERIOD END IS LOCKED UNLESS THIS RUN
      *        IS OPENED AS OFF-CYCLE.
               IF RUN-BY = SPACES
                   DISPLAY "RUN CONTROL MUST GIVE THE USER ID OF "
                       "WHOEVER IS RUNNING THE PAY - IT IS NEEDED "
                       "FOR APPROVAL"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT PAY-APPROVAL-FILE.
               IF PAY-APPROVAL-FILE-STATUS = "35"
                   DISPLAY "NO PAY RUN APPROVAL FILE - NO PERIOD "
                       "HAS BEEN RUN YET"
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
                               PERFORM 7008-CHECK-APPROVAL-ROW
                       END-READ
                   END-PERFORM
                   CLOSE PAY-APPROVAL-FILE
               END-IF.
               IF RUN-PENDING
                   DISPLAY "PAY RUN FOR " PENDING-PERIOD-END
                       " IS AWAITING APPROVAL - APPROVE OR REJECT "
                       "IT BEFORE THE NEXT RUN"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF PERIOD-LOCKED AND NOT OFF-CYCLE-RUN
                   DISPLAY "PERIOD " PAY-PERIOD-END " IS APPROVED "
                       "AND LOCKED - OPEN THE RUN AS OFF-CYCLE TO "
                       "PAY IT AGAIN"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
      *        SEQUENCE 002 IS THE FINAL-PAY ROW, SO AN OFF-CYCLE RUN
      *        STARTS AT 003 AND EACH ONE AFTER TAKES THE NEXT.
               IF OFF-CYCLE-RUN
                   IF HIGH-SLIP-SEQ < 2
                       MOVE 2 TO HIGH-SLIP-SEQ
                   END-IF
                   IF HIGH-SLIP-SEQ >= 998
                       DISPLAY "NO PAYSLIP SEQUENCE LEFT FOR "
                           "ANOTHER OFF-CYCLE RUN FOR " PAY-PERIOD-END
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   COMPUTE RUN-SLIP-SEQ = HIGH-SLIP-SEQ + 1
                   DISPLAY "OFF-CYCLE RUN FOR " PAY-PERIOD-END
                       " - PAYSLIP SEQUENCE " RUN-SLIP-SEQ
               END-IF.

           7006-CHECK-RECONCILIATION.
      *        NO PERIOD OR BATCH RUN WHILE THE LAST RECONCILIATION
      *        OF THE MASTERS HAS BREAKS OPEN - PAYING ON TOP OF YTD,
      *        LEAVE OR DEDUCTION BALANCES THAT DISAGREE CARRIES THE
      *        ERROR INTO THE PAYSLIPS AND THE YEAR-END. THE BREAKS
      *        MUST BE CLEARED AND PAYROLL_RECON RE-RUN, OR SIGNED OFF
      *        WITH RECON_SIGNOFF. A RESTART IS NOT CHECKED - IT
      *        FINISHES THE RUN ALREADY STARTED.
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
                           DISPLAY "RECONCILIATION AT " RS-RUN-AT
                               " FOUND " RS-BREAK-COUNT " BREAKS - "
                               "SEE data/RECON.RPT"
                           DISPLAY "CLEAR THEM AND RE-RUN "
                               "PAYROLL_RECON, OR SIGN THEM OFF WITH "
                               "RECON_SIGNOFF, BEFORE THE NEXT PAY RUN"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF RS-SIGNED-OFF
                           DISPLAY "RECONCILIATION BREAKS AT " RS-RUN-AT
                               " SIGNED OFF BY " RS-SIGNED-BY
                       END-IF
                   END-IF
               END-IF.

           7008-CHECK-APPROVAL-ROW.
      *        AN APPROVED FINAL-PAY RUN DOES NOT LOCK THE PERIOD END -
      *        ONLY A PAY RUN FOR IT DOES.
               IF PR-PENDING
                   SET RUN-PENDING TO TRUE
                   MOVE PR-PERIOD-END TO PENDING-PERIOD-END
               END-IF.
               IF PR-PERIOD-END = PAY-PERIOD-END
                   IF PR-APPROVED AND NOT PR-FINAL-RUN
                       SET PERIOD-LOCKED TO TRUE
                   END-IF
                   IF PR-SLIP-SEQ > HIGH-SLIP-SEQ
                       MOVE PR-SLIP-SEQ TO HIGH-SLIP-SEQ
                   END-IF
               END-IF.

           7020-LOAD-LEAVE-TAKEN.
      *        COLLECT THE LEAVE-TAKEN RECORDS IN A FIRST PASS SO THE
      *        LEAVE PAY CAN JOIN THE EMPLOYEE'S GROSS WHEREVER THE
           7100-PROCESS-PERIOD-EMPLOYEE.
               COMPUTE PERIOD-GROSS = PP-ORDINARY-PAY
                   + PP-OVERTIME-PAY + PP-BONUS-PAY.
               MOVE PP-BONUS-PAY TO PERIOD-BONUS-PAY.
               MOVE PP-EMP-ID TO EMP-REFERENCE.
               PERFORM 7110-FIND-LEAVE-TAKEN.
               IF PERIOD-GROSS = 0 AND PERIOD-LEAVE-PAY = 0
      *        ON THE PAYSLIP AS ITS OWN LINE.
               ADD PERIOD-LEAVE-PAY TO PERIOD-GROSS.
      *        WITHHOLD AT THE RATE THE ANNUALISED EQUIVALENT OF THIS
      *        PERIOD'S NORMAL EARNINGS ATTRACTS, THEN BRING THE
      *        ANNUAL FIGURES BACK TO THE PERIOD. ANY BONUS OR BACK
      *        PAY ADDS ITS MARGINAL TAX ON TOP.
               COMPUTE PERIOD-NORMAL-GROSS =
                   PERIOD-GROSS - PERIOD-BONUS-PAY.
               PERFORM 7210-CALCULATE-BONUS-MARGIN.
               COMPUTE ANNUAL_PAY =
                   PERIOD-NORMAL-GROSS * PAY-CYCLES-PER-YEAR.
               PERFORM 5000-CALCULATE-PAY.
               IF PERIOD-BONUS-PAY > 0
                   SUBTRACT INCOME_TAX FROM BONUS-INCOME-TAX
                   SUBTRACT MEDICARE_TOTAL FROM BONUS-MEDICARE
                   SUBTRACT HECS_TOTAL FROM BONUS-HECS
                   SUBTRACT ACC_LEVY_TOTAL FROM BONUS-ACC-LEVY
                   SUBTRACT NZSLOAN_TOTAL FROM BONUS-NZSLOAN
                   SUBTRACT KIWISAVER_EMPLOYEE FROM BONUS-KS-EMPLOYEE
                   SUBTRACT KIWISAVER_EMPLOYER FROM BONUS-KS-EMPLOYER
               END-IF.
               COMPUTE PERIOD-INCOME-TAX ROUNDED =
                   INCOME_TAX / PAY-CYCLES-PER-YEAR + BONUS-INCOME-TAX.
               COMPUTE PERIOD-MEDICARE ROUNDED =
                   MEDICARE_TOTAL / PAY-CYCLES-PER-YEAR
                   + BONUS-MEDICARE.
               COMPUTE PERIOD-HECS ROUNDED =
                   HECS_TOTAL / PAY-CYCLES-PER-YEAR + BONUS-HECS.
               COMPUTE PERIOD-ACC-LEVY ROUNDED =
                   ACC_LEVY_TOTAL / PAY-CYCLES-PER-YEAR
                   + BONUS-ACC-LEVY.
               COMPUTE PERIOD-NZSLOAN ROUNDED =
                   NZSLOAN_TOTAL / PAY-CYCLES-PER-YEAR + BONUS-NZSLOAN.
               COMPUTE PERIOD-KS-EMPLOYEE ROUNDED =
                   KIWISAVER_EMPLOYEE / PAY-CYCLES-PER-YEAR
                   + BONUS-KS-EMPLOYEE.
               COMPUTE PERIOD-KS-EMPLOYER ROUNDED =
                   KIWISAVER_EMPLOYER / PAY-CYCLES-PER-YEAR
                   + BONUS-KS-EMPLOYER.
               COMPUTE PERIOD-TAX = PERIOD-INCOME-TAX
                   + PERIOD-MEDICARE + PERIOD-HECS
                   + PERIOD-ACC-LEVY + PERIOD-NZSLOAN.
               COMPUTE GL-KSEMP-CENTS =
                   GL-KSEMP-CENTS + PERIOD-KS-EMPLOYEE * 100.
               ADD CYCLE-NET-CENTS TO GL-NET-CENTS.
               COMPUTE ALLOC-GROSS-CENTS = PERIOD-GROSS * 100.
               COMPUTE ALLOC-SUPER-CENTS = PERIOD-SUPER * 100.
               PERFORM 5520-ALLOCATE-COST-CENTRES.
               PERFORM 7300-UPDATE-YTD.
               PERFORM 7350-UPDATE-LEAVE-BALANCE.
               PERFORM 7400-WRITE-PERIOD-PAYSLIP.
                   MOVE 0 TO SINCE-CHECKPOINT-COUNT
               END-IF.

           7210-CALCULATE-BONUS-MARGIN.
      *        FIRST PASS FOR A LUMP SUM - THE ANNUAL FIGURES ON THE
      *        NORMAL EARNINGS PROJECTED FOR THE YEAR PLUS THE LUMP
      *        SUM ONCE. THE CALLER TAKES THE PROJECTION WITHOUT THE
      *        LUMP SUM OFF THESE TO LEAVE THE MARGINAL AMOUNTS.
               MOVE 0 TO BONUS-INCOME-TAX.
               MOVE 0 TO BONUS-MEDICARE.
               MOVE 0 TO BONUS-HECS.
               MOVE 0 TO BONUS-ACC-LEVY.
               MOVE 0 TO BONUS-NZSLOAN.
               MOVE 0 TO BONUS-KS-EMPLOYEE.
               MOVE 0 TO BONUS-KS-EMPLOYER.
               IF PERIOD-BONUS-PAY > 0
                   COMPUTE ANNUAL_PAY =
                       PERIOD-NORMAL-GROSS * PAY-CYCLES-PER-YEAR
                       + PERIOD-BONUS-PAY
                   PERFORM 5000-CALCULATE-PAY
                   MOVE INCOME_TAX TO BONUS-INCOME-TAX
                   MOVE MEDICARE_TOTAL TO BONUS-MEDICARE
                   MOVE HECS_TOTAL TO BONUS-HECS
                   MOVE ACC_LEVY_TOTAL TO BONUS-ACC-LEVY
                   MOVE NZSLOAN_TOTAL TO BONUS-NZSLOAN
                   MOVE KIWISAVER_EMPLOYEE TO BONUS-KS-EMPLOYEE
                   MOVE KIWISAVER_EMPLOYER TO BONUS-KS-EMPLOYER
               END-IF.

           7220-APPLY-DEDUCTIONS.
               MOVE 0 TO PERIOD-DEDUCTION-TOTAL.
               MOVE 0 TO PERIOD-DED-COUNT.
               MOVE PERIOD-KS-EMPLOYER TO PS-KIWISAVER-EMPLOYER.
               MOVE PERIOD-ACC-LEVY TO PS-ACC-LEVY.
               MOVE PERIOD-NZSLOAN TO PS-NZ-SLOAN.
               MOVE PERIOD-BONUS-PAY TO PS-BONUS-PAY.
               PERFORM 6040-SET-PAYSLIP-DECLARATION.
               PERFORM 6045-SET-PAYSLIP-COST-CENTRES.
               PERFORM 6047-SET-PAYSLIP-WORK-STATE.
               PERFORM 6050-PUT-PAYSLIP.

           7500-WRITE-PERIOD-RUN-LOG.
               CLOSE LEAVE-BACKUP-FILE.
               CLOSE LEAVE-SNAP-FILE.

           7800-SAVE-PRE-RUN-STATE.
      *        THE YTD, LEAVE AND DEDUCTION BALANCES AS THEY STOOD
      *        BEFORE ANYONE WAS PAID ARE KEPT UNTIL THE RUN IS
      *        APPROVED OR REJECTED - PAY_APPROVE PUTS THEM BACK WHEN
      *        A RUN IS REJECTED. THE DEDUCTION TABLE IS ALREADY
      *        LOADED AND NOTHING HAS BEEN DRAWN DOWN YET.
               MOVE "data/YTDMAST.PRE" TO YTD-BACKUP-FILE-NAME.
               MOVE "data/LEAVEBAL.PRE" TO LEAVE-BACKUP-FILE-NAME.
               MOVE "data/DEDMAST.PRE" TO DEDUCTION-BACKUP-FILE-NAME.
               PERFORM 7600-SNAPSHOT-YTD.
               PERFORM 7670-SNAPSHOT-DEDUCTIONS.
               MOVE "data/YTDMAST.CKP" TO YTD-BACKUP-FILE-NAME.
               MOVE "data/LEAVEBAL.CKP" TO LEAVE-BACKUP-FILE-NAME.
               MOVE "data/DEDMAST.CKP" TO DEDUCTION-BACKUP-FILE-NAME.

           7900-REWRITE-DEDUCTION-MASTER.
      *        CARRY THE DRAWN-DOWN REMAINING BALANCES FORWARD TO
      *        THE NEXT RUN. DONE BEFORE THE RUN IS MARKED COMPLETE
                   CLOSE DEDUCTION-MASTER-FILE
               END-IF.

           7950-WRITE-APPROVAL-SUMMARY.
      *        THE RUN IS LEFT PENDING APPROVAL - NEITHER THE BANK
      *        FILE NOR THE GL JOURNAL IS RELEASED UNTIL PAY_APPROVE
      *        HAS BEEN RUN BY A DIFFERENT USER. DONE BEFORE THE RUN
      *        IS MARKED COMPLETE SO A CRASH HERE STILL RESTARTS.
               MOVE PAY-PERIOD-END TO PR-PERIOD-END.
               MOVE RUN-SLIP-SEQ TO PR-SLIP-SEQ.
               IF OFF-CYCLE-RUN
                   SET PR-RUN-OFF-CYCLE TO TRUE
               ELSE
                   SET PR-RUN-SCHEDULED TO TRUE
               END-IF.
               SET PR-PENDING TO TRUE.
               MOVE RUN-BY TO PR-RUN-BY.
               MOVE FUNCTION CURRENT-DATE TO PR-RUN-AT.
               MOVE EMPLOYEE-COUNT TO PR-HEADCOUNT.
               MOVE GL-GROSS-CENTS TO PR-GROSS-CENTS.
               MOVE GL-TAX-CENTS TO PR-TAX-CENTS.
               MOVE GRAND-CYCLE-NET-CENTS TO PR-NET-CENTS.
               MOVE BANK-FILE-TOTAL-CENTS TO PR-BANK-CENTS.
               MOVE BANK-DETAIL-COUNT TO PR-BANK-COUNT.
               MOVE UNBANKED-NET-CENTS TO PR-UNBANKED-CENTS.
               MOVE HELD-NET-CENTS TO PR-HELD-CENTS.
               MOVE HELD-COUNT TO PR-HELD-COUNT.
               MOVE SPACES TO PR-DECIDED-BY.
               MOVE SPACES TO PR-DECIDED-AT.
               IF RUN-MODE-BATCH
                   SET PR-BATCH-RUN TO TRUE
               ELSE
                   MOVE SPACE TO PR-PAY-MODE
               END-IF.
               OPEN EXTEND PAY-APPROVAL-FILE.
               IF PAY-APPROVAL-FILE-STATUS = "35"
                   OPEN OUTPUT PAY-APPROVAL-FILE
               END-IF.
               IF PAY-APPROVAL-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN PAY RUN APPROVAL FILE - "
                       "STATUS " PAY-APPROVAL-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               WRITE PAY-APPROVAL-RECORD.
               CLOSE PAY-APPROVAL-FILE.
               OPEN OUTPUT APPROVAL-REPORT-FILE.
               IF APPROVAL-REPORT-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN APPROVAL SUMMARY - "
                       "STATUS " APPROVAL-REPORT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE PAY-PERIOD-END TO AHL-PERIOD-END.
               MOVE RUN-BY TO AHL-RUN-BY.
               IF OFF-CYCLE-RUN
                   MOVE "OFF-CYCLE" TO AHL-RUN-TYPE
               ELSE
                   MOVE SPACES TO AHL-RUN-TYPE
               END-IF.
               WRITE APPROVAL-REPORT-LINE FROM APPROVAL-HEADER-LINE.
               MOVE "HEADCOUNT" TO ACL-LABEL.
               MOVE EMPLOYEE-COUNT TO ACL-COUNT.
               WRITE APPROVAL-REPORT-LINE FROM APPROVAL-COUNT-LINE.
               MOVE "GROSS PAY" TO AAL-LABEL.
               COMPUTE AAL-AMOUNT = GL-GROSS-CENTS / 100.
               WRITE APPROVAL-REPORT-LINE FROM APPROVAL-AMOUNT-LINE.
               MOVE "TAX WITHHELD" TO AAL-LABEL.
               COMPUTE AAL-AMOUNT = GL-TAX-CENTS / 100.
               WRITE APPROVAL-REPORT-LINE FROM APPROVAL-AMOUNT-LINE.
               MOVE "NET PAY" TO AAL-LABEL.
               COMPUTE AAL-AMOUNT = GRAND-CYCLE-NET-CENTS / 100.
               WRITE APPROVAL-REPORT-LINE FROM APPROVAL-AMOUNT-LINE.
               MOVE "BANK FILE TOTAL" TO AAL-LABEL.
               COMPUTE AAL-AMOUNT = BANK-FILE-TOTAL-CENTS / 100.
               WRITE APPROVAL-REPORT-LINE FROM APPROVAL-AMOUNT-LINE.
               MOVE "BANK FILE CREDITS" TO ACL-LABEL.
               MOVE BANK-DETAIL-COUNT TO ACL-COUNT.
               WRITE APPROVAL-REPORT-LINE FROM APPROVAL-COUNT-LINE.
               MOVE "TO BE PAID BY HAND" TO AAL-LABEL.
               COMPUTE AAL-AMOUNT = UNBANKED-NET-CENTS / 100.
               WRITE APPROVAL-REPORT-LINE FROM APPROVAL-AMOUNT-LINE.
               MOVE "HELD - BANK DETAILS UNVERIFIED" TO AAL-LABEL.
               COMPUTE AAL-AMOUNT = HELD-NET-CENTS / 100.
               WRITE APPROVAL-REPORT-LINE FROM APPROVAL-AMOUNT-LINE.
               MOVE "HELD CREDITS" TO ACL-LABEL.
               MOVE HELD-COUNT TO ACL-COUNT.
               WRITE APPROVAL-REPORT-LINE FROM APPROVAL-COUNT-LINE.
               CLOSE APPROVAL-REPORT-FILE.
               DISPLAY "PAY RUN FOR " PAY-PERIOD-END " IS AWAITING "
                   "APPROVAL - SEE data/PAYAPPR.RPT. data/BANKPAY.ABA "
                   "AND data/GLJOURN.DAT ARE HELD UNTIL RELEASED".

           END PROGRAM TAKEHOME_PAY.
