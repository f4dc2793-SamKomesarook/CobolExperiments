           IDENTIFICATION DIVISION.
           PROGRAM-ID. PAYROLL_TAX.

      *        AUSTRALIAN STATE PAYROLL TAX RETURNS. FOR THE NOMINATED
      *        RETURN MONTH IT ADDS UP EVERY AU PERIOD AND FINAL-PAY
      *        PAYSLIP WHOSE PERIOD ENDS IN THE MONTH - LIVE AND
      *        ARCHIVED - BY THE STATE STAMPED ON IT WHEN THE PAY WAS
      *        MADE, AND FOR EACH STATE WORKS OUT
      *
      *          TAXABLE WAGES  - GROSS PLUS SUPER
      *          THRESHOLD      - THE STATE'S MONTHLY THRESHOLD
      *                           APPORTIONED BY ITS SHARE OF THE
      *                           AUSTRALIA-WIDE WAGES FOR THE MONTH
      *          TAX PAYABLE    - THE WAGES OVER THE THRESHOLD AT THE
      *                           STATE'S RATE
      *
      *        THE RATES AND THRESHOLDS ARE HELD BY FINANCIAL YEAR ON
      *        data/PAYRTAX.DAT. EACH RETURN IS KEPT ON
      *        data/PAYRTAXH.DAT (A RE-RUN OF A MONTH REPLACES ITS
      *        ROWS). THE JUNE RUN IS THE ANNUAL RECONCILIATION - THE
      *        YEAR'S WAGES AGAINST THE ANNUAL THRESHOLD APPORTIONED
      *        THE SAME WAY, LESS THE TAX ALREADY RETURNED FOR JULY TO
      *        MAY, GIVES THE AMOUNT TO PAY (OR RECLAIM) WITH THE JUNE
      *        RETURN.

           ENVIRONMENT DIVISION.
               CONFIGURATION SECTION.
               SPECIAL-NAMES.
                  CONSOLE IS DATA-INPUT.
               INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT TAX-CONTROL-FILE
                       ASSIGN TO "data/PTAXCTL.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS TAX-CONTROL-FILE-STATUS.
                   SELECT PAYROLL-TAX-RATE-FILE
                       ASSIGN TO "data/PAYRTAX.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS PAYROLL-TAX-RATE-FILE-STATUS.
                   SELECT PAYROLL-TAX-HISTORY-FILE
                       ASSIGN TO "data/PAYRTAXH.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS PAYROLL-TAX-HISTORY-STATUS.
                   SELECT EMPLOYEE-MASTER-FILE
                       ASSIGN TO "data/EMPMAST.DAT"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS EM-EMP-ID
                       FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
                   SELECT PAYSLIP-FILE
                       ASSIGN TO "data/PAYSLIP.DAT"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS PS-SLIP-KEY
                       FILE STATUS IS PAYSLIP-FILE-STATUS.
                   SELECT PAYSLIP-ARCHIVE-FILE
                       ASSIGN TO "data/PAYSLIPA.DAT"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS PA-SLIP-KEY
                       FILE STATUS IS PAYSLIP-ARCHIVE-FILE-STATUS.
                   SELECT PAYROLL-TAX-REPORT-FILE
                       ASSIGN TO "data/PAYRTAX.RPT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS PAYROLL-TAX-REPORT-STATUS.

           DATA DIVISION.
               FILE SECTION.
               FD TAX-CONTROL-FILE.
               01 TAX-CONTROL-RECORD.
                   05 TC-RETURN-MONTH PIC X(6).

      *        ONE ROW PER STATE PER FINANCIAL YEAR. THE RATE IS A
      *        PERCENTAGE TO FOUR PLACES (054500 = 5.45%).
               FD PAYROLL-TAX-RATE-FILE.
               01 PAYROLL-TAX-RATE-RECORD.
                   05 PT-FINYEAR PIC X(9).
                   05 PT-STATE PIC X(3).
                   05 PT-RATE PIC 9(2)V9(4).
                   05 PT-MONTHLY-THRESHOLD PIC 9(9)V99.
                   05 PT-ANNUAL-THRESHOLD PIC 9(9)V99.

      *        ONE ROW PER STATE PER RETURN - 'M' FOR A MONTHLY
      *        RETURN, 'A' FOR THE JUNE ANNUAL RECONCILIATION, WHERE
      *        THE TAX IS THE YEAR'S LIABILITY AND THE PAYABLE IS WHAT
      *        IS LEFT AFTER THE JULY TO MAY RETURNS.
               FD PAYROLL-TAX-HISTORY-FILE.
               01 PAYROLL-TAX-HISTORY-RECORD.
                   05 PH-RETURN-MONTH PIC X(6).
                   05 PH-RETURN-TYPE PIC X(1).
                       88 PH-MONTHLY VALUE 'M'.
                       88 PH-ANNUAL VALUE 'A'.
                   05 PH-STATE PIC X(3).
                   05 PH-WAGES PIC 9(11)V99.
                   05 PH-THRESHOLD PIC 9(9)V99.
                   05 PH-TAX PIC 9(9)V99.
                   05 PH-PAYABLE PIC S9(9)V99
                       SIGN IS LEADING SEPARATE.
                   05 PH-RUN-AT PIC X(14).

               FD EMPLOYEE-MASTER-FILE.
               COPY EMPMAST.

               FD PAYSLIP-FILE.
               COPY PAYSLIP.

      *        THE MONTH-END ARCHIVE CARRIES THE SAME LAYOUT - THE
      *        EARLIER MONTHS OF THE YEAR ARE MOSTLY ARCHIVED ROWS.
               FD PAYSLIP-ARCHIVE-FILE.
               COPY PAYSLIP REPLACING
                   ==PAYSLIP-RECORD== BY ==PAYSLIP-ARCH-RECORD==
                   LEADING ==PS-== BY ==PA-==.

               FD PAYROLL-TAX-REPORT-FILE.
               01 PAYROLL-TAX-REPORT-LINE PIC X(132).

               WORKING-STORAGE SECTION.
               01 TAX-CONTROL-FILE-STATUS PIC X(2).
               01 PAYROLL-TAX-RATE-FILE-STATUS PIC X(2).
               01 PAYROLL-TAX-HISTORY-STATUS PIC X(2).
               01 EMPLOYEE-MASTER-FILE-STATUS PIC X(2).
               01 PAYSLIP-FILE-STATUS PIC X(2).
               01 PAYSLIP-ARCHIVE-FILE-STATUS PIC X(2).
               01 PAYROLL-TAX-REPORT-STATUS PIC X(2).

               01 WS-EOF-SW PIC X(1).
                   88 WS-EOF VALUE 'Y'.
                   88 WS-NOT-EOF VALUE 'N'.

               01 WS-FOUND-SW PIC X(1).
                   88 WS-FOUND VALUE 'Y'.
                   88 WS-NOT-FOUND VALUE 'N'.

               01 MASTER-OPEN-SW PIC X(1) VALUE 'N'.
                   88 MASTER-OPEN VALUE 'Y'.

      *        THE RETURN MONTH AND THE FINANCIAL YEAR IT FALLS IN.
               01 RETURN-MONTH PIC X(6) VALUE SPACES.
               01 RETURN-MONTH-PARTS REDEFINES RETURN-MONTH.
                   05 RETURN-YYYY PIC 9(4).
                   05 RETURN-MM PIC 9(2).
               01 RETURN-FINYEAR.
                   05 RFY-FIRST-YEAR PIC 9(4).
                   05 FILLER PIC X(1) VALUE "/".
                   05 RFY-SECOND-YEAR PIC 9(4).
               01 FINYEAR-START-MONTH.
                   05 FSM-YYYY PIC 9(4).
                   05 FILLER PIC X(2) VALUE "07".
               01 FINYEAR-END-MONTH.
                   05 FEM-YYYY PIC 9(4).
                   05 FILLER PIC X(2) VALUE "06".
               01 ANNUAL-RUN-SW PIC X(1) VALUE 'N'.
                   88 ANNUAL-RUN VALUE 'Y'.
               01 RUN-TIMESTAMP PIC X(14).

      *        ONE ENTRY PER STATE - THE STATES ON THE RATE FILE FOR
      *        THE YEAR FIRST, THEN ANY STATE FOUND ON A PAYSLIP OR A
      *        PAST RETURN WITH NO RATE, THEN PAY WITH NO STATE.
               01 STATE-TAX-TABLE.
                   05 STATE-TAX-ENTRY OCCURS 20 TIMES
                          INDEXED BY ST-IDX.
                       10 STT-STATE PIC X(3).
                       10 STT-RATE-SW PIC X(1).
                           88 STT-RATE-HELD VALUE 'Y'.
                           88 STT-NO-RATE VALUE 'N'.
                       10 STT-RATE PIC 9(2)V9(4).
                       10 STT-MONTHLY-THRESHOLD PIC 9(9)V99.
                       10 STT-ANNUAL-THRESHOLD PIC 9(9)V99.
                       10 STT-MONTH-WAGES PIC 9(11)V99.
                       10 STT-MONTH-SHARE PIC 9(3)V99.
                       10 STT-MONTH-THRESHOLD PIC 9(9)V99.
                       10 STT-MONTH-TAXABLE PIC 9(11)V99.
                       10 STT-MONTH-TAX PIC 9(9)V99.
                       10 STT-YEAR-WAGES PIC 9(11)V99.
                       10 STT-YEAR-SHARE PIC 9(3)V99.
                       10 STT-YEAR-THRESHOLD PIC 9(9)V99.
                       10 STT-YEAR-LIABILITY PIC 9(9)V99.
                       10 STT-LODGED-TAX PIC 9(9)V99.
                       10 STT-TRUE-UP PIC S9(9)V99.
               01 STATE-TAX-COUNT PIC 9(2) VALUE 0.
               01 FIND-STATE PIC X(3).

      *        THE PAST RETURNS, REWRITTEN WITH THIS MONTH'S ROWS
      *        REPLACED.
               01 HISTORY-TABLE.
                   05 HISTORY-ENTRY OCCURS 5000 TIMES
                          INDEXED BY PH-IDX.
                       10 PHT-ROW PIC X(71).
               01 HISTORY-COUNT PIC 9(4) VALUE 0.

      *        WHICH OF JULY TO MAY HAVE A MONTHLY RETURN ON FILE -
      *        CHECKED BEFORE THE JUNE RECONCILIATION IS TRUSTED.
               01 MONTH-LODGED-TABLE.
                   05 MONTH-LODGED-SW PIC X(1) OCCURS 12 TIMES.
               01 HISTORY-MM PIC 9(2).
               01 MONTH-SUB PIC 9(2).
               01 MONTHS-LODGED-COUNT PIC 9(2) VALUE 0.

               01 PAYSLIP-ROW-COUNT PIC 9(7) VALUE 0.
               01 NO-STATE-COUNT PIC 9(7) VALUE 0.
               01 NO-RATE-COUNT PIC 9(7) VALUE 0.
               01 PAYSLIP-WAGES PIC 9(11)V99.
               01 PAYSLIP-STATE PIC X(3).

               01 AU-MONTH-WAGES PIC 9(11)V99 VALUE 0.
               01 AU-YEAR-WAGES PIC 9(11)V99 VALUE 0.
               01 TOTAL-MONTH-THRESHOLD PIC 9(11)V99 VALUE 0.
               01 TOTAL-MONTH-TAXABLE PIC 9(11)V99 VALUE 0.
               01 TOTAL-MONTH-TAX PIC 9(11)V99 VALUE 0.
               01 TOTAL-YEAR-THRESHOLD PIC 9(11)V99 VALUE 0.
               01 TOTAL-YEAR-LIABILITY PIC 9(11)V99 VALUE 0.
               01 TOTAL-LODGED-TAX PIC 9(11)V99 VALUE 0.
               01 TOTAL-TRUE-UP PIC S9(11)V99 VALUE 0.

               01 REPORT-HEADER-LINE.
                   05 FILLER PIC X(33) VALUE
                       "STATE PAYROLL TAX RETURN - MONTH ".
                   05 RHL-RETURN-MONTH PIC X(6).
                   05 FILLER PIC X(6) VALUE " YEAR ".
                   05 RHL-FINYEAR PIC X(9).

               01 REPORT-COLUMN-LINE.
                   05 FILLER PIC X(5) VALUE "STATE".
                   05 FILLER PIC X(16) VALUE "   TAXABLE WAGES".
                   05 FILLER PIC X(8) VALUE "  SHARE%".
                   05 FILLER PIC X(16) VALUE "       THRESHOLD".
                   05 FILLER PIC X(16) VALUE "  TAXABLE AMOUNT".
                   05 FILLER PIC X(9) VALUE "    RATE%".
                   05 FILLER PIC X(16) VALUE "     TAX PAYABLE".
                   05 FILLER PIC X(22) VALUE "  NOTE".

               01 REPORT-DETAIL-LINE.
                   05 RDL-STATE PIC X(3).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-WAGES PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-SHARE PIC ZZ9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-THRESHOLD PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-TAXABLE PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-RATE PIC Z9.9999.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-TAX PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-NOTE PIC X(20).

               01 REPORT-TOTAL-LINE.
                   05 FILLER PIC X(5) VALUE "TOTAL".
                   05 RTL-WAGES PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(10) VALUE SPACES.
                   05 RTL-THRESHOLD PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RTL-TAXABLE PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(11) VALUE SPACES.
                   05 RTL-TAX PIC ZZZ,ZZZ,ZZ9.99.

               01 ANNUAL-HEADER-LINE.
                   05 FILLER PIC X(29) VALUE
                       "ANNUAL RECONCILIATION - YEAR ".
                   05 AHL-FINYEAR PIC X(9).

               01 ANNUAL-COLUMN-LINE.
                   05 FILLER PIC X(5) VALUE "STATE".
                   05 FILLER PIC X(16) VALUE "    ANNUAL WAGES".
                   05 FILLER PIC X(8) VALUE "  SHARE%".
                   05 FILLER PIC X(16) VALUE "  ANN. THRESHOLD".
                   05 FILLER PIC X(16) VALUE "       LIABILITY".
                   05 FILLER PIC X(16) VALUE "  JUL-MAY LODGED".
                   05 FILLER PIC X(17) VALUE "     JUNE PAYABLE".
                   05 FILLER PIC X(22) VALUE "  NOTE".

               01 ANNUAL-DETAIL-LINE.
                   05 ADL-STATE PIC X(3).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 ADL-WAGES PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 ADL-SHARE PIC ZZ9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 ADL-THRESHOLD PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 ADL-LIABILITY PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 ADL-LODGED PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 ADL-TRUE-UP PIC -ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 ADL-NOTE PIC X(20).

               01 ANNUAL-TOTAL-LINE.
                   05 FILLER PIC X(5) VALUE "TOTAL".
                   05 ATL-WAGES PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(10) VALUE SPACES.
                   05 ATL-THRESHOLD PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 ATL-LIABILITY PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 ATL-LODGED PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 ATL-TRUE-UP PIC -ZZZ,ZZZ,ZZ9.99.

               01 REPORT-NOTE-LINE PIC X(132).

           PROCEDURE DIVISION.

           0000-MAIN-LOGIC.
               DISPLAY "STATE PAYROLL TAX RETURN".
               PERFORM 1000-GET-RETURN-MONTH.
               PERFORM 1100-LOAD-TAX-RATES.
               PERFORM 1200-LOAD-RETURN-HISTORY.
               PERFORM 1300-OPEN-FILES.
               PERFORM 2000-ACCUMULATE-PAYSLIPS.
               PERFORM 3000-CALCULATE-MONTHLY-TAX.
               IF ANNUAL-RUN
                   PERFORM 3500-CALCULATE-ANNUAL-TAX
               END-IF.
               PERFORM 4000-WRITE-REPORT.
               PERFORM 5000-REWRITE-RETURN-HISTORY.
               PERFORM 9000-CLOSE-FILES.
               DISPLAY PAYSLIP-ROW-COUNT " AU PAYSLIP ROWS FOR "
                   RETURN-FINYEAR " TO " RETURN-MONTH.
               MOVE 0 TO RETURN-CODE.
               IF NO-STATE-COUNT > 0
                   DISPLAY NO-STATE-COUNT " PAYSLIP ROWS HAVE NO WORK "
                       "STATE - KEY IT THROUGH EMP_MAINT AND RE-RUN"
                   MOVE 4 TO RETURN-CODE
               END-IF.
               IF NO-RATE-COUNT > 0
                   DISPLAY NO-RATE-COUNT " STATES HAVE WAGES BUT NO "
                       "RATE ON data/PAYRTAX.DAT FOR " RETURN-FINYEAR
                   MOVE 4 TO RETURN-CODE
               END-IF.
               IF ANNUAL-RUN AND MONTHS-LODGED-COUNT < 11
                   DISPLAY "ONLY " MONTHS-LODGED-COUNT " OF THE JULY "
                       "TO MAY RETURNS ARE ON data/PAYRTAXH.DAT - "
                       "CHECK THE RECONCILIATION"
                   MOVE 4 TO RETURN-CODE
               END-IF.
               STOP RUN.

           1000-GET-RETURN-MONTH.
               OPEN INPUT TAX-CONTROL-FILE.
               IF TAX-CONTROL-FILE-STATUS = "35"
                   DISPLAY "NO PAYROLL TAX CONTROL FILE - USING CONSOLE"
                   DISPLAY "ENTER RETURN MONTH (YYYYMM):"
                   ACCEPT RETURN-MONTH FROM DATA-INPUT
               ELSE
                   IF TAX-CONTROL-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN PAYROLL TAX CONTROL "
                           "FILE - STATUS " TAX-CONTROL-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-NOT-EOF TO TRUE
                   READ TAX-CONTROL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                   END-READ
                   IF WS-EOF
                       DISPLAY "PAYROLL TAX CONTROL FILE IS EMPTY"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE TC-RETURN-MONTH TO RETURN-MONTH
                   CLOSE TAX-CONTROL-FILE
               END-IF.
               IF RETURN-MONTH IS NOT NUMERIC
                       OR RETURN-MM < 1 OR RETURN-MM > 12
                   DISPLAY "RETURN MONTH MUST BE GIVEN AS YYYYMM"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
      *        THE FINANCIAL YEAR RUNS JULY TO JUNE.
               IF RETURN-MM > 6
                   MOVE RETURN-YYYY TO RFY-FIRST-YEAR
               ELSE
                   COMPUTE RFY-FIRST-YEAR = RETURN-YYYY - 1
               END-IF.
               COMPUTE RFY-SECOND-YEAR = RFY-FIRST-YEAR + 1.
               MOVE RFY-FIRST-YEAR TO FSM-YYYY.
               MOVE RFY-SECOND-YEAR TO FEM-YYYY.
               IF RETURN-MM = 6
                   SET ANNUAL-RUN TO TRUE
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.

           1100-LOAD-TAX-RATES.
               OPEN INPUT PAYROLL-TAX-RATE-FILE.
               IF PAYROLL-TAX-RATE-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN PAYROLL TAX RATE FILE - "
                       "STATUS " PAYROLL-TAX-RATE-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               SET WS-NOT-EOF TO TRUE.
               PERFORM UNTIL WS-EOF
                   READ PAYROLL-TAX-RATE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF PT-FINYEAR = RETURN-FINYEAR
                               MOVE PT-STATE TO FIND-STATE
                               PERFORM 2300-FIND-STATE
                               SET STT-RATE-HELD(ST-IDX) TO TRUE
                               MOVE PT-RATE TO STT-RATE(ST-IDX)
                               MOVE PT-MONTHLY-THRESHOLD
                                   TO STT-MONTHLY-THRESHOLD(ST-IDX)
                               MOVE PT-ANNUAL-THRESHOLD
                                   TO STT-ANNUAL-THRESHOLD(ST-IDX)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE PAYROLL-TAX-RATE-FILE.
               IF STATE-TAX-COUNT = 0
                   DISPLAY "NO PAYROLL TAX RATES ON data/PAYRTAX.DAT "
                       "FOR " RETURN-FINYEAR
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.

           1200-LOAD-RETURN-HISTORY.
      *        ROWS FOR THIS MONTH ARE DROPPED - THIS RUN REPLACES
      *        THEM. THE YEAR'S JULY TO MAY MONTHLY RETURNS ARE ADDED
      *        UP FOR THE JUNE RECONCILIATION.
               MOVE SPACES TO MONTH-LODGED-TABLE.
               OPEN INPUT PAYROLL-TAX-HISTORY-FILE.
               IF PAYROLL-TAX-HISTORY-STATUS = "35"
                   DISPLAY "NO PAYROLL TAX RETURN HISTORY - "
                       "FIRST RETURN"
               ELSE
                   IF PAYROLL-TAX-HISTORY-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN PAYROLL TAX HISTORY - "
                           "STATUS " PAYROLL-TAX-HISTORY-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-EOF
                       READ PAYROLL-TAX-HISTORY-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF PH-RETURN-MONTH NOT = RETURN-MONTH
                                   PERFORM 1250-TABLE-HISTORY-ROW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAYROLL-TAX-HISTORY-FILE
               END-IF.
               MOVE 1 TO MONTH-SUB.
               PERFORM UNTIL MONTH-SUB > 12
                   IF MONTH-LODGED-SW(MONTH-SUB) = 'Y'
                       ADD 1 TO MONTHS-LODGED-COUNT
                   END-IF
                   ADD 1 TO MONTH-SUB
               END-PERFORM.

           1250-TABLE-HISTORY-ROW.
               IF HISTORY-COUNT >= 5000
                   DISPLAY "PAYROLL TAX HISTORY TABLE FULL - "
                       "RAISE THE TABLE SIZE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO HISTORY-COUNT.
               SET PH-IDX TO HISTORY-COUNT.
               MOVE PAYROLL-TAX-HISTORY-RECORD TO PHT-ROW(PH-IDX).
               IF PH-MONTHLY
                       AND PH-RETURN-MONTH NOT < FINYEAR-START-MONTH
                       AND PH-RETURN-MONTH < FINYEAR-END-MONTH
                   MOVE PH-RETURN-MONTH(5:2) TO HISTORY-MM
                   MOVE 'Y' TO MONTH-LODGED-SW(HISTORY-MM)
                   MOVE PH-STATE TO FIND-STATE
                   PERFORM 2300-FIND-STATE
                   ADD PH-TAX TO STT-LODGED-TAX(ST-IDX)
               END-IF.

           1300-OPEN-FILES.
               OPEN INPUT PAYSLIP-FILE.
               IF PAYSLIP-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN PAYSLIP FILE - "
                       "STATUS " PAYSLIP-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
      *        THE MASTER IS ONLY READ FOR PAYSLIPS CUT BEFORE THE
      *        STATE WAS STAMPED ON THEM.
               OPEN INPUT EMPLOYEE-MASTER-FILE.
               IF EMPLOYEE-MASTER-FILE-STATUS = "00"
                   SET MASTER-OPEN TO TRUE
               ELSE
                   DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
                       EMPLOYEE-MASTER-FILE-STATUS
                       " - PAYSLIPS WITH NO STATE ARE UNALLOCATED"
               END-IF.
               OPEN OUTPUT PAYROLL-TAX-REPORT-FILE.
               IF PAYROLL-TAX-REPORT-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN PAYROLL TAX REPORT - "
                       "STATUS " PAYROLL-TAX-REPORT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.

           2000-ACCUMULATE-PAYSLIPS.
               SET WS-NOT-EOF TO TRUE.
               PERFORM UNTIL WS-EOF
                   READ PAYSLIP-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 2050-CHECK-PAYSLIP-ROW
                   END-READ
               END-PERFORM.
               PERFORM 2060-ACCUMULATE-ARCHIVE.

           2050-CHECK-PAYSLIP-ROW.
      *        ANNUAL-PROJECTION ROWS ARE NOT WAGES PAID, AND NZ PAY
      *        IS NOT SUBJECT TO STATE PAYROLL TAX.
               IF PS-FINYEAR = RETURN-FINYEAR
                       AND PS-PERIOD-END(1:6) NOT > RETURN-MONTH
                       AND PS-REGION = "AU"
                       AND (PS-PAY-IS-PERIOD OR PS-PAY-IS-FINAL)
                   ADD 1 TO PAYSLIP-ROW-COUNT
                   PERFORM 2100-ADD-PAYSLIP-WAGES
               END-IF.

           2060-ACCUMULATE-ARCHIVE.
      *        NO ARCHIVE FILE YET SIMPLY MEANS NOTHING HAS BEEN
      *        ARCHIVED.
               OPEN INPUT PAYSLIP-ARCHIVE-FILE.
               IF PAYSLIP-ARCHIVE-FILE-STATUS = "35"
                   DISPLAY "NO PAYSLIP ARCHIVE - LIVE FILE ONLY"
               ELSE
                   IF PAYSLIP-ARCHIVE-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN PAYSLIP ARCHIVE - "
                           "STATUS " PAYSLIP-ARCHIVE-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-EOF
                       READ PAYSLIP-ARCHIVE-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE PAYSLIP-ARCH-RECORD
                                   TO PAYSLIP-RECORD
                               PERFORM 2050-CHECK-PAYSLIP-ROW
                       END-READ
                   END-PERFORM
                   CLOSE PAYSLIP-ARCHIVE-FILE
               END-IF.

           2100-ADD-PAYSLIP-WAGES.
      *        TAXABLE WAGES ARE THE GROSS PAID PLUS THE EMPLOYER'S
      *        SUPER. A ROW CUT BEFORE THE STATE WAS CARRIED TAKES
      *        THE STATE NOW ON THE MASTER.
               COMPUTE PAYSLIP-WAGES = PS-ANNUAL-PAY + PS-SUPER-TOTAL.
               MOVE PS-WORK-STATE TO PAYSLIP-STATE.
               IF PAYSLIP-STATE = SPACES AND MASTER-OPEN
                   MOVE PS-EMP-REF TO EM-EMP-ID
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                           MOVE SPACES TO EM-WORK-STATE
                   END-READ
                   MOVE EM-WORK-STATE TO PAYSLIP-STATE
               END-IF.
               IF PAYSLIP-STATE = SPACES
                   DISPLAY "PAYSLIP FOR " PS-EMP-REF " PERIOD END "
                       PS-PERIOD-END " HAS NO WORK STATE"
                   ADD 1 TO NO-STATE-COUNT
               END-IF.
               MOVE PAYSLIP-STATE TO FIND-STATE.
               PERFORM 2300-FIND-STATE.
               ADD PAYSLIP-WAGES TO STT-YEAR-WAGES(ST-IDX).
               ADD PAYSLIP-WAGES TO AU-YEAR-WAGES.
               IF PS-PERIOD-END(1:6) = RETURN-MONTH
                   ADD PAYSLIP-WAGES TO STT-MONTH-WAGES(ST-IDX)
                   ADD PAYSLIP-WAGES TO AU-MONTH-WAGES
               END-IF.

           2300-FIND-STATE.
      *        LEAVES ST-IDX ON THE ENTRY FOR FIND-STATE, ADDING ONE
      *        WITH NO RATE IF IT IS NOT YET IN THE TABLE.
               SET WS-NOT-FOUND TO TRUE.
               SET ST-IDX TO 1.
               PERFORM UNTIL ST-IDX > STATE-TAX-COUNT
                       OR WS-FOUND
                   IF STT-STATE(ST-IDX) = FIND-STATE
                       SET WS-FOUND TO TRUE
                   ELSE
                       SET ST-IDX UP BY 1
                   END-IF
               END-PERFORM.
               IF WS-NOT-FOUND
                   IF STATE-TAX-COUNT >= 20
                       DISPLAY "STATE TABLE FULL - "
                           "RAISE THE TABLE SIZE"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO STATE-TAX-COUNT
                   SET ST-IDX TO STATE-TAX-COUNT
                   MOVE FIND-STATE TO STT-STATE(ST-IDX)
                   SET STT-NO-RATE(ST-IDX) TO TRUE
                   MOVE 0 TO STT-RATE(ST-IDX)
                   MOVE 0 TO STT-MONTHLY-THRESHOLD(ST-IDX)
                   MOVE 0 TO STT-ANNUAL-THRESHOLD(ST-IDX)
                   MOVE 0 TO STT-MONTH-WAGES(ST-IDX)
                   MOVE 0 TO STT-MONTH-SHARE(ST-IDX)
                   MOVE 0 TO STT-MONTH-THRESHOLD(ST-IDX)
                   MOVE 0 TO STT-MONTH-TAXABLE(ST-IDX)
                   MOVE 0 TO STT-MONTH-TAX(ST-IDX)
                   MOVE 0 TO STT-YEAR-WAGES(ST-IDX)
                   MOVE 0 TO STT-YEAR-SHARE(ST-IDX)
                   MOVE 0 TO STT-YEAR-THRESHOLD(ST-IDX)
                   MOVE 0 TO STT-YEAR-LIABILITY(ST-IDX)
                   MOVE 0 TO STT-LODGED-TAX(ST-IDX)
                   MOVE 0 TO STT-TRUE-UP(ST-IDX)
               END-IF.

           3000-CALCULATE-MONTHLY-TAX.
      *        EACH STATE DEDUCTS ONLY ITS SHARE OF ITS THRESHOLD -
      *        ITS WAGES OVER THE WAGES PAID ACROSS AUSTRALIA - SO A
      *        GROUP PAYING IN SEVERAL STATES GETS ONE THRESHOLD IN
      *        TOTAL, NOT ONE PER STATE.
               SET ST-IDX TO 1.
               PERFORM UNTIL ST-IDX > STATE-TAX-COUNT
                   IF AU-MONTH-WAGES > 0
                       COMPUTE STT-MONTH-SHARE(ST-IDX) ROUNDED =
                           STT-MONTH-WAGES(ST-IDX) * 100
                               / AU-MONTH-WAGES
                       COMPUTE STT-MONTH-THRESHOLD(ST-IDX) ROUNDED =
                           STT-MONTHLY-THRESHOLD(ST-IDX)
                               * STT-MONTH-WAGES(ST-IDX)
                               / AU-MONTH-WAGES
                   END-IF
                   IF STT-MONTH-WAGES(ST-IDX)
                           > STT-MONTH-THRESHOLD(ST-IDX)
                       COMPUTE STT-MONTH-TAXABLE(ST-IDX) =
                           STT-MONTH-WAGES(ST-IDX)
                               - STT-MONTH-THRESHOLD(ST-IDX)
                   END-IF
                   COMPUTE STT-MONTH-TAX(ST-IDX) ROUNDED =
                       STT-MONTH-TAXABLE(ST-IDX) * STT-RATE(ST-IDX)
                           / 100
                   IF STT-NO-RATE(ST-IDX)
                           AND STT-STATE(ST-IDX) NOT = SPACES
                           AND STT-YEAR-WAGES(ST-IDX) > 0
                       ADD 1 TO NO-RATE-COUNT
                   END-IF
                   SET ST-IDX UP BY 1
               END-PERFORM.

           3500-CALCULATE-ANNUAL-TAX.
      *        THE SAME APPORTIONMENT OVER THE WHOLE YEAR AGAINST THE
      *        ANNUAL THRESHOLD. WHAT THE MONTHLY RETURNS HAVE ALREADY
      *        PAID COMES OFF; A NEGATIVE RESULT IS A REFUND DUE.
               SET ST-IDX TO 1.
               PERFORM UNTIL ST-IDX > STATE-TAX-COUNT
                   IF AU-YEAR-WAGES > 0
                       COMPUTE STT-YEAR-SHARE(ST-IDX) ROUNDED =
                           STT-YEAR-WAGES(ST-IDX) * 100
                               / AU-YEAR-WAGES
                       COMPUTE STT-YEAR-THRESHOLD(ST-IDX) ROUNDED =
                           STT-ANNUAL-THRESHOLD(ST-IDX)
                               * STT-YEAR-WAGES(ST-IDX)
                               / AU-YEAR-WAGES
                   END-IF
                   IF STT-YEAR-WAGES(ST-IDX)
                           > STT-YEAR-THRESHOLD(ST-IDX)
                       COMPUTE STT-YEAR-LIABILITY(ST-IDX) ROUNDED =
                           (STT-YEAR-WAGES(ST-IDX)
                               - STT-YEAR-THRESHOLD(ST-IDX))
                           * STT-RATE(ST-IDX) / 100
                   END-IF
                   COMPUTE STT-TRUE-UP(ST-IDX) =
                       STT-YEAR-LIABILITY(ST-IDX)
                           - STT-LODGED-TAX(ST-IDX)
                   SET ST-IDX UP BY 1
               END-PERFORM.

           4000-WRITE-REPORT.
               MOVE RETURN-MONTH TO RHL-RETURN-MONTH.
               MOVE RETURN-FINYEAR TO RHL-FINYEAR.
               WRITE PAYROLL-TAX-REPORT-LINE FROM REPORT-HEADER-LINE.
               WRITE PAYROLL-TAX-REPORT-LINE FROM REPORT-COLUMN-LINE.
               SET ST-IDX TO 1.
               PERFORM UNTIL ST-IDX > STATE-TAX-COUNT
                   IF STT-RATE-HELD(ST-IDX)
                           OR STT-MONTH-WAGES(ST-IDX) > 0
                       PERFORM 4100-WRITE-STATE-LINE
                   END-IF
                   SET ST-IDX UP BY 1
               END-PERFORM.
               MOVE AU-MONTH-WAGES TO RTL-WAGES.
               MOVE TOTAL-MONTH-THRESHOLD TO RTL-THRESHOLD.
               MOVE TOTAL-MONTH-TAXABLE TO RTL-TAXABLE.
               MOVE TOTAL-MONTH-TAX TO RTL-TAX.
               WRITE PAYROLL-TAX-REPORT-LINE FROM REPORT-TOTAL-LINE.
               IF ANNUAL-RUN
                   PERFORM 4200-WRITE-ANNUAL-SECTION
               END-IF.

           4100-WRITE-STATE-LINE.
               MOVE SPACES TO REPORT-DETAIL-LINE.
               IF STT-STATE(ST-IDX) = SPACES
                   MOVE "???" TO RDL-STATE
                   MOVE "NO WORK STATE" TO RDL-NOTE
               ELSE
                   MOVE STT-STATE(ST-IDX) TO RDL-STATE
                   IF STT-NO-RATE(ST-IDX)
                       MOVE "NO RATE FOR YEAR" TO RDL-NOTE
                   END-IF
               END-IF.
               MOVE STT-MONTH-WAGES(ST-IDX) TO RDL-WAGES.
               MOVE STT-MONTH-SHARE(ST-IDX) TO RDL-SHARE.
               MOVE STT-MONTH-THRESHOLD(ST-IDX) TO RDL-THRESHOLD.
               MOVE STT-MONTH-TAXABLE(ST-IDX) TO RDL-TAXABLE.
               MOVE STT-RATE(ST-IDX) TO RDL-RATE.
               MOVE STT-MONTH-TAX(ST-IDX) TO RDL-TAX.
               WRITE PAYROLL-TAX-REPORT-LINE FROM REPORT-DETAIL-LINE.
               ADD STT-MONTH-THRESHOLD(ST-IDX) TO TOTAL-MONTH-THRESHOLD.
               ADD STT-MONTH-TAXABLE(ST-IDX) TO TOTAL-MONTH-TAXABLE.
               ADD STT-MONTH-TAX(ST-IDX) TO TOTAL-MONTH-TAX.

           4200-WRITE-ANNUAL-SECTION.
               MOVE SPACES TO PAYROLL-TAX-REPORT-LINE.
               WRITE PAYROLL-TAX-REPORT-LINE.
               MOVE RETURN-FINYEAR TO AHL-FINYEAR.
               WRITE PAYROLL-TAX-REPORT-LINE FROM ANNUAL-HEADER-LINE.
               WRITE PAYROLL-TAX-REPORT-LINE FROM ANNUAL-COLUMN-LINE.
               SET ST-IDX TO 1.
               PERFORM UNTIL ST-IDX > STATE-TAX-COUNT
                   IF STT-RATE-HELD(ST-IDX)
                           OR STT-YEAR-WAGES(ST-IDX) > 0
                           OR STT-LODGED-TAX(ST-IDX) > 0
                       PERFORM 4300-WRITE-ANNUAL-STATE-LINE
                   END-IF
                   SET ST-IDX UP BY 1
               END-PERFORM.
               MOVE AU-YEAR-WAGES TO ATL-WAGES.
               MOVE TOTAL-YEAR-THRESHOLD TO ATL-THRESHOLD.
               MOVE TOTAL-YEAR-LIABILITY TO ATL-LIABILITY.
               MOVE TOTAL-LODGED-TAX TO ATL-LODGED.
               MOVE TOTAL-TRUE-UP TO ATL-TRUE-UP.
               WRITE PAYROLL-TAX-REPORT-LINE FROM ANNUAL-TOTAL-LINE.
               MOVE SPACES TO REPORT-NOTE-LINE.
               STRING "THE JUNE RETURN IS THE ANNUAL RECONCILIATION - "
                       DELIMITED BY SIZE
                   "PAY THE JUNE PAYABLE COLUMN, NOT THE MONTHLY TAX"
                       DELIMITED BY SIZE
                   INTO REPORT-NOTE-LINE.
               WRITE PAYROLL-TAX-REPORT-LINE FROM REPORT-NOTE-LINE.

           4300-WRITE-ANNUAL-STATE-LINE.
               MOVE SPACES TO ANNUAL-DETAIL-LINE.
               IF STT-STATE(ST-IDX) = SPACES
                   MOVE "???" TO ADL-STATE
                   MOVE "NO WORK STATE" TO ADL-NOTE
               ELSE
                   MOVE STT-STATE(ST-IDX) TO ADL-STATE
                   IF STT-NO-RATE(ST-IDX)
                       MOVE "NO RATE FOR YEAR" TO ADL-NOTE
                   END-IF
               END-IF.
               MOVE STT-YEAR-WAGES(ST-IDX) TO ADL-WAGES.
               MOVE STT-YEAR-SHARE(ST-IDX) TO ADL-SHARE.
               MOVE STT-YEAR-THRESHOLD(ST-IDX) TO ADL-THRESHOLD.
               MOVE STT-YEAR-LIABILITY(ST-IDX) TO ADL-LIABILITY.
               MOVE STT-LODGED-TAX(ST-IDX) TO ADL-LODGED.
               MOVE STT-TRUE-UP(ST-IDX) TO ADL-TRUE-UP.
               WRITE PAYROLL-TAX-REPORT-LINE FROM ANNUAL-DETAIL-LINE.
               ADD STT-YEAR-THRESHOLD(ST-IDX) TO TOTAL-YEAR-THRESHOLD.
               ADD STT-YEAR-LIABILITY(ST-IDX) TO TOTAL-YEAR-LIABILITY.
               ADD STT-LODGED-TAX(ST-IDX) TO TOTAL-LODGED-TAX.
               ADD STT-TRUE-UP(ST-IDX) TO TOTAL-TRUE-UP.

           5000-REWRITE-RETURN-HISTORY.
      *        THE PAST RETURNS GO BACK AS THEY WERE, FOLLOWED BY THIS
      *        MONTH'S ROW FOR EVERY STATE WITH A RATE - MONTHLY, OR
      *        IN JUNE THE ANNUAL RECONCILIATION.
               OPEN OUTPUT PAYROLL-TAX-HISTORY-FILE.
               IF PAYROLL-TAX-HISTORY-STATUS NOT = "00"
                   DISPLAY "UNABLE TO REWRITE PAYROLL TAX HISTORY - "
                       "STATUS " PAYROLL-TAX-HISTORY-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               SET PH-IDX TO 1.
               PERFORM UNTIL PH-IDX > HISTORY-COUNT
                   MOVE PHT-ROW(PH-IDX) TO PAYROLL-TAX-HISTORY-RECORD
                   WRITE PAYROLL-TAX-HISTORY-RECORD
                   SET PH-IDX UP BY 1
               END-PERFORM.
               SET ST-IDX TO 1.
               PERFORM UNTIL ST-IDX > STATE-TAX-COUNT
                   IF STT-RATE-HELD(ST-IDX)
                       PERFORM 5100-WRITE-RETURN-ROW
                   END-IF
                   SET ST-IDX UP BY 1
               END-PERFORM.
               CLOSE PAYROLL-TAX-HISTORY-FILE.

           5100-WRITE-RETURN-ROW.
               MOVE SPACES TO PAYROLL-TAX-HISTORY-RECORD.
               MOVE RETURN-MONTH TO PH-RETURN-MONTH.
               MOVE STT-STATE(ST-IDX) TO PH-STATE.
               MOVE RUN-TIMESTAMP TO PH-RUN-AT.
               IF ANNUAL-RUN
                   SET PH-ANNUAL TO TRUE
                   MOVE STT-YEAR-WAGES(ST-IDX) TO PH-WAGES
                   MOVE STT-YEAR-THRESHOLD(ST-IDX) TO PH-THRESHOLD
                   MOVE STT-YEAR-LIABILITY(ST-IDX) TO PH-TAX
                   MOVE STT-TRUE-UP(ST-IDX) TO PH-PAYABLE
               ELSE
                   SET PH-MONTHLY TO TRUE
                   MOVE STT-MONTH-WAGES(ST-IDX) TO PH-WAGES
                   MOVE STT-MONTH-THRESHOLD(ST-IDX) TO PH-THRESHOLD
                   MOVE STT-MONTH-TAX(ST-IDX) TO PH-TAX
                   MOVE STT-MONTH-TAX(ST-IDX) TO PH-PAYABLE
               END-IF.
               WRITE PAYROLL-TAX-HISTORY-RECORD.

           9000-CLOSE-FILES.
               CLOSE PAYSLIP-FILE.
               IF MASTER-OPEN
                   CLOSE EMPLOYEE-MASTER-FILE
               END-IF.
               CLOSE PAYROLL-TAX-REPORT-FILE.

           END PROGRAM PAYROLL_TAX.
