           IDENTIFICATION DIVISION.
           PROGRAM-ID. LEAVE_LIABILITY.

      *        MONTH-END ANNUAL LEAVE LIABILITY AND PROVISION JOURNAL.
      *        EACH EMPLOYEE'S ANNUAL LEAVE HOURS ON data/LEAVEBAL.DAT
      *        ARE VALUED AT AN HOURLY RATE TAKEN FROM THEIR LATEST
      *        SCHEDULED PERIOD PAYSLIP ON OR BEFORE THE MONTH END -
      *        THAT PERIOD'S GROSS, EXCLUDING ANY BONUS AND BACK PAY
      *        BUT INCLUDING ANY OVERTIME WORKED IN THE PERIOD, OVER
      *        THE PERIOD'S SHARE OF THE YEAR'S ORDINARY HOURS. TO
      *        THAT ARE ADDED
      *
      *          LEAVE LOADING  - THE CONTROL PERCENTAGE, AU ONLY
      *          SUPER ON-COST  - AT THE RATE THE SAME PAYSLIP CARRIED
      *                           (SG FOR AU, THE EMPLOYER KIWISAVER
      *                           CONTRIBUTION FOR NZ)
      *
      *        THE HOURS UP TO THE CONTROL CURRENT-HOURS LIMIT (ONE
      *        YEAR'S ENTITLEMENT) ARE THE CURRENT LIABILITY, ANYTHING
      *        OVER IT NON-CURRENT. THE LIABILITY IS LISTED BY
      *        EMPLOYEE ON data/LVLIAB.RPT, AND SPREAD OVER THE COST
      *        CENTRE ALLOCATION ON THE SAME PAYSLIP. EACH MONTH'S
      *        PROVISION IS KEPT BY COST CENTRE ON data/LVPROV.DAT (A
      *        RE-RUN OF A MONTH REPLACES ITS ROWS), AND THE JOURNAL
      *        ON data/GLPROV.DAT - IN THE GLJOURN.DAT LAYOUT - POSTS
      *        ONLY THE MOVEMENT SINCE THE LATEST EARLIER MONTH ON
      *        FILE.

           ENVIRONMENT DIVISION.
               CONFIGURATION SECTION.
               SPECIAL-NAMES.
                  CONSOLE IS DATA-INPUT.
               INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT LIABILITY-CONTROL-FILE
                       ASSIGN TO "data/LVLCTL.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS LIABILITY-CONTROL-FILE-STATUS.
                   SELECT LEAVE-BALANCE-FILE
                       ASSIGN TO "data/LEAVEBAL.DAT"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS LB-EMP-ID
                       FILE STATUS IS LEAVE-BALANCE-FILE-STATUS.
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
                   SELECT PROVISION-HISTORY-FILE
                       ASSIGN TO "data/LVPROV.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS PROVISION-HISTORY-STATUS.
                   SELECT LIABILITY-REPORT-FILE
                       ASSIGN TO "data/LVLIAB.RPT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS LIABILITY-REPORT-FILE-STATUS.
                   SELECT GL-JOURNAL-FILE
                       ASSIGN TO "data/GLPROV.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS GL-JOURNAL-FILE-STATUS.

           DATA DIVISION.
               FILE SECTION.
      *        THE MONTH END (YYYYMMDD), THE LEAVE LOADING PERCENTAGE
      *        (01750 = 17.50%) AND THE HOURS EACH EMPLOYEE CARRIES AS
      *        CURRENT (0015200 = 152 HOURS). A ZERO OR BLANK LIMIT
      *        TAKES FOUR 38-HOUR WEEKS.
               FD LIABILITY-CONTROL-FILE.
               01 LIABILITY-CONTROL-RECORD.
                   05 LC-MONTH-END PIC X(8).
                   05 LC-LOADING-PERCENT PIC 9(3)V99.
                   05 LC-CURRENT-HOURS PIC 9(5)V99.

               FD LEAVE-BALANCE-FILE.
               COPY LEAVEBAL.

               FD EMPLOYEE-MASTER-FILE.
               COPY EMPMAST.

               FD PAYSLIP-FILE.
               COPY PAYSLIP.

      *        THE MONTH-END ARCHIVE CARRIES THE SAME LAYOUT - AN
      *        EMPLOYEE ON LONG LEAVE MAY HAVE NO LIVE PAYSLIP AT ALL.
               FD PAYSLIP-ARCHIVE-FILE.
               COPY PAYSLIP REPLACING
                   ==PAYSLIP-RECORD== BY ==PAYSLIP-ARCH-RECORD==
                   LEADING ==PS-== BY ==PA-==.

      *        ONE ROW PER COST CENTRE PER MONTH END - THE PROVISION
      *        HELD AT THAT MONTH END, IN CENTS.
               FD PROVISION-HISTORY-FILE.
               01 PROVISION-HISTORY-RECORD.
                   05 LP-MONTH-END PIC X(8).
                   05 LP-COST-CENTRE PIC X(6).
                   05 LP-CURRENT-CENTS PIC 9(11).
                   05 LP-NON-CURRENT-CENTS PIC 9(11).
                   05 LP-RUN-AT PIC X(14).

               FD LIABILITY-REPORT-FILE.
               01 LIABILITY-REPORT-LINE PIC X(132).

               FD GL-JOURNAL-FILE.
               01 GL-JOURNAL-RECORD.
                   05 GLJ-PERIOD-END PIC X(8).
                   05 GLJ-ACCOUNT PIC X(20).
                   05 GLJ-DR-CR PIC X(2).
                   05 GLJ-AMOUNT-CENTS PIC 9(11).
                   05 GLJ-COST-CENTRE PIC X(6).

               WORKING-STORAGE SECTION.
               01 LIABILITY-CONTROL-FILE-STATUS PIC X(2).
               01 LEAVE-BALANCE-FILE-STATUS PIC X(2).
               01 EMPLOYEE-MASTER-FILE-STATUS PIC X(2).
               01 PAYSLIP-FILE-STATUS PIC X(2).
               01 PAYSLIP-ARCHIVE-FILE-STATUS PIC X(2).
               01 PROVISION-HISTORY-STATUS PIC X(2).
               01 LIABILITY-REPORT-FILE-STATUS PIC X(2).
               01 GL-JOURNAL-FILE-STATUS PIC X(2).

               01 WS-EOF-SW PIC X(1).
                   88 WS-EOF VALUE 'Y'.
                   88 WS-NOT-EOF VALUE 'N'.

               01 WS-FOUND-SW PIC X(1).
                   88 WS-FOUND VALUE 'Y'.
                   88 WS-NOT-FOUND VALUE 'N'.

               01 MONTH-END PIC X(8) VALUE SPACES.
               01 LOADING-PERCENT PIC 9(3)V99 VALUE 0.
               01 CURRENT-HOURS-LIMIT PIC 9(5)V99 VALUE 0.
               01 RUN-TIMESTAMP PIC X(14) VALUE SPACES.
               01 PAY-CYCLES-PER-YEAR PIC 9(4) VALUE 26.
      *        ORDINARY HOURS - A 38 HOUR WEEK OVER 52 WEEKS.
               01 HOURS-PER-YEAR PIC 9(4) VALUE 1976.
               01 DEFAULT-CURRENT-HOURS PIC 9(5)V99 VALUE 152.

      *        ONE ENTRY PER LEAVE BALANCE, WITH THE LATEST SCHEDULED
      *        PERIOD PAYSLIP FOUND FOR THE EMPLOYEE.
               01 LIABILITY-TABLE.
                   05 LIABILITY-ENTRY OCCURS 5000 TIMES
                          INDEXED BY LT-IDX.
                       10 LT-EMP-ID PIC X(10).
                       10 LT-ANNUAL-HOURS PIC 9(5)V99.
                       10 LT-SLIP-SW PIC X(1).
                           88 LT-SLIP-FOUND VALUE 'Y'.
                       10 LT-SLIP-KEY PIC X(11).
                       10 LT-REGION PIC X(3).
                       10 LT-GROSS PIC 9(9)V99.
                       10 LT-BONUS PIC 9(9)V99.
                       10 LT-SUPER PIC 9(9)V99.
                       10 LT-COST-ALLOCATION OCCURS 4 TIMES.
                           15 LT-CC-CODE PIC X(6).
                           15 LT-CC-PERCENT PIC 9(3)V99.
               01 LIABILITY-COUNT PIC 9(5) VALUE 0.
               01 LAST-ENTRY-EMP-ID PIC X(10) VALUE SPACES.
               01 LAST-ENTRY-NO PIC 9(5) VALUE 0.
               01 FIND-EMP-ID PIC X(10) VALUE SPACES.
      *        PERIOD END AND SEQUENCE OF THE ROW BEING LOOKED AT,
      *        COMPARED WITH LT-SLIP-KEY TO KEEP THE LATEST.
               01 ROW-SLIP-KEY.
                   05 RSK-PERIOD-END PIC X(8).
                   05 RSK-SLIP-SEQ PIC 9(3).

      *        ONE ENTRY PER COST CENTRE - THIS MONTH'S PROVISION AND
      *        THE EARLIER MONTH'S, IN CENTS.
               01 PROVISION-TABLE.
                   05 PROVISION-ENTRY OCCURS 500 TIMES
                          INDEXED BY PV-IDX.
                       10 PVT-COST-CENTRE PIC X(6).
                       10 PVT-CURRENT-CENTS PIC 9(11).
                       10 PVT-NON-CURRENT-CENTS PIC 9(11).
                       10 PVT-PRIOR-CURRENT-CENTS PIC 9(11).
                       10 PVT-PRIOR-NON-CURRENT-CENTS PIC 9(11).
               01 PROVISION-COUNT PIC 9(4) VALUE 0.

      *        THE HISTORY FILE, HELD FOR THE RUN AND WRITTEN BACK
      *        WITHOUT THIS MONTH'S OLD ROWS.
               01 HISTORY-TABLE.
                   05 HISTORY-ENTRY OCCURS 5000 TIMES
                          INDEXED BY PH-IDX.
                       10 PHT-MONTH-END PIC X(8).
                       10 PHT-COST-CENTRE PIC X(6).
                       10 PHT-CURRENT-CENTS PIC 9(11).
                       10 PHT-NON-CURRENT-CENTS PIC 9(11).
                       10 PHT-RUN-AT PIC X(14).
               01 HISTORY-COUNT PIC 9(4) VALUE 0.
               01 PRIOR-MONTH-END PIC X(8) VALUE SPACES.

      *        VALUING ONE EMPLOYEE.
               01 HOURLY-RATE PIC 9(5)V9999 VALUE 0.
               01 SUPER-RATE PIC 9V9999 VALUE 0.
               01 LEAVE-VALUE PIC 9(9)V99 VALUE 0.
               01 LOADING-VALUE PIC 9(9)V99 VALUE 0.
               01 SUPER-VALUE PIC 9(9)V99 VALUE 0.
               01 EMPLOYEE-LIABILITY PIC 9(9)V99 VALUE 0.
               01 CURRENT-HOURS PIC 9(5)V99 VALUE 0.
               01 CURRENT-VALUE PIC 9(9)V99 VALUE 0.
               01 NON-CURRENT-VALUE PIC 9(9)V99 VALUE 0.

      *        SPREADING ONE EMPLOYEE - EACH CODE BUT THE LAST TAKES
      *        ITS PERCENTAGE ROUNDED TO THE CENT, THE LAST TAKES THE
      *        REST, AS THE PAY RUN SPREADS THE SALARY EXPENSE.
               01 ALLOC-SUB PIC 9(1) VALUE 0.
               01 ALLOC-USED-COUNT PIC 9(1) VALUE 0.
               01 ALLOC-COST-CENTRE PIC X(6) VALUE SPACES.
               01 ALLOC-PERCENT PIC 9(3)V99 VALUE 0.
               01 ALLOC-CURRENT-LEFT PIC 9(11) VALUE 0.
               01 ALLOC-NON-CURRENT-LEFT PIC 9(11) VALUE 0.
               01 ALLOC-CURRENT-SHARE PIC 9(11) VALUE 0.
               01 ALLOC-NON-CURRENT-SHARE PIC 9(11) VALUE 0.

               01 TOTAL-HOURS PIC 9(7)V99 VALUE 0.
               01 TOTAL-LEAVE-VALUE PIC 9(11)V99 VALUE 0.
               01 TOTAL-LOADING-VALUE PIC 9(11)V99 VALUE 0.
               01 TOTAL-SUPER-VALUE PIC 9(11)V99 VALUE 0.
               01 TOTAL-CURRENT-VALUE PIC 9(11)V99 VALUE 0.
               01 TOTAL-NON-CURRENT-VALUE PIC 9(11)V99 VALUE 0.
               01 VALUED-COUNT PIC 9(7) VALUE 0.
               01 NOT-VALUED-COUNT PIC 9(7) VALUE 0.
               01 NOT-ON-MASTER-COUNT PIC 9(7) VALUE 0.

      *        THE PROVISION MOVEMENT AND THE JOURNAL PROOF.
               01 THIS-CURRENT-CENTS PIC 9(11) VALUE 0.
               01 THIS-NON-CURRENT-CENTS PIC 9(11) VALUE 0.
               01 PRIOR-CURRENT-CENTS PIC 9(11) VALUE 0.
               01 PRIOR-NON-CURRENT-CENTS PIC 9(11) VALUE 0.
               01 MOVEMENT-CENTS PIC S9(11) VALUE 0.
               01 CURRENT-MOVEMENT-CENTS PIC S9(11) VALUE 0.
               01 NON-CURRENT-MOVEMENT-CENTS PIC S9(11) VALUE 0.
               01 GL-DEBIT-TOTAL PIC 9(11) VALUE 0.
               01 GL-CREDIT-TOTAL PIC 9(11) VALUE 0.
               01 GL-LINE-COUNT PIC 9(7) VALUE 0.
               01 GL-EXPENSE-ACCOUNT PIC X(20)
                   VALUE "6200-LEAVE EXP".
               01 GL-CURRENT-ACCOUNT PIC X(20)
                   VALUE "2300-LEAVE PROV CUR".
               01 GL-NON-CURRENT-ACCOUNT PIC X(20)
                   VALUE "2310-LEAVE PROV NCUR".
               01 GL-POST-ACCOUNT PIC X(20) VALUE SPACES.
               01 GL-POST-COST-CENTRE PIC X(6) VALUE SPACES.
      *        'D' WHEN A RISE IN THE ACCOUNT IS A DEBIT (EXPENSE),
      *        'C' WHEN IT IS A CREDIT (LIABILITY).
               01 GL-POST-SIDE PIC X(1) VALUE SPACE.

               01 REPORT-HEADER-LINE.
                   05 FILLER PIC X(26) VALUE
                       "ANNUAL LEAVE LIABILITY AT ".
                   05 RHL-MONTH-END PIC X(8).
                   05 FILLER PIC X(11) VALUE " - LOADING ".
                   05 RHL-LOADING PIC ZZ9.99.
                   05 FILLER PIC X(15) VALUE "% - CURRENT TO ".
                   05 RHL-CURRENT-HOURS PIC ZZ,ZZ9.99.
                   05 FILLER PIC X(6) VALUE " HOURS".

               01 REPORT-COLUMN-LINE.
                   05 FILLER PIC X(32) VALUE "EMPLOYEE    NAME".
                   05 FILLER PIC X(10) VALUE "     HOURS".
                   05 FILLER PIC X(12) VALUE "        RATE".
                   05 FILLER PIC X(15) VALUE "    LEAVE VALUE".
                   05 FILLER PIC X(15) VALUE "        LOADING".
                   05 FILLER PIC X(15) VALUE "          SUPER".
                   05 FILLER PIC X(15) VALUE "        CURRENT".
                   05 FILLER PIC X(15) VALUE "    NON-CURRENT".

               01 REPORT-DETAIL-LINE.
                   05 RDL-EMP-ID PIC X(10).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-NAME PIC X(20).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RDL-HOURS PIC ZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RDL-RATE PIC ZZ,ZZ9.9999.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RDL-LEAVE-VALUE PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RDL-LOADING PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RDL-SUPER PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RDL-CURRENT PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RDL-NON-CURRENT PIC ZZZ,ZZZ,ZZ9.99.

               01 REPORT-EXCEPTION-LINE.
                   05 REL-EMP-ID PIC X(10).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 REL-NAME PIC X(20).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 REL-HOURS PIC ZZ,ZZ9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 REL-TEXT PIC X(50).

               01 REPORT-TOTAL-LINE.
                   05 FILLER PIC X(33) VALUE "TOTAL".
                   05 RTL-HOURS PIC ZZZ,ZZ9.99.
                   05 FILLER PIC X(12) VALUE SPACES.
                   05 RTL-LEAVE-VALUE PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RTL-LOADING PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RTL-SUPER PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RTL-CURRENT PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RTL-NON-CURRENT PIC ZZZ,ZZZ,ZZ9.99.

               01 MOVEMENT-HEADER-LINE.
                   05 FILLER PIC X(25) VALUE
                       "PROVISION MOVEMENT SINCE ".
                   05 MHL-PRIOR-MONTH-END PIC X(8).

               01 MOVEMENT-COLUMN-LINE.
                   05 FILLER PIC X(24) VALUE "CENTRE".
                   05 FILLER PIC X(16) VALUE "      LAST MONTH".
                   05 FILLER PIC X(16) VALUE "      THIS MONTH".
                   05 FILLER PIC X(16) VALUE "        MOVEMENT".

               01 MOVEMENT-DETAIL-LINE.
                   05 MDL-LABEL PIC X(22).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 MDL-PRIOR PIC -ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 MDL-THIS PIC -ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 MDL-MOVEMENT PIC -ZZZ,ZZZ,ZZ9.99.

      *        CENTS SHOWN IN DOLLARS ON THE MOVEMENT LINES.
               01 REPORT-PRIOR-AMOUNT PIC S9(9)V99 VALUE 0.
               01 REPORT-THIS-AMOUNT PIC S9(9)V99 VALUE 0.
               01 REPORT-MOVEMENT-AMOUNT PIC S9(9)V99 VALUE 0.

           PROCEDURE DIVISION.

           0000-MAIN-LOGIC.
               DISPLAY "ANNUAL LEAVE LIABILITY".
               MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
               PERFORM 1000-GET-MONTH-END.
               PERFORM 1100-LOAD-LEAVE-BALANCES.
               PERFORM 1200-LOAD-PROVISION-HISTORY.
               PERFORM 1300-OPEN-FILES.
               PERFORM 2000-FIND-LATEST-PAYSLIPS.
               PERFORM 3000-VALUE-LEAVE.
               PERFORM 4000-WRITE-PROVISION-JOURNAL.
               PERFORM 5000-REWRITE-PROVISION-HISTORY.
               PERFORM 9000-CLOSE-FILES.
               DISPLAY VALUED-COUNT " EMPLOYEES VALUED AT "
                   MONTH-END.
               DISPLAY "PROVISION JOURNAL WRITTEN TO data/GLPROV.DAT - "
                   GL-LINE-COUNT " LINES, " GL-DEBIT-TOTAL " CENTS".
               IF NOT-VALUED-COUNT > 0 OR NOT-ON-MASTER-COUNT > 0
                   DISPLAY NOT-VALUED-COUNT " LEAVE BALANCES NOT "
                       "VALUED, " NOT-ON-MASTER-COUNT
                       " NOT ON THE EMPLOYEE MASTER - SEE "
                       "data/LVLIAB.RPT"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF.
               STOP RUN.

           1000-GET-MONTH-END.
               OPEN INPUT LIABILITY-CONTROL-FILE.
               IF LIABILITY-CONTROL-FILE-STATUS = "35"
                   DISPLAY "NO LEAVE LIABILITY CONTROL FILE - USING "
                       "CONSOLE"
                   DISPLAY "ENTER MONTH END (YYYYMMDD):"
                   ACCEPT MONTH-END FROM DATA-INPUT
                   DISPLAY "ENTER LEAVE LOADING PERCENT (EG 17.50):"
                   ACCEPT LOADING-PERCENT FROM DATA-INPUT
                   DISPLAY "ENTER CURRENT HOURS LIMIT (0 FOR "
                       DEFAULT-CURRENT-HOURS "):"
                   ACCEPT CURRENT-HOURS-LIMIT FROM DATA-INPUT
               ELSE
                   IF LIABILITY-CONTROL-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN LEAVE LIABILITY CONTROL "
                           "FILE - STATUS "
                           LIABILITY-CONTROL-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-NOT-EOF TO TRUE
                   READ LIABILITY-CONTROL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                   END-READ
                   IF WS-EOF
                       DISPLAY "LEAVE LIABILITY CONTROL FILE IS EMPTY"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE LC-MONTH-END TO MONTH-END
                   IF LC-LOADING-PERCENT IS NUMERIC
                       MOVE LC-LOADING-PERCENT TO LOADING-PERCENT
                   END-IF
                   IF LC-CURRENT-HOURS IS NUMERIC
                       MOVE LC-CURRENT-HOURS TO CURRENT-HOURS-LIMIT
                   END-IF
                   CLOSE LIABILITY-CONTROL-FILE
               END-IF.
               IF MONTH-END = SPACES OR MONTH-END IS NOT NUMERIC
                   DISPLAY "MONTH END MUST BE GIVEN AS YYYYMMDD"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF CURRENT-HOURS-LIMIT = 0
                   MOVE DEFAULT-CURRENT-HOURS TO CURRENT-HOURS-LIMIT
               END-IF.
               DISPLAY "MONTH END " MONTH-END " LOADING "
                   LOADING-PERCENT "% CURRENT TO "
                   CURRENT-HOURS-LIMIT " HOURS".

           1100-LOAD-LEAVE-BALANCES.
               OPEN INPUT LEAVE-BALANCE-FILE.
               IF LEAVE-BALANCE-FILE-STATUS = "35"
                   DISPLAY "NO LEAVE BALANCE FILE - NO LEAVE HELD"
               ELSE
                   IF LEAVE-BALANCE-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN LEAVE BALANCE FILE - "
                           "STATUS " LEAVE-BALANCE-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-EOF
                       READ LEAVE-BALANCE-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 1150-TABLE-LEAVE-BALANCE
                       END-READ
                   END-PERFORM
                   CLOSE LEAVE-BALANCE-FILE
               END-IF.

           1150-TABLE-LEAVE-BALANCE.
      *        A BALANCE THAT WILL NOT READ AS A NUMBER IS LEFT FOR
      *        PAYROLL_RECON TO REPORT - IT CANNOT BE VALUED.
               IF LB-ANNUAL-HOURS IS NOT NUMERIC
                   DISPLAY "ANNUAL LEAVE BALANCE FOR " LB-EMP-ID
                       " IS NOT NUMERIC - NOT VALUED"
                   ADD 1 TO NOT-VALUED-COUNT
               ELSE
                   IF LB-ANNUAL-HOURS > 0
                       IF LIABILITY-COUNT >= 5000
                           DISPLAY "LEAVE LIABILITY TABLE FULL - "
                               "RAISE THE TABLE SIZE"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO LIABILITY-COUNT
                       SET LT-IDX TO LIABILITY-COUNT
                       MOVE SPACES TO LIABILITY-ENTRY(LT-IDX)
                       MOVE LB-EMP-ID TO LT-EMP-ID(LT-IDX)
                       MOVE LB-ANNUAL-HOURS TO LT-ANNUAL-HOURS(LT-IDX)
                       MOVE 'N' TO LT-SLIP-SW(LT-IDX)
                       MOVE LOW-VALUES TO LT-SLIP-KEY(LT-IDX)
                   END-IF
               END-IF.

           1200-LOAD-PROVISION-HISTORY.
      *        ROWS FOR THIS MONTH END ARE DROPPED - THIS RUN REPLACES
      *        THEM. THE LATEST EARLIER MONTH END ON FILE IS THE
      *        PROVISION THE MOVEMENT IS POSTED FROM.
               OPEN INPUT PROVISION-HISTORY-FILE.
               IF PROVISION-HISTORY-STATUS = "35"
                   DISPLAY "NO LEAVE PROVISION HISTORY - FIRST "
                       "PROVISION"
               ELSE
                   IF PROVISION-HISTORY-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN LEAVE PROVISION HISTORY "
                           "- STATUS " PROVISION-HISTORY-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-EOF
                       READ PROVISION-HISTORY-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF LP-MONTH-END NOT = MONTH-END
                                   PERFORM 1250-TABLE-HISTORY-ROW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PROVISION-HISTORY-FILE
               END-IF.
               IF PRIOR-MONTH-END = SPACES
                   DISPLAY "NO EARLIER PROVISION ON FILE - THE WHOLE "
                       "PROVISION IS POSTED"
               ELSE
                   SET PH-IDX TO 1
                   PERFORM UNTIL PH-IDX > HISTORY-COUNT
                       IF PHT-MONTH-END(PH-IDX) = PRIOR-MONTH-END
                           MOVE PHT-COST-CENTRE(PH-IDX)
                               TO ALLOC-COST-CENTRE
                           PERFORM 3500-FIND-COST-CENTRE
                           ADD PHT-CURRENT-CENTS(PH-IDX)
                               TO PVT-PRIOR-CURRENT-CENTS(PV-IDX)
                           ADD PHT-NON-CURRENT-CENTS(PH-IDX)
                               TO PVT-PRIOR-NON-CURRENT-CENTS(PV-IDX)
                       END-IF
                       SET PH-IDX UP BY 1
                   END-PERFORM
               END-IF.

           1250-TABLE-HISTORY-ROW.
               IF HISTORY-COUNT >= 5000
                   DISPLAY "LEAVE PROVISION HISTORY TABLE FULL - "
                       "RAISE THE TABLE SIZE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO HISTORY-COUNT.
               SET PH-IDX TO HISTORY-COUNT.
               MOVE PROVISION-HISTORY-RECORD TO HISTORY-ENTRY(PH-IDX).
               IF LP-MONTH-END < MONTH-END
                       AND (PRIOR-MONTH-END = SPACES
                           OR LP-MONTH-END > PRIOR-MONTH-END)
                   MOVE LP-MONTH-END TO PRIOR-MONTH-END
               END-IF.

           1300-OPEN-FILES.
               OPEN INPUT EMPLOYEE-MASTER-FILE.
               IF EMPLOYEE-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN EMPLOYEE MASTER FILE - "
                       "STATUS " EMPLOYEE-MASTER-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT LIABILITY-REPORT-FILE.
               IF LIABILITY-REPORT-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN LEAVE LIABILITY REPORT - "
                       "STATUS " LIABILITY-REPORT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.

           2000-FIND-LATEST-PAYSLIPS.
               OPEN INPUT PAYSLIP-FILE.
               IF PAYSLIP-FILE-STATUS = "35"
                   DISPLAY "NO PAYSLIP FILE - ARCHIVE ONLY"
               ELSE
                   IF PAYSLIP-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN PAYSLIP FILE - "
                           "STATUS " PAYSLIP-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-EOF
                       READ PAYSLIP-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 2050-CHECK-PAYSLIP-ROW
                       END-READ
                   END-PERFORM
                   CLOSE PAYSLIP-FILE
               END-IF.
               PERFORM 2060-SCAN-ARCHIVE.

           2050-CHECK-PAYSLIP-ROW.
      *        ONLY THE SCHEDULED PERIOD PAY SHOWS THE ORDINARY RATE -
      *        FINAL PAYS, OFF-CYCLE TOP-UPS (SEQUENCE 003 UP) AND
      *        ANNUAL PROJECTIONS DO NOT. A ROW AFTER THE MONTH END IS
      *        IGNORED SO A RE-RUN OF AN EARLIER MONTH VALUES IT AS IT
      *        STOOD.
               IF PS-PAY-IS-PERIOD AND PS-SLIP-SEQ < 3
                       AND PS-PERIOD-END NOT > MONTH-END
                   MOVE PS-EMP-REF TO FIND-EMP-ID
                   PERFORM 2100-FIND-EMPLOYEE
                   IF WS-FOUND
                       MOVE PS-PERIOD-END TO RSK-PERIOD-END
                       MOVE PS-SLIP-SEQ TO RSK-SLIP-SEQ
                       IF ROW-SLIP-KEY > LT-SLIP-KEY(LT-IDX)
                           PERFORM 2150-TAKE-PAYSLIP
                       END-IF
                   END-IF
               END-IF.

           2060-SCAN-ARCHIVE.
      *        EACH ARCHIVE ROW IS BROUGHT INTO THE LIVE RECORD AREA
      *        AND PUT THROUGH THE SAME SELECTION. NO ARCHIVE FILE YET
      *        SIMPLY MEANS NOTHING HAS BEEN ARCHIVED.
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

           2100-FIND-EMPLOYEE.
      *        LEAVES LT-IDX ON THE EMPLOYEE'S LEAVE ENTRY. THE
      *        PAYSLIP FILES ARE IN EMPLOYEE ORDER, SO THE LAST ENTRY
      *        FOUND IS TRIED FIRST.
               SET WS-NOT-FOUND TO TRUE.
               IF LAST-ENTRY-NO > 0
                       AND LAST-ENTRY-EMP-ID = FIND-EMP-ID
                   SET LT-IDX TO LAST-ENTRY-NO
                   SET WS-FOUND TO TRUE
               ELSE
                   SET LT-IDX TO 1
                   PERFORM UNTIL LT-IDX > LIABILITY-COUNT
                           OR WS-FOUND
                       IF LT-EMP-ID(LT-IDX) = FIND-EMP-ID
                           SET WS-FOUND TO TRUE
                       ELSE
                           SET LT-IDX UP BY 1
                       END-IF
                   END-PERFORM
                   IF WS-FOUND
                       SET LAST-ENTRY-NO TO LT-IDX
                       MOVE FIND-EMP-ID TO LAST-ENTRY-EMP-ID
                   END-IF
               END-IF.

           2150-TAKE-PAYSLIP.
               MOVE 'Y' TO LT-SLIP-SW(LT-IDX).
               MOVE ROW-SLIP-KEY TO LT-SLIP-KEY(LT-IDX).
               MOVE PS-REGION TO LT-REGION(LT-IDX).
               MOVE PS-ANNUAL-PAY TO LT-GROSS(LT-IDX).
               MOVE PS-BONUS-PAY TO LT-BONUS(LT-IDX).
               MOVE PS-SUPER-TOTAL TO LT-SUPER(LT-IDX).
               MOVE 1 TO ALLOC-SUB.
               PERFORM UNTIL ALLOC-SUB > 4
                   MOVE PS-CC-CODE(ALLOC-SUB)
                       TO LT-CC-CODE(LT-IDX, ALLOC-SUB)
                   MOVE PS-CC-PERCENT(ALLOC-SUB)
                       TO LT-CC-PERCENT(LT-IDX, ALLOC-SUB)
                   ADD 1 TO ALLOC-SUB
               END-PERFORM.

           3000-VALUE-LEAVE.
               MOVE MONTH-END TO RHL-MONTH-END.
               MOVE LOADING-PERCENT TO RHL-LOADING.
               MOVE CURRENT-HOURS-LIMIT TO RHL-CURRENT-HOURS.
               WRITE LIABILITY-REPORT-LINE FROM REPORT-HEADER-LINE.
               WRITE LIABILITY-REPORT-LINE FROM REPORT-COLUMN-LINE.
               SET LT-IDX TO 1.
               PERFORM UNTIL LT-IDX > LIABILITY-COUNT
                   PERFORM 3100-VALUE-EMPLOYEE
                   SET LT-IDX UP BY 1
               END-PERFORM.
               MOVE TOTAL-HOURS TO RTL-HOURS.
               MOVE TOTAL-LEAVE-VALUE TO RTL-LEAVE-VALUE.
               MOVE TOTAL-LOADING-VALUE TO RTL-LOADING.
               MOVE TOTAL-SUPER-VALUE TO RTL-SUPER.
               MOVE TOTAL-CURRENT-VALUE TO RTL-CURRENT.
               MOVE TOTAL-NON-CURRENT-VALUE TO RTL-NON-CURRENT.
               WRITE LIABILITY-REPORT-LINE FROM REPORT-TOTAL-LINE.

           3100-VALUE-EMPLOYEE.
               MOVE LT-EMP-ID(LT-IDX) TO EM-EMP-ID.
               SET WS-FOUND TO TRUE.
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       SET WS-NOT-FOUND TO TRUE
               END-READ.
               IF WS-NOT-FOUND
                   DISPLAY "LEAVE BALANCE FOR " LT-EMP-ID(LT-IDX)
                       " - NOT ON EMPLOYEE MASTER"
                   ADD 1 TO NOT-ON-MASTER-COUNT
                   MOVE "NOT ON EMPLOYEE MASTER" TO EM-NAME
               END-IF.
               IF NOT LT-SLIP-FOUND(LT-IDX)
                   MOVE SPACES TO REPORT-EXCEPTION-LINE
                   MOVE LT-EMP-ID(LT-IDX) TO REL-EMP-ID
                   MOVE EM-NAME TO REL-NAME
                   MOVE LT-ANNUAL-HOURS(LT-IDX) TO REL-HOURS
                   MOVE "NO PERIOD PAYSLIP TO TAKE A RATE FROM - "
                       TO REL-TEXT
                   MOVE "NOT VALUED" TO REL-TEXT(41:10)
                   WRITE LIABILITY-REPORT-LINE
                       FROM REPORT-EXCEPTION-LINE
                   ADD 1 TO NOT-VALUED-COUNT
               ELSE
                   PERFORM 3150-CALCULATE-LIABILITY
                   MOVE SPACES TO REPORT-DETAIL-LINE
                   MOVE LT-EMP-ID(LT-IDX) TO RDL-EMP-ID
                   MOVE EM-NAME TO RDL-NAME
                   MOVE LT-ANNUAL-HOURS(LT-IDX) TO RDL-HOURS
                   MOVE HOURLY-RATE TO RDL-RATE
                   MOVE LEAVE-VALUE TO RDL-LEAVE-VALUE
                   MOVE LOADING-VALUE TO RDL-LOADING
                   MOVE SUPER-VALUE TO RDL-SUPER
                   MOVE CURRENT-VALUE TO RDL-CURRENT
                   MOVE NON-CURRENT-VALUE TO RDL-NON-CURRENT
                   WRITE LIABILITY-REPORT-LINE FROM REPORT-DETAIL-LINE
                   ADD 1 TO VALUED-COUNT
                   ADD LT-ANNUAL-HOURS(LT-IDX) TO TOTAL-HOURS
                   ADD LEAVE-VALUE TO TOTAL-LEAVE-VALUE
                   ADD LOADING-VALUE TO TOTAL-LOADING-VALUE
                   ADD SUPER-VALUE TO TOTAL-SUPER-VALUE
                   ADD CURRENT-VALUE TO TOTAL-CURRENT-VALUE
                   ADD NON-CURRENT-VALUE TO TOTAL-NON-CURRENT-VALUE
                   PERFORM 3200-SPREAD-PROVISION
               END-IF.

           3150-CALCULATE-LIABILITY.
      *        THE RATE LEAVES ANY BONUS OR BACK PAY OUT OF THE
      *        PERIOD GROSS; OVERTIME IN THE PERIOD STAYS IN IT.
      *        LOADING IS AN AU AWARD ENTITLEMENT
      *        AND COUNTS AS ORDINARY TIME EARNINGS, SO THE SUPER
      *        ON-COST IS TAKEN ON THE LEAVE AND THE LOADING.
               COMPUTE HOURLY-RATE ROUNDED =
                   (LT-GROSS(LT-IDX) - LT-BONUS(LT-IDX))
                       * PAY-CYCLES-PER-YEAR / HOURS-PER-YEAR.
               IF LT-GROSS(LT-IDX) > 0
                   COMPUTE SUPER-RATE ROUNDED =
                       LT-SUPER(LT-IDX) / LT-GROSS(LT-IDX)
               ELSE
                   MOVE 0 TO SUPER-RATE
               END-IF.
               COMPUTE LEAVE-VALUE ROUNDED =
                   LT-ANNUAL-HOURS(LT-IDX) * HOURLY-RATE.
               IF LT-REGION(LT-IDX) = "AU"
                   COMPUTE LOADING-VALUE ROUNDED =
                       LEAVE-VALUE * LOADING-PERCENT / 100
               ELSE
                   MOVE 0 TO LOADING-VALUE
               END-IF.
               COMPUTE SUPER-VALUE ROUNDED =
                   (LEAVE-VALUE + LOADING-VALUE) * SUPER-RATE.
               COMPUTE EMPLOYEE-LIABILITY =
                   LEAVE-VALUE + LOADING-VALUE + SUPER-VALUE.
      *        THE HOURS UP TO THE LIMIT ARE EXPECTED TO BE TAKEN IN
      *        THE NEXT TWELVE MONTHS - THE LIABILITY IS SPLIT IN
      *        PROPORTION TO THE HOURS EITHER SIDE OF IT.
               IF LT-ANNUAL-HOURS(LT-IDX) > CURRENT-HOURS-LIMIT
                   MOVE CURRENT-HOURS-LIMIT TO CURRENT-HOURS
                   COMPUTE CURRENT-VALUE ROUNDED =
                       EMPLOYEE-LIABILITY * CURRENT-HOURS
                           / LT-ANNUAL-HOURS(LT-IDX)
               ELSE
                   MOVE LT-ANNUAL-HOURS(LT-IDX) TO CURRENT-HOURS
                   MOVE EMPLOYEE-LIABILITY TO CURRENT-VALUE
               END-IF.
               COMPUTE NON-CURRENT-VALUE =
                   EMPLOYEE-LIABILITY - CURRENT-VALUE.

           3200-SPREAD-PROVISION.
               COMPUTE ALLOC-CURRENT-LEFT = CURRENT-VALUE * 100.
               COMPUTE ALLOC-NON-CURRENT-LEFT =
                   NON-CURRENT-VALUE * 100.
               MOVE 0 TO ALLOC-USED-COUNT.
               MOVE 1 TO ALLOC-SUB.
               PERFORM UNTIL ALLOC-SUB > 4
                   IF LT-CC-CODE(LT-IDX, ALLOC-SUB) NOT = SPACES
                       ADD 1 TO ALLOC-USED-COUNT
                   END-IF
                   ADD 1 TO ALLOC-SUB
               END-PERFORM.
               IF ALLOC-USED-COUNT = 0
                   MOVE SPACES TO ALLOC-COST-CENTRE
                   PERFORM 3260-POST-LAST-SHARE
               ELSE
                   MOVE 1 TO ALLOC-SUB
                   PERFORM UNTIL ALLOC-SUB > ALLOC-USED-COUNT
                       MOVE LT-CC-CODE(LT-IDX, ALLOC-SUB)
                           TO ALLOC-COST-CENTRE
                       MOVE LT-CC-PERCENT(LT-IDX, ALLOC-SUB)
                           TO ALLOC-PERCENT
                       IF ALLOC-SUB = ALLOC-USED-COUNT
                           PERFORM 3260-POST-LAST-SHARE
                       ELSE
                           PERFORM 3250-POST-SHARE
                       END-IF
                       ADD 1 TO ALLOC-SUB
                   END-PERFORM
               END-IF.

           3250-POST-SHARE.
               COMPUTE ALLOC-CURRENT-SHARE ROUNDED =
                   CURRENT-VALUE * ALLOC-PERCENT.
               COMPUTE ALLOC-NON-CURRENT-SHARE ROUNDED =
                   NON-CURRENT-VALUE * ALLOC-PERCENT.
               IF ALLOC-CURRENT-SHARE > ALLOC-CURRENT-LEFT
                   MOVE ALLOC-CURRENT-LEFT TO ALLOC-CURRENT-SHARE
               END-IF.
               IF ALLOC-NON-CURRENT-SHARE > ALLOC-NON-CURRENT-LEFT
                   MOVE ALLOC-NON-CURRENT-LEFT
                       TO ALLOC-NON-CURRENT-SHARE
               END-IF.
               SUBTRACT ALLOC-CURRENT-SHARE FROM ALLOC-CURRENT-LEFT.
               SUBTRACT ALLOC-NON-CURRENT-SHARE
                   FROM ALLOC-NON-CURRENT-LEFT.
               PERFORM 3280-ADD-TO-COST-CENTRE.

           3260-POST-LAST-SHARE.
               MOVE ALLOC-CURRENT-LEFT TO ALLOC-CURRENT-SHARE.
               MOVE ALLOC-NON-CURRENT-LEFT TO ALLOC-NON-CURRENT-SHARE.
               PERFORM 3280-ADD-TO-COST-CENTRE.

           3280-ADD-TO-COST-CENTRE.
               PERFORM 3500-FIND-COST-CENTRE.
               ADD ALLOC-CURRENT-SHARE TO PVT-CURRENT-CENTS(PV-IDX).
               ADD ALLOC-NON-CURRENT-SHARE
                   TO PVT-NON-CURRENT-CENTS(PV-IDX).

           3500-FIND-COST-CENTRE.
      *        LEAVES PV-IDX ON THE ENTRY FOR ALLOC-COST-CENTRE,
      *        ADDING ONE IF IT IS NOT YET IN THE TABLE.
               SET WS-NOT-FOUND TO TRUE.
               SET PV-IDX TO 1.
               PERFORM UNTIL PV-IDX > PROVISION-COUNT
                       OR WS-FOUND
                   IF PVT-COST-CENTRE(PV-IDX) = ALLOC-COST-CENTRE
                       SET WS-FOUND TO TRUE
                   ELSE
                       SET PV-IDX UP BY 1
                   END-IF
               END-PERFORM.
               IF WS-NOT-FOUND
                   IF PROVISION-COUNT >= 500
                       DISPLAY "LEAVE PROVISION TABLE FULL - "
                           "RAISE THE TABLE SIZE"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO PROVISION-COUNT
                   SET PV-IDX TO PROVISION-COUNT
                   MOVE ALLOC-COST-CENTRE TO PVT-COST-CENTRE(PV-IDX)
                   MOVE 0 TO PVT-CURRENT-CENTS(PV-IDX)
                   MOVE 0 TO PVT-NON-CURRENT-CENTS(PV-IDX)
                   MOVE 0 TO PVT-PRIOR-CURRENT-CENTS(PV-IDX)
                   MOVE 0 TO PVT-PRIOR-NON-CURRENT-CENTS(PV-IDX)
               END-IF.

           4000-WRITE-PROVISION-JOURNAL.
      *        THE EXPENSE TAKES EACH COST CENTRE'S MOVEMENT, AND THE
      *        CURRENT AND NON-CURRENT LIABILITY ACCOUNTS THE TOTAL
      *        MOVEMENT IN EACH. A RISE IN THE PROVISION IS DEBITED TO
      *        EXPENSE AND CREDITED TO THE LIABILITY; A FALL THE OTHER
      *        WAY ROUND. NOTHING IS WRITTEN FOR A NIL MOVEMENT.
               MOVE SPACES TO LIABILITY-REPORT-LINE.
               WRITE LIABILITY-REPORT-LINE.
               IF PRIOR-MONTH-END = SPACES
                   MOVE "(NONE)" TO MHL-PRIOR-MONTH-END
               ELSE
                   MOVE PRIOR-MONTH-END TO MHL-PRIOR-MONTH-END
               END-IF.
               WRITE LIABILITY-REPORT-LINE FROM MOVEMENT-HEADER-LINE.
               WRITE LIABILITY-REPORT-LINE FROM MOVEMENT-COLUMN-LINE.
               OPEN OUTPUT GL-JOURNAL-FILE.
               IF GL-JOURNAL-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN PROVISION JOURNAL FILE - "
                       "STATUS " GL-JOURNAL-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               SET PV-IDX TO 1.
               PERFORM UNTIL PV-IDX > PROVISION-COUNT
                   PERFORM 4100-POST-COST-CENTRE
                   SET PV-IDX UP BY 1
               END-PERFORM.
               COMPUTE CURRENT-MOVEMENT-CENTS =
                   THIS-CURRENT-CENTS - PRIOR-CURRENT-CENTS.
               COMPUTE NON-CURRENT-MOVEMENT-CENTS =
                   THIS-NON-CURRENT-CENTS - PRIOR-NON-CURRENT-CENTS.
               MOVE "CURRENT LIABILITY" TO MDL-LABEL.
               MOVE PRIOR-CURRENT-CENTS TO MOVEMENT-CENTS.
               COMPUTE REPORT-PRIOR-AMOUNT = MOVEMENT-CENTS / 100.
               MOVE THIS-CURRENT-CENTS TO MOVEMENT-CENTS.
               COMPUTE REPORT-THIS-AMOUNT = MOVEMENT-CENTS / 100.
               MOVE CURRENT-MOVEMENT-CENTS TO MOVEMENT-CENTS.
               PERFORM 4300-WRITE-MOVEMENT-LINE.
               MOVE "NON-CURRENT LIABILITY" TO MDL-LABEL.
               MOVE PRIOR-NON-CURRENT-CENTS TO MOVEMENT-CENTS.
               COMPUTE REPORT-PRIOR-AMOUNT = MOVEMENT-CENTS / 100.
               MOVE THIS-NON-CURRENT-CENTS TO MOVEMENT-CENTS.
               COMPUTE REPORT-THIS-AMOUNT = MOVEMENT-CENTS / 100.
               MOVE NON-CURRENT-MOVEMENT-CENTS TO MOVEMENT-CENTS.
               PERFORM 4300-WRITE-MOVEMENT-LINE.
               MOVE SPACES TO GL-POST-COST-CENTRE.
               MOVE 'C' TO GL-POST-SIDE.
               MOVE GL-CURRENT-ACCOUNT TO GL-POST-ACCOUNT.
               MOVE CURRENT-MOVEMENT-CENTS TO MOVEMENT-CENTS.
               PERFORM 4200-POST-MOVEMENT.
               MOVE GL-NON-CURRENT-ACCOUNT TO GL-POST-ACCOUNT.
               MOVE NON-CURRENT-MOVEMENT-CENTS TO MOVEMENT-CENTS.
               PERFORM 4200-POST-MOVEMENT.
               CLOSE GL-JOURNAL-FILE.
               IF GL-DEBIT-TOTAL NOT = GL-CREDIT-TOTAL
                   DISPLAY "PROVISION JOURNAL OUT OF BALANCE - DEBITS "
                       GL-DEBIT-TOTAL " CREDITS " GL-CREDIT-TOTAL
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.

           4100-POST-COST-CENTRE.
               ADD PVT-CURRENT-CENTS(PV-IDX) TO THIS-CURRENT-CENTS.
               ADD PVT-NON-CURRENT-CENTS(PV-IDX)
                   TO THIS-NON-CURRENT-CENTS.
               ADD PVT-PRIOR-CURRENT-CENTS(PV-IDX)
                   TO PRIOR-CURRENT-CENTS.
               ADD PVT-PRIOR-NON-CURRENT-CENTS(PV-IDX)
                   TO PRIOR-NON-CURRENT-CENTS.
               COMPUTE MOVEMENT-CENTS =
                   PVT-PRIOR-CURRENT-CENTS(PV-IDX)
                   + PVT-PRIOR-NON-CURRENT-CENTS(PV-IDX).
               COMPUTE REPORT-PRIOR-AMOUNT = MOVEMENT-CENTS / 100.
               COMPUTE MOVEMENT-CENTS =
                   PVT-CURRENT-CENTS(PV-IDX)
                   + PVT-NON-CURRENT-CENTS(PV-IDX).
               COMPUTE REPORT-THIS-AMOUNT = MOVEMENT-CENTS / 100.
               COMPUTE MOVEMENT-CENTS =
                   PVT-CURRENT-CENTS(PV-IDX)
                   + PVT-NON-CURRENT-CENTS(PV-IDX)
                   - PVT-PRIOR-CURRENT-CENTS(PV-IDX)
                   - PVT-PRIOR-NON-CURRENT-CENTS(PV-IDX).
               IF PVT-COST-CENTRE(PV-IDX) = SPACES
                   MOVE "UNALLOCATED" TO MDL-LABEL
               ELSE
                   MOVE PVT-COST-CENTRE(PV-IDX) TO MDL-LABEL
               END-IF.
               PERFORM 4300-WRITE-MOVEMENT-LINE.
               MOVE PVT-COST-CENTRE(PV-IDX) TO GL-POST-COST-CENTRE.
               MOVE 'D' TO GL-POST-SIDE.
               MOVE GL-EXPENSE-ACCOUNT TO GL-POST-ACCOUNT.
               PERFORM 4200-POST-MOVEMENT.

           4200-POST-MOVEMENT.
      *        POSTS MOVEMENT-CENTS TO GL-POST-ACCOUNT - A RISE ON THE
      *        ACCOUNT'S NATURAL SIDE, A FALL ON THE OTHER.
               IF MOVEMENT-CENTS NOT = 0
                   MOVE SPACES TO GL-JOURNAL-RECORD
                   MOVE MONTH-END TO GLJ-PERIOD-END
                   MOVE GL-POST-ACCOUNT TO GLJ-ACCOUNT
                   MOVE GL-POST-COST-CENTRE TO GLJ-COST-CENTRE
                   IF MOVEMENT-CENTS > 0
                       MOVE MOVEMENT-CENTS TO GLJ-AMOUNT-CENTS
                       IF GL-POST-SIDE = 'D'
                           MOVE "DR" TO GLJ-DR-CR
                       ELSE
                           MOVE "CR" TO GLJ-DR-CR
                       END-IF
                   ELSE
                       COMPUTE GLJ-AMOUNT-CENTS = 0 - MOVEMENT-CENTS
                       IF GL-POST-SIDE = 'D'
                           MOVE "CR" TO GLJ-DR-CR
                       ELSE
                           MOVE "DR" TO GLJ-DR-CR
                       END-IF
                   END-IF
                   IF GLJ-DR-CR = "DR"
                       ADD GLJ-AMOUNT-CENTS TO GL-DEBIT-TOTAL
                   ELSE
                       ADD GLJ-AMOUNT-CENTS TO GL-CREDIT-TOTAL
                   END-IF
                   WRITE GL-JOURNAL-RECORD
                   ADD 1 TO GL-LINE-COUNT
               END-IF.

           4300-WRITE-MOVEMENT-LINE.
               COMPUTE REPORT-MOVEMENT-AMOUNT = MOVEMENT-CENTS / 100.
               MOVE REPORT-PRIOR-AMOUNT TO MDL-PRIOR.
               MOVE REPORT-THIS-AMOUNT TO MDL-THIS.
               MOVE REPORT-MOVEMENT-AMOUNT TO MDL-MOVEMENT.
               WRITE LIABILITY-REPORT-LINE FROM MOVEMENT-DETAIL-LINE.

           5000-REWRITE-PROVISION-HISTORY.
      *        THE EARLIER MONTHS GO BACK AS THEY WERE, FOLLOWED BY
      *        THIS MONTH'S PROVISION FOR EVERY COST CENTRE, NIL ONES
      *        INCLUDED - THE BASE NEXT MONTH'S MOVEMENT IS POSTED
      *        FROM. A MONTH WITH NO PROVISION AT ALL STILL GETS ONE
      *        NIL ROW, SO NEXT MONTH MOVES FROM THIS ONE AND NOT FROM
      *        AN OLDER MONTH END.
               OPEN OUTPUT PROVISION-HISTORY-FILE.
               IF PROVISION-HISTORY-STATUS NOT = "00"
                   DISPLAY "UNABLE TO REWRITE LEAVE PROVISION HISTORY "
                       "- STATUS " PROVISION-HISTORY-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               SET PH-IDX TO 1.
               PERFORM UNTIL PH-IDX > HISTORY-COUNT
                   MOVE HISTORY-ENTRY(PH-IDX)
                       TO PROVISION-HISTORY-RECORD
                   WRITE PROVISION-HISTORY-RECORD
                   SET PH-IDX UP BY 1
               END-PERFORM.
               SET PV-IDX TO 1.
               PERFORM UNTIL PV-IDX > PROVISION-COUNT
                   MOVE MONTH-END TO LP-MONTH-END
                   MOVE PVT-COST-CENTRE(PV-IDX) TO LP-COST-CENTRE
                   MOVE PVT-CURRENT-CENTS(PV-IDX) TO LP-CURRENT-CENTS
                   MOVE PVT-NON-CURRENT-CENTS(PV-IDX)
                       TO LP-NON-CURRENT-CENTS
                   MOVE RUN-TIMESTAMP TO LP-RUN-AT
                   WRITE PROVISION-HISTORY-RECORD
                   SET PV-IDX UP BY 1
               END-PERFORM.
               IF PROVISION-COUNT = 0
                   MOVE MONTH-END TO LP-MONTH-END
                   MOVE SPACES TO LP-COST-CENTRE
                   MOVE 0 TO LP-CURRENT-CENTS
                   MOVE 0 TO LP-NON-CURRENT-CENTS
                   MOVE RUN-TIMESTAMP TO LP-RUN-AT
                   WRITE PROVISION-HISTORY-RECORD
               END-IF.
               CLOSE PROVISION-HISTORY-FILE.

           9000-CLOSE-FILES.
               CLOSE EMPLOYEE-MASTER-FILE.
               CLOSE LIABILITY-REPORT-FILE.

           END PROGRAM LEAVE_LIABILITY.
