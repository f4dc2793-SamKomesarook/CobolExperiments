           IDENTIFICATION DIVISION.
           PROGRAM-ID. TIMESHEET_PRICE.

      *        TIMESHEET PRICING AND EDIT FOR THE PERIOD RUN. READS
      *        THE HOURS WORKED PER EMPLOYEE FOR THE PERIOD, PRICES
      *        THEM FROM THE MAINTAINED PAY-RATE TABLE AND WRITES THE
      *        PERIOD PAY FILE THE PERIOD RUN OF TAKEHOME_PAY READS,
      *        PLUS A REJECT FILE AND AN EDIT REPORT. THE RATE TABLE
      *        HOLDS AN HOURLY RATE BY EMPLOYEE OR BY AWARD
      *        CLASSIFICATION WITH THE OVERTIME MULTIPLIERS - AN
      *        EMPLOYEE ROW ALWAYS WINS OVER THE CLASSIFICATION ROW.
      *        A TIMESHEET FOR AN EMPLOYEE WHO IS NOT ON THE MASTER,
      *        OR WHO HAS BEEN TERMINATED, OR WHOSE HOURS CANNOT
      *        HAVE BEEN WORKED IN THE PERIOD IS REJECTED HERE SO THE
      *        PAY RUN NEVER SEES IT. THE TRAILER CONTROL TOTALS ARE
      *        RECONCILED THE WAY PAY_EDIT RECONCILES THE HR FILE,
      *        AND THE PERIOD RUN MUST ONLY BE RELEASED WHEN THIS
      *        PROGRAM ENDS WITH RETURN CODE 0 OR 4.

           ENVIRONMENT DIVISION.
               INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT PAY-RATE-FILE
                       ASSIGN TO "data/PAYRATES.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS PAY-RATE-FILE-STATUS.
                   SELECT TIMESHEET-FILE
                       ASSIGN TO "data/TIMESHT.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS TIMESHEET-FILE-STATUS.
                   SELECT EMPLOYEE-MASTER-FILE
                       ASSIGN TO "data/EMPMAST.DAT"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS EM-EMP-ID
                       FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
                   SELECT PERIOD-PAY-FILE
                       ASSIGN TO "data/PERDPAY.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS PERIOD-PAY-FILE-STATUS.
                   SELECT REJECT-FILE
                       ASSIGN TO "data/TIMEREJ.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS REJECT-FILE-STATUS.
                   SELECT EDIT-REPORT-FILE
                       ASSIGN TO "data/TIMERPT.OUT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS EDIT-REPORT-FILE-STATUS.

           DATA DIVISION.
               FILE SECTION.
      *        PAY-RATE TABLE - ONE ROW PER EMPLOYEE ('E') OR AWARD
      *        CLASSIFICATION ('C'). THE MULTIPLIERS APPLY TO THE
      *        HOURLY RATE FOR THE TWO OVERTIME BANDS - 1.50 FOR
      *        TIME-AND-A-HALF AND 2.00 FOR DOUBLE TIME UNDER MOST
      *        AWARDS, BUT EACH ROW CARRIES ITS OWN.
               FD PAY-RATE-FILE.
               01 PAY-RATE-RECORD.
                   05 PR-RATE-TYPE PIC X(1).
                       88 PR-RATE-IS-EMPLOYEE VALUE 'E'.
                       88 PR-RATE-IS-CLASS VALUE 'C'.
                   05 PR-RATE-KEY PIC X(10).
                   05 PR-HOURLY-RATE PIC 9(3)V9999.
                   05 PR-OT1-MULTIPLIER PIC 9V99.
                   05 PR-OT2-MULTIPLIER PIC 9V99.

               FD TIMESHEET-FILE.
               01 TIMESHEET-RECORD.
                   05 TSI-RECORD-ID PIC X(3).
                       88 TSI-IS-HEADER VALUE "HDR".
                       88 TSI-IS-TRAILER VALUE "TRL".
                   05 FILLER PIC X(45).
               01 TIMESHEET-HEADER REDEFINES TIMESHEET-RECORD.
                   05 FILLER PIC X(3).
                   05 HIN-PERIOD-END PIC X(8).
                   05 FILLER PIC X(37).
      *        THE TRAILER CARRIES THE DETAIL COUNT, A HASH OF EVERY
      *        HOUR ON THE FILE AND THE TOTAL OF THE BONUS AMOUNTS.
               01 TIMESHEET-TRAILER REDEFINES TIMESHEET-RECORD.
                   05 FILLER PIC X(3).
                   05 TIN-RECORD-COUNT PIC 9(7).
                   05 TIN-HASH-HOURS PIC 9(8)V99.
                   05 TIN-BONUS-TOTAL PIC 9(10)V99.
                   05 FILLER PIC X(16).
      *        ONE DETAIL ROW PER EMPLOYEE PER PERIOD. LEAVE TAKEN IN
      *        THE PERIOD IS PRICED AT THE ORDINARY RATE AND PASSED
      *        ON AS A LEAVE-TAKEN ROW. THE BONUS IS A DOLLAR AMOUNT
      *        AND IS PASSED ON AS KEYED.
               01 TIMESHEET-DETAIL REDEFINES TIMESHEET-RECORD.
                   05 TSI-EMP-ID PIC X(10).
                   05 TSI-CLASSIFICATION PIC X(6).
                   05 TSI-ORDINARY-HOURS PIC 9(3)V99.
                   05 TSI-ORDINARY-HOURS-X REDEFINES
                       TSI-ORDINARY-HOURS PIC X(5).
                   05 TSI-OT1-HOURS PIC 9(3)V99.
                   05 TSI-OT1-HOURS-X REDEFINES
                       TSI-OT1-HOURS PIC X(5).
                   05 TSI-OT2-HOURS PIC 9(3)V99.
                   05 TSI-OT2-HOURS-X REDEFINES
                       TSI-OT2-HOURS PIC X(5).
                   05 TSI-LEAVE-TYPE PIC X(1).
                   05 TSI-LEAVE-HOURS PIC 9(3)V99.
                   05 TSI-LEAVE-HOURS-X REDEFINES
                       TSI-LEAVE-HOURS PIC X(5).
                   05 TSI-BONUS-PAY PIC 9(9)V99.
                   05 TSI-BONUS-PAY-X REDEFINES
                       TSI-BONUS-PAY PIC X(11).

               FD EMPLOYEE-MASTER-FILE.
               COPY EMPMAST.

      *        THE PERIOD PAY FILE - SAME LAYOUT THE PERIOD RUN OF
      *        TAKEHOME_PAY READS, LEAVE-TAKEN ROWS FLAGGED "LVE".
               FD PERIOD-PAY-FILE.
               01 PERIOD-PAY-RECORD.
                   05 PP-EMP-ID PIC X(10).
                   05 PP-ORDINARY-PAY PIC 9(9)V99.
                   05 PP-OVERTIME-PAY PIC 9(9)V99.
                   05 PP-BONUS-PAY PIC 9(9)V99.
               01 PERIOD-LEAVE-RECORD REDEFINES PERIOD-PAY-RECORD.
                   05 PL-RECORD-ID PIC X(3).
                   05 PL-EMP-ID PIC X(10).
                   05 PL-LEAVE-TYPE PIC X(1).
                   05 PL-HOURS-TAKEN PIC 9(3)V99.
                   05 PL-LEAVE-PAY PIC 9(9)V99.
                   05 FILLER PIC X(13).

               FD REJECT-FILE.
               01 REJECT-RECORD.
                   05 REJ-TIMESHEET-DATA PIC X(48).
                   05 FILLER PIC X(2).
                   05 REJ-REASON PIC X(40).

               FD EDIT-REPORT-FILE.
               01 EDIT-REPORT-LINE PIC X(80).

               WORKING-STORAGE SECTION.
               01 PAY-RATE-FILE-STATUS PIC X(2).
               01 TIMESHEET-FILE-STATUS PIC X(2).
               01 EMPLOYEE-MASTER-FILE-STATUS PIC X(2).
               01 PERIOD-PAY-FILE-STATUS PIC X(2).
               01 REJECT-FILE-STATUS PIC X(2).
               01 EDIT-REPORT-FILE-STATUS PIC X(2).

               01 WS-EOF-SW PIC X(1).
                   88 WS-EOF VALUE 'Y'.
                   88 WS-NOT-EOF VALUE 'N'.

               01 WS-FOUND-SW PIC X(1).
                   88 WS-FOUND VALUE 'Y'.
                   88 WS-NOT-FOUND VALUE 'N'.

               01 WS-REJECT-SW PIC X(1).
                   88 WS-REJECTED VALUE 'Y'.
                   88 WS-NOT-REJECTED VALUE 'N'.

               01 WS-HEADER-SW PIC X(1).
                   88 WS-HEADER-SEEN VALUE 'Y'.
                   88 WS-HEADER-NOT-SEEN VALUE 'N'.

               01 WS-TRAILER-SW PIC X(1).
                   88 WS-TRAILER-SEEN VALUE 'Y'.
                   88 WS-TRAILER-NOT-SEEN VALUE 'N'.

               01 WS-HOURS-SW PIC X(1).
                   88 WS-HOURS-NUMERIC VALUE 'Y'.
                   88 WS-HOURS-NOT-NUMERIC VALUE 'N'.

               01 WS-REJECT-REASON PIC X(40).

               01 RATE-TABLE.
                   05 RATE-ENTRY OCCURS 2000 TIMES
                          INDEXED BY RT-IDX.
                       10 RTT-RATE-TYPE PIC X(1).
                       10 RTT-RATE-KEY PIC X(10).
                       10 RTT-HOURLY-RATE PIC 9(3)V9999.
                       10 RTT-OT1-MULTIPLIER PIC 9V99.
                       10 RTT-OT2-MULTIPLIER PIC 9V99.
               01 RATE-COUNT PIC 9(4) VALUE 0.

               01 SEEN-EMP-ID-TABLE.
                   05 SEEN-EMP-ID OCCURS 5000 TIMES
                          INDEXED BY SEEN-IDX PIC X(10).
               01 SEEN-EMP-ID-COUNT PIC 9(4) VALUE 0.
               01 WS-DUP-SW PIC X(1).
                   88 WS-DUP VALUE 'Y'.
                   88 WS-NOT-DUP VALUE 'N'.

      *        NOBODY CAN WORK MORE THAN EVERY HOUR OF A FORTNIGHT -
      *        ANYTHING OVER THAT IS A KEYING ERROR, NOT OVERTIME.
               01 MAX-PERIOD-HOURS PIC 9(3)V99 VALUE 336.00.

               01 TIMESHEET-HOURS PIC 9(4)V99 VALUE 0.
               01 HOURLY-RATE PIC 9(3)V9999 VALUE 0.
               01 OT1-MULTIPLIER PIC 9V99 VALUE 0.
               01 OT2-MULTIPLIER PIC 9V99 VALUE 0.
               01 ORDINARY-PAY PIC 9(9)V99 VALUE 0.
               01 OVERTIME-PAY PIC 9(9)V99 VALUE 0.
               01 LEAVE-PAY PIC 9(9)V99 VALUE 0.

               01 DETAIL-READ-COUNT PIC 9(7) VALUE 0.
               01 CLEAN-COUNT PIC 9(7) VALUE 0.
               01 LEAVE-ROW-COUNT PIC 9(7) VALUE 0.
               01 REJECT-COUNT PIC 9(7) VALUE 0.
               01 HASH-HOURS PIC 9(8)V99 VALUE 0.
               01 BONUS-TOTAL PIC 9(10)V99 VALUE 0.
               01 EXPECTED-COUNT PIC 9(7) VALUE 0.
               01 EXPECTED-HASH-HOURS PIC 9(8)V99 VALUE 0.
               01 EXPECTED-BONUS-TOTAL PIC 9(10)V99 VALUE 0.
               01 PRICED-ORDINARY-TOTAL PIC 9(10)V99 VALUE 0.
               01 PRICED-OVERTIME-TOTAL PIC 9(10)V99 VALUE 0.
               01 PRICED-BONUS-TOTAL PIC 9(10)V99 VALUE 0.
               01 PRICED-LEAVE-TOTAL PIC 9(10)V99 VALUE 0.

               01 REPORT-HEADER-LINE.
                   05 FILLER PIC X(36) VALUE
                       "TIMESHEET PRICING - EDIT REPORT".

               01 REPORT-BATCH-LINE.
                   05 FILLER PIC X(24) VALUE "TIMESHEETS FOR PERIOD ".
                   05 RBL-PERIOD-END PIC X(8).

               01 REPORT-DETAIL-LINE.
                   05 RDL-EMP-ID PIC X(10).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-CLASSIFICATION PIC X(6).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-REASON PIC X(40).

               01 REPORT-COUNT-LINE.
                   05 RCL-LABEL PIC X(24).
                   05 RCL-COUNT PIC ZZZZZZ9.

               01 REPORT-HASH-LINE.
                   05 RHL-LABEL PIC X(24).
                   05 RHL-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.

               01 REPORT-VERDICT-LINE.
                   05 RVL-TEXT PIC X(60).

           PROCEDURE DIVISION.

           0000-MAIN-LOGIC.
               DISPLAY "TIMESHEET PRICING AND EDIT".
               PERFORM 1000-LOAD-PAY-RATES.
               PERFORM 1100-OPEN-FILES.
               SET WS-NOT-EOF TO TRUE.
               SET WS-HEADER-NOT-SEEN TO TRUE.
               SET WS-TRAILER-NOT-SEEN TO TRUE.
               PERFORM UNTIL WS-EOF
                   READ TIMESHEET-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 2000-CLASSIFY-RECORD
                   END-READ
               END-PERFORM.
               PERFORM 5000-RECONCILE-CONTROL-TOTALS.
               PERFORM 9000-CLOSE-FILES.
               DISPLAY DETAIL-READ-COUNT " TIMESHEETS READ".
               DISPLAY CLEAN-COUNT " PERIOD PAY ROWS WRITTEN".
               DISPLAY LEAVE-ROW-COUNT " LEAVE-TAKEN ROWS WRITTEN".
               DISPLAY REJECT-COUNT " TIMESHEETS REJECTED".
               IF REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF.
               STOP RUN.

           1000-LOAD-PAY-RATES.
      *        A BAD ROW IN THE RATE TABLE WOULD MISPRICE EVERYONE
      *        ON IT, SO THE TABLE MUST BE CORRECTED BEFORE ANY
      *        TIMESHEET IS PRICED.
               OPEN INPUT PAY-RATE-FILE.
               IF PAY-RATE-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN PAY RATE FILE - "
                       "STATUS " PAY-RATE-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               SET WS-NOT-EOF TO TRUE.
               PERFORM UNTIL WS-EOF
                   READ PAY-RATE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 1050-TABLE-PAY-RATE
                   END-READ
               END-PERFORM.
               CLOSE PAY-RATE-FILE.
               IF RATE-COUNT = 0
                   DISPLAY "PAY RATE FILE IS EMPTY"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.

           1050-TABLE-PAY-RATE.
               IF (NOT PR-RATE-IS-EMPLOYEE AND NOT PR-RATE-IS-CLASS)
                       OR PR-RATE-KEY = SPACES
                       OR PR-HOURLY-RATE IS NOT NUMERIC
                       OR PR-HOURLY-RATE = 0
                       OR PR-OT1-MULTIPLIER IS NOT NUMERIC
                       OR PR-OT2-MULTIPLIER IS NOT NUMERIC
                       OR PR-OT1-MULTIPLIER < 1
                       OR PR-OT2-MULTIPLIER < 1
                   DISPLAY "PAY RATE ROW FOR " PR-RATE-KEY
                       " IS INVALID - CORRECT THE RATE TABLE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF RATE-COUNT >= 2000
                   DISPLAY "PAY RATE TABLE FULL - "
                       "RAISE THE TABLE SIZE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO RATE-COUNT.
               SET RT-IDX TO RATE-COUNT.
               MOVE PR-RATE-TYPE TO RTT-RATE-TYPE(RT-IDX).
               MOVE PR-RATE-KEY TO RTT-RATE-KEY(RT-IDX).
               MOVE PR-HOURLY-RATE TO RTT-HOURLY-RATE(RT-IDX).
               MOVE PR-OT1-MULTIPLIER TO RTT-OT1-MULTIPLIER(RT-IDX).
               MOVE PR-OT2-MULTIPLIER TO RTT-OT2-MULTIPLIER(RT-IDX).

           1100-OPEN-FILES.
               OPEN INPUT TIMESHEET-FILE.
               IF TIMESHEET-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN TIMESHEET FILE - "
                       "STATUS " TIMESHEET-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT EMPLOYEE-MASTER-FILE.
               IF EMPLOYEE-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN EMPLOYEE MASTER FILE - "
                       "STATUS " EMPLOYEE-MASTER-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT PERIOD-PAY-FILE.
               IF PERIOD-PAY-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN PERIOD PAY FILE - "
                       "STATUS " PERIOD-PAY-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT REJECT-FILE.
               IF REJECT-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN REJECT FILE - "
                       "STATUS " REJECT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT EDIT-REPORT-FILE.
               IF EDIT-REPORT-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN EDIT REPORT FILE - "
                       "STATUS " EDIT-REPORT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               WRITE EDIT-REPORT-LINE FROM REPORT-HEADER-LINE.

           2000-CLASSIFY-RECORD.
               IF TSI-IS-HEADER
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE HIN-PERIOD-END TO RBL-PERIOD-END
                   WRITE EDIT-REPORT-LINE FROM REPORT-BATCH-LINE
               ELSE
                   IF TSI-IS-TRAILER
                       SET WS-TRAILER-SEEN TO TRUE
                       MOVE TIN-RECORD-COUNT TO EXPECTED-COUNT
                       MOVE TIN-HASH-HOURS TO EXPECTED-HASH-HOURS
                       MOVE TIN-BONUS-TOTAL TO EXPECTED-BONUS-TOTAL
                   ELSE
                       ADD 1 TO DETAIL-READ-COUNT
                       PERFORM 3000-EDIT-TIMESHEET
                   END-IF
               END-IF.

           3000-EDIT-TIMESHEET.
      *        THE HASH COVERS EVERY TRANSMITTED TIMESHEET WITH
      *        NUMERIC HOURS, REJECTED OR NOT, BECAUSE THAT IS WHAT
      *        WAS TOTALLED WHEN THE FILE WAS CUT. THE SAME GOES FOR
      *        THE BONUS CONTROL TOTAL.
               IF TSI-ORDINARY-HOURS-X IS NUMERIC
                       AND TSI-OT1-HOURS-X IS NUMERIC
                       AND TSI-OT2-HOURS-X IS NUMERIC
                       AND TSI-LEAVE-HOURS-X IS NUMERIC
                   SET WS-HOURS-NUMERIC TO TRUE
                   COMPUTE TIMESHEET-HOURS = TSI-ORDINARY-HOURS
                       + TSI-OT1-HOURS + TSI-OT2-HOURS
                       + TSI-LEAVE-HOURS
                   ADD TIMESHEET-HOURS TO HASH-HOURS
               ELSE
                   SET WS-HOURS-NOT-NUMERIC TO TRUE
                   MOVE 0 TO TIMESHEET-HOURS
               END-IF.
               IF TSI-BONUS-PAY-X IS NUMERIC
                   ADD TSI-BONUS-PAY TO BONUS-TOTAL
               END-IF.
               SET WS-NOT-REJECTED TO TRUE.
               MOVE SPACES TO WS-REJECT-REASON.
               IF TSI-EMP-ID = SPACES
                   SET WS-REJECTED TO TRUE
                   MOVE "EMPLOYEE ID IS BLANK" TO WS-REJECT-REASON
               ELSE
                   PERFORM 3100-CHECK-DUPLICATE
                   IF WS-DUP
                       SET WS-REJECTED TO TRUE
                       MOVE "DUPLICATE TIMESHEET FOR EMPLOYEE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF.
               IF WS-NOT-REJECTED
                   PERFORM 3200-CHECK-MASTER
               END-IF.
               IF WS-NOT-REJECTED
                   PERFORM 3300-CHECK-HOURS
               END-IF.
               IF WS-NOT-REJECTED
                   PERFORM 3400-FIND-PAY-RATE
               END-IF.
               IF WS-REJECTED
                   PERFORM 4000-WRITE-REJECT
               ELSE
                   PERFORM 3500-PRICE-TIMESHEET
               END-IF.

           3100-CHECK-DUPLICATE.
               SET WS-NOT-DUP TO TRUE.
               SET SEEN-IDX TO 1.
               PERFORM UNTIL SEEN-IDX > SEEN-EMP-ID-COUNT
                       OR WS-DUP
                   IF SEEN-EMP-ID(SEEN-IDX) = TSI-EMP-ID
                       SET WS-DUP TO TRUE
                   ELSE
                       SET SEEN-IDX UP BY 1
                   END-IF
               END-PERFORM.
               IF WS-NOT-DUP
                   IF SEEN-EMP-ID-COUNT >= 5000
                       DISPLAY "EMPLOYEE ID TABLE FULL - "
                           "RAISE THE TABLE SIZE"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO SEEN-EMP-ID-COUNT
                   SET SEEN-IDX TO SEEN-EMP-ID-COUNT
                   MOVE TSI-EMP-ID TO SEEN-EMP-ID(SEEN-IDX)
               END-IF.

           3200-CHECK-MASTER.
               MOVE TSI-EMP-ID TO EM-EMP-ID.
               SET WS-FOUND TO TRUE.
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       SET WS-NOT-FOUND TO TRUE
               END-READ.
               IF WS-NOT-FOUND
                   SET WS-REJECTED TO TRUE
                   MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
               ELSE
                   IF EM-STATUS = 'T'
                       SET WS-REJECTED TO TRUE
                       MOVE "EMPLOYEE IS TERMINATED"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF.

           3300-CHECK-HOURS.
               IF WS-HOURS-NOT-NUMERIC
                   SET WS-REJECTED TO TRUE
                   MOVE "HOURS ARE NOT NUMERIC" TO WS-REJECT-REASON
               ELSE
                   IF TSI-BONUS-PAY-X IS NOT NUMERIC
                       SET WS-REJECTED TO TRUE
                       MOVE "BONUS IS NOT NUMERIC" TO WS-REJECT-REASON
                   ELSE
                       IF TIMESHEET-HOURS > MAX-PERIOD-HOURS
                           SET WS-REJECTED TO TRUE
                           MOVE "HOURS EXCEED THE HOURS IN THE PERIOD"
                               TO WS-REJECT-REASON
                       ELSE
                           IF TIMESHEET-HOURS = 0
                                   AND TSI-BONUS-PAY = 0
                               SET WS-REJECTED TO TRUE
                               MOVE "NO HOURS OR BONUS ON TIMESHEET"
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               IF WS-NOT-REJECTED AND TSI-LEAVE-HOURS > 0
                   IF TSI-LEAVE-TYPE NOT = 'A'
                           AND TSI-LEAVE-TYPE NOT = 'S'
                       SET WS-REJECTED TO TRUE
                       MOVE "LEAVE TYPE MUST BE 'A' OR 'S'"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF.

           3400-FIND-PAY-RATE.
      *        THE EMPLOYEE'S OWN RATE FIRST, THEN THE RATE FOR THE
      *        CLASSIFICATION WORKED.
               SET WS-NOT-FOUND TO TRUE.
               SET RT-IDX TO 1.
               PERFORM UNTIL RT-IDX > RATE-COUNT
                       OR WS-FOUND
                   IF RTT-RATE-TYPE(RT-IDX) = 'E'
                           AND RTT-RATE-KEY(RT-IDX) = TSI-EMP-ID
                       SET WS-FOUND TO TRUE
                   ELSE
                       SET RT-IDX UP BY 1
                   END-IF
               END-PERFORM.
               IF WS-NOT-FOUND AND TSI-CLASSIFICATION NOT = SPACES
                   SET RT-IDX TO 1
                   PERFORM UNTIL RT-IDX > RATE-COUNT
                           OR WS-FOUND
                       IF RTT-RATE-TYPE(RT-IDX) = 'C'
                               AND RTT-RATE-KEY(RT-IDX)
                                   = TSI-CLASSIFICATION
                           SET WS-FOUND TO TRUE
                       ELSE
                           SET RT-IDX UP BY 1
                       END-IF
                   END-PERFORM
               END-IF.
               IF WS-NOT-FOUND
                   SET WS-REJECTED TO TRUE
                   MOVE "NO PAY RATE FOR EMPLOYEE OR CLASS"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE RTT-HOURLY-RATE(RT-IDX) TO HOURLY-RATE
                   MOVE RTT-OT1-MULTIPLIER(RT-IDX) TO OT1-MULTIPLIER
                   MOVE RTT-OT2-MULTIPLIER(RT-IDX) TO OT2-MULTIPLIER
               END-IF.

           3500-PRICE-TIMESHEET.
               COMPUTE ORDINARY-PAY ROUNDED =
                   TSI-ORDINARY-HOURS * HOURLY-RATE.
               COMPUTE OVERTIME-PAY ROUNDED =
                   TSI-OT1-HOURS * HOURLY-RATE * OT1-MULTIPLIER
                   + TSI-OT2-HOURS * HOURLY-RATE * OT2-MULTIPLIER.
               MOVE SPACES TO PERIOD-PAY-RECORD.
               MOVE TSI-EMP-ID TO PP-EMP-ID.
               MOVE ORDINARY-PAY TO PP-ORDINARY-PAY.
               MOVE OVERTIME-PAY TO PP-OVERTIME-PAY.
               MOVE TSI-BONUS-PAY TO PP-BONUS-PAY.
               WRITE PERIOD-PAY-RECORD.
               ADD 1 TO CLEAN-COUNT.
               ADD ORDINARY-PAY TO PRICED-ORDINARY-TOTAL.
               ADD OVERTIME-PAY TO PRICED-OVERTIME-TOTAL.
               ADD TSI-BONUS-PAY TO PRICED-BONUS-TOTAL.
      *        THE PAY ROW ALWAYS GOES OUT, EVEN FOR A PERIOD SPENT
      *        ENTIRELY ON LEAVE - THE PERIOD RUN ONLY PICKS UP A
      *        LEAVE-TAKEN ROW FOR AN EMPLOYEE IT IS PAYING.
               IF TSI-LEAVE-HOURS > 0
                   COMPUTE LEAVE-PAY ROUNDED =
                       TSI-LEAVE-HOURS * HOURLY-RATE
                   MOVE SPACES TO PERIOD-LEAVE-RECORD
                   MOVE "LVE" TO PL-RECORD-ID
                   MOVE TSI-EMP-ID TO PL-EMP-ID
                   MOVE TSI-LEAVE-TYPE TO PL-LEAVE-TYPE
                   MOVE TSI-LEAVE-HOURS TO PL-HOURS-TAKEN
                   MOVE LEAVE-PAY TO PL-LEAVE-PAY
                   WRITE PERIOD-LEAVE-RECORD
                   ADD 1 TO LEAVE-ROW-COUNT
                   ADD LEAVE-PAY TO PRICED-LEAVE-TOTAL
               END-IF.

           4000-WRITE-REJECT.
               MOVE SPACES TO REJECT-RECORD.
               MOVE TIMESHEET-RECORD TO REJ-TIMESHEET-DATA.
               MOVE WS-REJECT-REASON TO REJ-REASON.
               WRITE REJECT-RECORD.
               ADD 1 TO REJECT-COUNT.
               MOVE SPACES TO REPORT-DETAIL-LINE.
               MOVE TSI-EMP-ID TO RDL-EMP-ID.
               MOVE TSI-CLASSIFICATION TO RDL-CLASSIFICATION.
               MOVE WS-REJECT-REASON TO RDL-REASON.
               WRITE EDIT-REPORT-LINE FROM REPORT-DETAIL-LINE.

           5000-RECONCILE-CONTROL-TOTALS.
      *        THE TRAILER CARRIES WHAT WAS TOTALLED WHEN THE
      *        TIMESHEETS WERE CUT. ANY DIFFERENCE MEANS A TRUNCATED
      *        OR CORRUPTED FILE AND THE PERIOD RUN MUST NOT PROCEED.
               MOVE "TIMESHEETS READ         " TO RCL-LABEL.
               MOVE DETAIL-READ-COUNT TO RCL-COUNT.
               WRITE EDIT-REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "TIMESHEETS EXPECTED     " TO RCL-LABEL.
               MOVE EXPECTED-COUNT TO RCL-COUNT.
               WRITE EDIT-REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "PERIOD PAY ROWS         " TO RCL-LABEL.
               MOVE CLEAN-COUNT TO RCL-COUNT.
               WRITE EDIT-REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "LEAVE-TAKEN ROWS        " TO RCL-LABEL.
               MOVE LEAVE-ROW-COUNT TO RCL-COUNT.
               WRITE EDIT-REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "REJECTED TIMESHEETS     " TO RCL-LABEL.
               MOVE REJECT-COUNT TO RCL-COUNT.
               WRITE EDIT-REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "HASH HOURS READ         " TO RHL-LABEL.
               MOVE HASH-HOURS TO RHL-AMOUNT.
               WRITE EDIT-REPORT-LINE FROM REPORT-HASH-LINE.
               MOVE "HASH HOURS EXPECTED     " TO RHL-LABEL.
               MOVE EXPECTED-HASH-HOURS TO RHL-AMOUNT.
               WRITE EDIT-REPORT-LINE FROM REPORT-HASH-LINE.
               MOVE "BONUS TOTAL READ        " TO RHL-LABEL.
               MOVE BONUS-TOTAL TO RHL-AMOUNT.
               WRITE EDIT-REPORT-LINE FROM REPORT-HASH-LINE.
               MOVE "BONUS TOTAL EXPECTED    " TO RHL-LABEL.
               MOVE EXPECTED-BONUS-TOTAL TO RHL-AMOUNT.
               WRITE EDIT-REPORT-LINE FROM REPORT-HASH-LINE.
               MOVE "ORDINARY PAY PRICED     " TO RHL-LABEL.
               MOVE PRICED-ORDINARY-TOTAL TO RHL-AMOUNT.
               WRITE EDIT-REPORT-LINE FROM REPORT-HASH-LINE.
               MOVE "OVERTIME PAY PRICED     " TO RHL-LABEL.
               MOVE PRICED-OVERTIME-TOTAL TO RHL-AMOUNT.
               WRITE EDIT-REPORT-LINE FROM REPORT-HASH-LINE.
               MOVE "BONUS PAY PASSED ON     " TO RHL-LABEL.
               MOVE PRICED-BONUS-TOTAL TO RHL-AMOUNT.
               WRITE EDIT-REPORT-LINE FROM REPORT-HASH-LINE.
               MOVE "LEAVE PAY PRICED        " TO RHL-LABEL.
               MOVE PRICED-LEAVE-TOTAL TO RHL-AMOUNT.
               WRITE EDIT-REPORT-LINE FROM REPORT-HASH-LINE.
               IF WS-HEADER-NOT-SEEN
                   MOVE "HEADER RECORD MISSING - RUN MUST NOT PROCEED"
                       TO RVL-TEXT
                   PERFORM 5100-FAIL-CONTROL-TOTALS
               END-IF.
               IF WS-TRAILER-NOT-SEEN
                   MOVE "TRAILER RECORD MISSING - RUN MUST NOT PROCEED"
                       TO RVL-TEXT
                   PERFORM 5100-FAIL-CONTROL-TOTALS
               END-IF.
               IF DETAIL-READ-COUNT NOT = EXPECTED-COUNT
                       OR HASH-HOURS NOT = EXPECTED-HASH-HOURS
                       OR BONUS-TOTAL NOT = EXPECTED-BONUS-TOTAL
                   MOVE "CONTROL TOTALS DO NOT RECONCILE - RUN STOPPED"
                       TO RVL-TEXT
                   PERFORM 5100-FAIL-CONTROL-TOTALS
               END-IF.
               MOVE "CONTROL TOTALS RECONCILE - PERIOD PAY RELEASED"
                   TO RVL-TEXT.
               WRITE EDIT-REPORT-LINE FROM REPORT-VERDICT-LINE.

           5100-FAIL-CONTROL-TOTALS.
      *        EMPTY THE PERIOD PAY FILE SO A PERIOD RUN STARTED BY
      *        MISTAKE PAYS NOBODY, THEN END WITH A FAILURE CODE.
               WRITE EDIT-REPORT-LINE FROM REPORT-VERDICT-LINE.
               DISPLAY RVL-TEXT.
               CLOSE PERIOD-PAY-FILE.
               OPEN OUTPUT PERIOD-PAY-FILE.
               PERFORM 9000-CLOSE-FILES.
               MOVE 12 TO RETURN-CODE.
               STOP RUN.

           9000-CLOSE-FILES.
               CLOSE TIMESHEET-FILE.
               CLOSE EMPLOYEE-MASTER-FILE.
               CLOSE PERIOD-PAY-FILE.
               CLOSE REJECT-FILE.
               CLOSE EDIT-REPORT-FILE.

           END PROGRAM TIMESHEET_PRICE.
