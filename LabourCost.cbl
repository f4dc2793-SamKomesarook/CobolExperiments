           IDENTIFICATION DIVISION.
           PROGRAM-ID. LABOUR_COST.

      *        LABOUR-COST REPORT BY COST CENTRE. FOR THE NOMINATED
      *        FINANCIAL YEAR AND PAY PERIOD END IT SPREADS EVERY
      *        PERIOD AND FINAL-PAY PAYSLIP OVER THE COST CENTRE
      *        ALLOCATION STAMPED ON IT WHEN THE PAY WAS MADE - THE
      *        SAME SPLIT THE GL JOURNAL POSTED - AND LISTS EACH COST
      *        CENTRE'S GROSS, SUPER, LEAVE PAID AND HEADCOUNT FOR
      *        THE PERIOD, WITH THE GROSS, SUPER AND LEAVE PAID FOR
      *        THE YEAR TO DATE. SHARED STAFF COUNT TOWARDS EACH COST
      *        CENTRE'S HEADCOUNT BY THEIR PERCENTAGE, SO THE COST
      *        CENTRES ADD BACK TO THE NUMBER OF PEOPLE PAID.

           ENVIRONMENT DIVISION.
               CONFIGURATION SECTION.
               SPECIAL-NAMES.
                  CONSOLE IS DATA-INPUT.
               INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT LABOUR-CONTROL-FILE
                       ASSIGN TO "data/LABCTL.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS LABOUR-CONTROL-FILE-STATUS.
                   SELECT COST-CENTRE-FILE
                       ASSIGN TO "data/COSTCTR.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS COST-CENTRE-FILE-STATUS.
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
                   SELECT LABOUR-REPORT-FILE
                       ASSIGN TO "data/LABCOST.RPT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS LABOUR-REPORT-FILE-STATUS.

           DATA DIVISION.
               FILE SECTION.
               FD LABOUR-CONTROL-FILE.
               01 LABOUR-CONTROL-RECORD.
                   05 LC-FINYEAR PIC X(9).
                   05 LC-PERIOD-END PIC X(8).

               FD COST-CENTRE-FILE.
               01 COST-CENTRE-RECORD.
                   05 CC-CODE PIC X(6).
                   05 CC-NAME PIC X(30).

               FD PAYSLIP-FILE.
               COPY PAYSLIP.

      *        THE MONTH-END ARCHIVE CARRIES THE SAME LAYOUT - THE
      *        EARLIER PERIODS OF THE YEAR ARE MOSTLY ARCHIVED ROWS.
               FD PAYSLIP-ARCHIVE-FILE.
               COPY PAYSLIP REPLACING
                   ==PAYSLIP-RECORD== BY ==PAYSLIP-ARCH-RECORD==
                   LEADING ==PS-== BY ==PA-==.

               FD LABOUR-REPORT-FILE.
               01 LABOUR-REPORT-LINE PIC X(132).

               WORKING-STORAGE SECTION.
               01 LABOUR-CONTROL-FILE-STATUS PIC X(2).
               01 COST-CENTRE-FILE-STATUS PIC X(2).
               01 PAYSLIP-FILE-STATUS PIC X(2).
               01 PAYSLIP-ARCHIVE-FILE-STATUS PIC X(2).
               01 LABOUR-REPORT-FILE-STATUS PIC X(2).

               01 WS-EOF-SW PIC X(1).
                   88 WS-EOF VALUE 'Y'.
                   88 WS-NOT-EOF VALUE 'N'.

               01 WS-FOUND-SW PIC X(1).
                   88 WS-FOUND VALUE 'Y'.
                   88 WS-NOT-FOUND VALUE 'N'.

               01 REPORT-YEAR PIC X(9) VALUE SPACES.
               01 REPORT-PERIOD-END PIC X(8) VALUE SPACES.

      *        ONE ENTRY PER COST CENTRE - THE OPEN COST CENTRES IN
      *        FILE ORDER FIRST, THEN ANY CODE FOUND ON A PAYSLIP
      *        THAT IS NO LONGER ON THE FILE, THEN UNALLOCATED PAY.
               01 LABOUR-COST-TABLE.
                   05 LABOUR-COST-ENTRY OCCURS 500 TIMES
                          INDEXED BY LC-IDX.
                       10 LCT-COST-CENTRE PIC X(6).
                       10 LCT-NAME PIC X(30).
                       10 LCT-PERIOD-GROSS PIC 9(9)V99.
                       10 LCT-PERIOD-SUPER PIC 9(9)V99.
                       10 LCT-PERIOD-LEAVE PIC 9(9)V99.
                       10 LCT-HEADCOUNT PIC 9(5)V99.
                       10 LCT-YTD-GROSS PIC 9(9)V99.
                       10 LCT-YTD-SUPER PIC 9(9)V99.
                       10 LCT-YTD-LEAVE PIC 9(9)V99.
               01 LABOUR-COST-COUNT PIC 9(4) VALUE 0.

               01 PAYSLIP-ROW-COUNT PIC 9(7) VALUE 0.
               01 UNKNOWN-CODE-COUNT PIC 9(7) VALUE 0.
               01 IN-PERIOD-SW PIC X(1) VALUE 'N'.
                   88 ROW-IN-PERIOD VALUE 'Y'.
               01 COUNT-HEAD-SW PIC X(1) VALUE 'N'.
                   88 COUNT-HEAD VALUE 'Y'.
               01 LAST-HEADCOUNT-KEY PIC X(18) VALUE SPACES.

      *        SPREADING ONE PAYSLIP - EACH CODE BUT THE LAST TAKES
      *        ITS PERCENTAGE ROUNDED TO THE CENT, THE LAST TAKES THE
      *        REST, EXACTLY AS THE PERIOD RUN SPREADS THE JOURNAL.
               01 ALLOC-SUB PIC 9(1) VALUE 0.
               01 ALLOC-USED-COUNT PIC 9(1) VALUE 0.
               01 ALLOC-COST-CENTRE PIC X(6) VALUE SPACES.
               01 ALLOC-PERCENT PIC 9(3)V99 VALUE 0.
               01 ALLOC-GROSS-LEFT PIC 9(9)V99 VALUE 0.
               01 ALLOC-SUPER-LEFT PIC 9(9)V99 VALUE 0.
               01 ALLOC-LEAVE-LEFT PIC 9(9)V99 VALUE 0.
               01 ALLOC-GROSS-SHARE PIC 9(9)V99 VALUE 0.
               01 ALLOC-SUPER-SHARE PIC 9(9)V99 VALUE 0.
               01 ALLOC-LEAVE-SHARE PIC 9(9)V99 VALUE 0.
               01 ALLOC-HEAD-SHARE PIC 9(5)V99 VALUE 0.

               01 TOTAL-PERIOD-GROSS PIC 9(11)V99 VALUE 0.
               01 TOTAL-PERIOD-SUPER PIC 9(11)V99 VALUE 0.
               01 TOTAL-PERIOD-LEAVE PIC 9(11)V99 VALUE 0.
               01 TOTAL-HEADCOUNT PIC 9(5)V99 VALUE 0.
               01 TOTAL-YTD-GROSS PIC 9(11)V99 VALUE 0.
               01 TOTAL-YTD-SUPER PIC 9(11)V99 VALUE 0.
               01 TOTAL-YTD-LEAVE PIC 9(11)V99 VALUE 0.

               01 REPORT-HEADER-LINE.
                   05 FILLER PIC X(36) VALUE
                       "LABOUR COST BY COST CENTRE - YEAR ".
                   05 RHL-FINYEAR PIC X(9).
                   05 FILLER PIC X(13) VALUE " PERIOD END ".
                   05 RHL-PERIOD-END PIC X(8).

               01 REPORT-COLUMN-LINE.
                   05 FILLER PIC X(30) VALUE "CENTRE  NAME".
                   05 FILLER PIC X(15) VALUE "   PERIOD GROSS".
                   05 FILLER PIC X(15) VALUE "   PERIOD SUPER".
                   05 FILLER PIC X(15) VALUE "   PERIOD LEAVE".
                   05 FILLER PIC X(10) VALUE " HEADCOUNT".
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 FILLER PIC X(15) VALUE "      YTD GROSS".
                   05 FILLER PIC X(15) VALUE "      YTD SUPER".
                   05 FILLER PIC X(15) VALUE "      YTD LEAVE".

               01 REPORT-DETAIL-LINE.
                   05 RDL-COST-CENTRE PIC X(6).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-NAME PIC X(20).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-PERIOD-GROSS PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RDL-PERIOD-SUPER PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RDL-PERIOD-LEAVE PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RDL-HEADCOUNT PIC ZZZ,ZZ9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-YTD-GROSS PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RDL-YTD-SUPER PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RDL-YTD-LEAVE PIC ZZZ,ZZZ,ZZ9.99.

               01 REPORT-TOTAL-LINE.
                   05 FILLER PIC X(30) VALUE "TOTAL".
                   05 RTL-PERIOD-GROSS PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RTL-PERIOD-SUPER PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RTL-PERIOD-LEAVE PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RTL-HEADCOUNT PIC ZZZ,ZZ9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RTL-YTD-GROSS PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RTL-YTD-SUPER PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RTL-YTD-LEAVE PIC ZZZ,ZZZ,ZZ9.99.

           PROCEDURE DIVISION.

           0000-MAIN-LOGIC.
               DISPLAY "LABOUR COST REPORT".
               PERFORM 1000-GET-REPORT-PERIOD.
               PERFORM 1100-LOAD-COST-CENTRES.
               PERFORM 1200-OPEN-FILES.
               PERFORM 2000-ACCUMULATE-PAYSLIPS.
               PERFORM 3000-WRITE-REPORT.
               PERFORM 9000-CLOSE-FILES.
               DISPLAY PAYSLIP-ROW-COUNT " PAYSLIP ROWS FOR "
                   REPORT-YEAR " TO " REPORT-PERIOD-END.
               IF UNKNOWN-CODE-COUNT > 0
                   DISPLAY UNKNOWN-CODE-COUNT " PAYSLIP ROWS CHARGED "
                       "TO COST CENTRES NOT ON data/COSTCTR.DAT"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF.
               STOP RUN.

           1000-GET-REPORT-PERIOD.
               OPEN INPUT LABOUR-CONTROL-FILE.
               IF LABOUR-CONTROL-FILE-STATUS = "35"
                   DISPLAY "NO LABOUR CONTROL FILE - USING CONSOLE"
                   DISPLAY "ENTER FINANCIAL YEAR (EG 2021/2022):"
                   ACCEPT REPORT-YEAR FROM DATA-INPUT
                   DISPLAY "ENTER PAY PERIOD END (YYYYMMDD):"
                   ACCEPT REPORT-PERIOD-END FROM DATA-INPUT
               ELSE
                   IF LABOUR-CONTROL-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN LABOUR CONTROL FILE - "
                           "STATUS " LABOUR-CONTROL-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-NOT-EOF TO TRUE
                   READ LABOUR-CONTROL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                   END-READ
                   IF WS-EOF
                       DISPLAY "LABOUR CONTROL FILE IS EMPTY"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE LC-FINYEAR TO REPORT-YEAR
                   MOVE LC-PERIOD-END TO REPORT-PERIOD-END
                   CLOSE LABOUR-CONTROL-FILE
               END-IF.
               IF REPORT-YEAR = SPACES OR REPORT-PERIOD-END = SPACES
                   DISPLAY "FINANCIAL YEAR AND PERIOD END MUST BE GIVEN"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.

           1100-LOAD-COST-CENTRES.
               OPEN INPUT COST-CENTRE-FILE.
               IF COST-CENTRE-FILE-STATUS = "35"
                   DISPLAY "NO COST CENTRE FILE - CODES PRINTED "
                       "WITHOUT NAMES"
               ELSE
                   IF COST-CENTRE-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN COST CENTRE FILE - "
                           "STATUS " COST-CENTRE-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-EOF
                       READ COST-CENTRE-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE CC-CODE TO ALLOC-COST-CENTRE
                               PERFORM 2300-FIND-COST-CENTRE
                               MOVE CC-NAME TO LCT-NAME(LC-IDX)
                       END-READ
                   END-PERFORM
                   CLOSE COST-CENTRE-FILE
               END-IF.

           1200-OPEN-FILES.
               OPEN INPUT PAYSLIP-FILE.
               IF PAYSLIP-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN PAYSLIP FILE - "
                       "STATUS " PAYSLIP-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT LABOUR-REPORT-FILE.
               IF LABOUR-REPORT-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN LABOUR COST REPORT - "
                       "STATUS " LABOUR-REPORT-FILE-STATUS
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
      *        ANNUAL-PROJECTION ROWS ARE NOT A COST. AN EMPLOYEE
      *        WITH A PERIOD SLIP AND A FINAL SLIP FOR THE SAME
      *        PERIOD END IS ONE HEAD - THE TWO ROWS ARE ADJACENT IN
      *        KEY ORDER, SO ONLY THE FIRST COUNTS.
               IF PS-FINYEAR = REPORT-YEAR
                       AND PS-PERIOD-END NOT > REPORT-PERIOD-END
                       AND (PS-PAY-IS-PERIOD OR PS-PAY-IS-FINAL)
                   ADD 1 TO PAYSLIP-ROW-COUNT
                   MOVE 'N' TO IN-PERIOD-SW
                   MOVE 'N' TO COUNT-HEAD-SW
                   IF PS-PERIOD-END = REPORT-PERIOD-END
                       MOVE 'Y' TO IN-PERIOD-SW
                       IF PS-EMP-REF NOT = LAST-HEADCOUNT-KEY(1:10)
                               OR PS-PERIOD-END
                                   NOT = LAST-HEADCOUNT-KEY(11:8)
                           MOVE 'Y' TO COUNT-HEAD-SW
                           MOVE PS-EMP-REF TO LAST-HEADCOUNT-KEY(1:10)
                           MOVE PS-PERIOD-END
                               TO LAST-HEADCOUNT-KEY(11:8)
                       END-IF
                   END-IF
                   PERFORM 2100-SPREAD-PAYSLIP
               END-IF.

           2060-ACCUMULATE-ARCHIVE.
      *        THE YEAR'S EARLIER PERIODS LIVE ON THE ARCHIVE -
      *        EACH ROW IS BROUGHT INTO THE LIVE RECORD AREA AND
      *        PUT THROUGH THE SAME SELECTION. NO ARCHIVE FILE YET
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

           2100-SPREAD-PAYSLIP.
               MOVE PS-ANNUAL-PAY TO ALLOC-GROSS-LEFT.
               MOVE PS-SUPER-TOTAL TO ALLOC-SUPER-LEFT.
               MOVE PS-LEAVE-PAY TO ALLOC-LEAVE-LEFT.
               MOVE 0 TO ALLOC-USED-COUNT.
               MOVE 1 TO ALLOC-SUB.
               PERFORM UNTIL ALLOC-SUB > 4
                   IF PS-CC-CODE(ALLOC-SUB) NOT = SPACES
                       ADD 1 TO ALLOC-USED-COUNT
                   END-IF
                   ADD 1 TO ALLOC-SUB
               END-PERFORM.
               IF ALLOC-USED-COUNT = 0
                   MOVE SPACES TO ALLOC-COST-CENTRE
                   MOVE 100 TO ALLOC-PERCENT
                   PERFORM 2200-POST-LAST-SHARE
               ELSE
                   MOVE 1 TO ALLOC-SUB
                   PERFORM UNTIL ALLOC-SUB > ALLOC-USED-COUNT
                       MOVE PS-CC-CODE(ALLOC-SUB) TO ALLOC-COST-CENTRE
                       MOVE PS-CC-PERCENT(ALLOC-SUB) TO ALLOC-PERCENT
                       IF ALLOC-SUB = ALLOC-USED-COUNT
                           PERFORM 2200-POST-LAST-SHARE
                       ELSE
                           PERFORM 2150-POST-SHARE
                       END-IF
                       ADD 1 TO ALLOC-SUB
                   END-PERFORM
               END-IF.

           2150-POST-SHARE.
               COMPUTE ALLOC-GROSS-SHARE ROUNDED =
                   PS-ANNUAL-PAY * ALLOC-PERCENT / 100.
               COMPUTE ALLOC-SUPER-SHARE ROUNDED =
                   PS-SUPER-TOTAL * ALLOC-PERCENT / 100.
               COMPUTE ALLOC-LEAVE-SHARE ROUNDED =
                   PS-LEAVE-PAY * ALLOC-PERCENT / 100.
               IF ALLOC-GROSS-SHARE > ALLOC-GROSS-LEFT
                   MOVE ALLOC-GROSS-LEFT TO ALLOC-GROSS-SHARE
               END-IF.
               IF ALLOC-SUPER-SHARE > ALLOC-SUPER-LEFT
                   MOVE ALLOC-SUPER-LEFT TO ALLOC-SUPER-SHARE
               END-IF.
               IF ALLOC-LEAVE-SHARE > ALLOC-LEAVE-LEFT
                   MOVE ALLOC-LEAVE-LEFT TO ALLOC-LEAVE-SHARE
               END-IF.
               SUBTRACT ALLOC-GROSS-SHARE FROM ALLOC-GROSS-LEFT.
               SUBTRACT ALLOC-SUPER-SHARE FROM ALLOC-SUPER-LEFT.
               SUBTRACT ALLOC-LEAVE-SHARE FROM ALLOC-LEAVE-LEFT.
               PERFORM 2250-ADD-TO-COST-CENTRE.

           2200-POST-LAST-SHARE.
               MOVE ALLOC-GROSS-LEFT TO ALLOC-GROSS-SHARE.
               MOVE ALLOC-SUPER-LEFT TO ALLOC-SUPER-SHARE.
               MOVE ALLOC-LEAVE-LEFT TO ALLOC-LEAVE-SHARE.
               PERFORM 2250-ADD-TO-COST-CENTRE.

           2250-ADD-TO-COST-CENTRE.
               PERFORM 2300-FIND-COST-CENTRE.
               IF WS-NOT-FOUND AND ALLOC-COST-CENTRE NOT = SPACES
                   DISPLAY "COST CENTRE " ALLOC-COST-CENTRE
                       " ON PAYSLIP FOR " PS-EMP-REF
                       " IS NOT ON THE COST CENTRE FILE"
                   ADD 1 TO UNKNOWN-CODE-COUNT
                   MOVE "NOT ON COST CENTRE FILE" TO LCT-NAME(LC-IDX)
               END-IF.
               ADD ALLOC-GROSS-SHARE TO LCT-YTD-GROSS(LC-IDX).
               ADD ALLOC-SUPER-SHARE TO LCT-YTD-SUPER(LC-IDX).
               ADD ALLOC-LEAVE-SHARE TO LCT-YTD-LEAVE(LC-IDX).
               IF ROW-IN-PERIOD
                   ADD ALLOC-GROSS-SHARE TO LCT-PERIOD-GROSS(LC-IDX)
                   ADD ALLOC-SUPER-SHARE TO LCT-PERIOD-SUPER(LC-IDX)
                   ADD ALLOC-LEAVE-SHARE TO LCT-PERIOD-LEAVE(LC-IDX)
                   IF COUNT-HEAD
                       COMPUTE ALLOC-HEAD-SHARE = ALLOC-PERCENT / 100
                       ADD ALLOC-HEAD-SHARE TO LCT-HEADCOUNT(LC-IDX)
                   END-IF
               END-IF.

           2300-FIND-COST-CENTRE.
      *        LEAVES LC-IDX ON THE ENTRY FOR ALLOC-COST-CENTRE,
      *        ADDING ONE IF IT IS NOT YET IN THE TABLE. WS-FOUND
      *        SAYS WHETHER IT WAS ALREADY THERE.
               SET WS-NOT-FOUND TO TRUE.
               SET LC-IDX TO 1.
               PERFORM UNTIL LC-IDX > LABOUR-COST-COUNT
                       OR WS-FOUND
                   IF LCT-COST-CENTRE(LC-IDX) = ALLOC-COST-CENTRE
                       SET WS-FOUND TO TRUE
                   ELSE
                       SET LC-IDX UP BY 1
                   END-IF
               END-PERFORM.
               IF WS-NOT-FOUND
                   IF LABOUR-COST-COUNT >= 500
                       DISPLAY "LABOUR COST TABLE FULL - "
                           "RAISE THE TABLE SIZE"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO LABOUR-COST-COUNT
                   SET LC-IDX TO LABOUR-COST-COUNT
                   MOVE ALLOC-COST-CENTRE TO LCT-COST-CENTRE(LC-IDX)
                   IF ALLOC-COST-CENTRE = SPACES
                       MOVE "UNALLOCATED" TO LCT-NAME(LC-IDX)
                   ELSE
                       MOVE SPACES TO LCT-NAME(LC-IDX)
                   END-IF
                   MOVE 0 TO LCT-PERIOD-GROSS(LC-IDX)
                   MOVE 0 TO LCT-PERIOD-SUPER(LC-IDX)
                   MOVE 0 TO LCT-PERIOD-LEAVE(LC-IDX)
                   MOVE 0 TO LCT-HEADCOUNT(LC-IDX)
                   MOVE 0 TO LCT-YTD-GROSS(LC-IDX)
                   MOVE 0 TO LCT-YTD-SUPER(LC-IDX)
                   MOVE 0 TO LCT-YTD-LEAVE(LC-IDX)
               END-IF.

           3000-WRITE-REPORT.
               MOVE REPORT-YEAR TO RHL-FINYEAR.
               MOVE REPORT-PERIOD-END TO RHL-PERIOD-END.
               WRITE LABOUR-REPORT-LINE FROM REPORT-HEADER-LINE.
               WRITE LABOUR-REPORT-LINE FROM REPORT-COLUMN-LINE.
      *        A COST CENTRE WITH NOTHING CHARGED THIS YEAR IS LEFT
      *        OFF THE REPORT.
               SET LC-IDX TO 1.
               PERFORM UNTIL LC-IDX > LABOUR-COST-COUNT
                   IF LCT-YTD-GROSS(LC-IDX) > 0
                           OR LCT-YTD-SUPER(LC-IDX) > 0
                           OR LCT-YTD-LEAVE(LC-IDX) > 0
                       PERFORM 3100-WRITE-COST-CENTRE-LINE
                   END-IF
                   SET LC-IDX UP BY 1
               END-PERFORM.
               MOVE TOTAL-PERIOD-GROSS TO RTL-PERIOD-GROSS.
               MOVE TOTAL-PERIOD-SUPER TO RTL-PERIOD-SUPER.
               MOVE TOTAL-PERIOD-LEAVE TO RTL-PERIOD-LEAVE.
               MOVE TOTAL-HEADCOUNT TO RTL-HEADCOUNT.
               MOVE TOTAL-YTD-GROSS TO RTL-YTD-GROSS.
               MOVE TOTAL-YTD-SUPER TO RTL-YTD-SUPER.
               MOVE TOTAL-YTD-LEAVE TO RTL-YTD-LEAVE.
               WRITE LABOUR-REPORT-LINE FROM REPORT-TOTAL-LINE.

           3100-WRITE-COST-CENTRE-LINE.
               MOVE SPACES TO REPORT-DETAIL-LINE.
               MOVE LCT-COST-CENTRE(LC-IDX) TO RDL-COST-CENTRE.
               MOVE LCT-NAME(LC-IDX) TO RDL-NAME.
               MOVE LCT-PERIOD-GROSS(LC-IDX) TO RDL-PERIOD-GROSS.
               MOVE LCT-PERIOD-SUPER(LC-IDX) TO RDL-PERIOD-SUPER.
               MOVE LCT-PERIOD-LEAVE(LC-IDX) TO RDL-PERIOD-LEAVE.
               MOVE LCT-HEADCOUNT(LC-IDX) TO RDL-HEADCOUNT.
               MOVE LCT-YTD-GROSS(LC-IDX) TO RDL-YTD-GROSS.
               MOVE LCT-YTD-SUPER(LC-IDX) TO RDL-YTD-SUPER.
               MOVE LCT-YTD-LEAVE(LC-IDX) TO RDL-YTD-LEAVE.
               WRITE LABOUR-REPORT-LINE FROM REPORT-DETAIL-LINE.
               ADD LCT-PERIOD-GROSS(LC-IDX) TO TOTAL-PERIOD-GROSS.
               ADD LCT-PERIOD-SUPER(LC-IDX) TO TOTAL-PERIOD-SUPER.
               ADD LCT-PERIOD-LEAVE(LC-IDX) TO TOTAL-PERIOD-LEAVE.
               ADD LCT-HEADCOUNT(LC-IDX) TO TOTAL-HEADCOUNT.
               ADD LCT-YTD-GROSS(LC-IDX) TO TOTAL-YTD-GROSS.
               ADD LCT-YTD-SUPER(LC-IDX) TO TOTAL-YTD-SUPER.
               ADD LCT-YTD-LEAVE(LC-IDX) TO TOTAL-YTD-LEAVE.

           9000-CLOSE-FILES.
               CLOSE PAYSLIP-FILE.
               CLOSE LABOUR-REPORT-FILE.

           END PROGRAM LABOUR_COST.
