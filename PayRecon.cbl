           IDENTIFICATION DIVISION.
           PROGRAM-ID. PAYROLL_RECON.

      *        PAYROLL MASTER FILE RECONCILIATION. THE SAME MONEY AND
      *        THE SAME PEOPLE ARE HELD ON SEVERAL FILES, AND A
      *        RESTART, A RECALCULATION OR AN ARCHIVE THAT GOES WRONG
      *        CAN LEAVE THEM DISAGREEING. THIS JOB IS SCHEDULED AND
      *        NEEDS NO OPERATOR - IT TAKES NO CONTROL FILE - AND
      *        CHECKS THAT:
      *          - EACH YTD ENTRY'S GROSS, TAX AND SUPER EQUAL THE SUM
      *            OF THE EMPLOYEE'S PERIOD AND FINAL-PAY PAYSLIPS FOR
      *            ITS FINANCIAL YEAR, LIVE AND ARCHIVED;
      *          - EVERY YTD, LEAVE AND DEDUCTION RECORD BELONGS TO AN
      *            EMPLOYEE ON THE MASTER;
      *          - EVERY TERMINATED EMPLOYEE HAS BEEN FINAL-PAID AND
      *            HAS NO LEAVE LEFT;
      *          - NO LEAVE BALANCE HAS GONE NEGATIVE.
      *        EVERY BREAK IS LISTED ON data/RECON.RPT. THE OUTCOME IS
      *        WRITTEN TO data/RECONSTS.DAT, WHICH THE PERIOD PAY RUN
      *        AND THE FINAL-PAY RUN READ BEFORE THEY START - WITH
      *        BREAKS OPEN THEY ARE REFUSED UNTIL THE FILES ARE PUT
      *        RIGHT AND THIS JOB RE-RUN CLEAN, OR THE BREAKS ARE
      *        SIGNED OFF WITH RECON_SIGNOFF. EACH RUN IS ALSO ADDED
      *        TO THE HISTORY IN data/RECONHST.DAT. RETURN CODE 12
      *        WHEN THERE ARE BREAKS.

           ENVIRONMENT DIVISION.
               INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT EMPLOYEE-MASTER-FILE
                       ASSIGN TO "data/EMPMAST.DAT"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EM-EMP-ID
                       FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
                   SELECT YTD-MASTER-FILE
                       ASSIGN TO "data/YTDMAST.DAT"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS YT-EMP-ID
                       FILE STATUS IS YTD-MASTER-FILE-STATUS.
                   SELECT LEAVE-BALANCE-FILE
                       ASSIGN TO "data/LEAVEBAL.DAT"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS LB-EMP-ID
                       FILE STATUS IS LEAVE-BALANCE-FILE-STATUS.
                   SELECT DEDUCTION-MASTER-FILE
                       ASSIGN TO "data/DEDMAST.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS DEDUCTION-MASTER-FILE-STATUS.
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
                   SELECT RECON-REPORT-FILE
                       ASSIGN TO "data/RECON.RPT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RECON-REPORT-FILE-STATUS.
                   SELECT RECON-STATUS-FILE
                       ASSIGN TO "data/RECONSTS.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RECON-STATUS-FILE-STATUS.
                   SELECT RECON-HISTORY-FILE
                       ASSIGN TO "data/RECONHST.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RECON-HISTORY-FILE-STATUS.

           DATA DIVISION.
               FILE SECTION.
               FD EMPLOYEE-MASTER-FILE.
               COPY EMPMAST.

               FD YTD-MASTER-FILE.
               COPY YTDMAST.

               FD LEAVE-BALANCE-FILE.
               COPY LEAVEBAL.

               FD DEDUCTION-MASTER-FILE.
               01 DEDUCTION-MASTER-RECORD.
                   05 DM-EMP-ID PIC X(10).
                   05 DM-TYPE PIC X(1).
                   05 FILLER PIC X(29).

               FD PAYSLIP-FILE.
               COPY PAYSLIP.

               FD PAYSLIP-ARCHIVE-FILE.
               COPY PAYSLIP REPLACING
                   ==PAYSLIP-RECORD== BY ==PAYSLIP-ARCH-RECORD==
                   LEADING ==PS-== BY ==PA-==.

               FD RECON-REPORT-FILE.
               01 RECON-REPORT-LINE PIC X(132).

               FD RECON-STATUS-FILE.
               COPY RECONSTS.

               FD RECON-HISTORY-FILE.
               01 RECON-HISTORY-LINE PIC X(112).

               WORKING-STORAGE SECTION.
               01 EMPLOYEE-MASTER-FILE-STATUS PIC X(2).
               01 YTD-MASTER-FILE-STATUS PIC X(2).
               01 LEAVE-BALANCE-FILE-STATUS PIC X(2).
               01 DEDUCTION-MASTER-FILE-STATUS PIC X(2).
               01 PAYSLIP-FILE-STATUS PIC X(2).
               01 PAYSLIP-ARCHIVE-FILE-STATUS PIC X(2).
               01 RECON-REPORT-FILE-STATUS PIC X(2).
               01 RECON-STATUS-FILE-STATUS PIC X(2).
               01 RECON-HISTORY-FILE-STATUS PIC X(2).

               01 WS-EOF-SW PIC X(1).
                   88 WS-EOF VALUE 'Y'.
                   88 WS-NOT-EOF VALUE 'N'.

               01 WS-FOUND-SW PIC X(1).
                   88 WS-FOUND VALUE 'Y'.
                   88 WS-NOT-FOUND VALUE 'N'.

               01 RECON-RUN-AT PIC X(14) VALUE SPACES.

      *        ONE ENTRY PER EMPLOYEE AND FINANCIAL YEAR - THE YTD
      *        MASTER FIRST, AS IT STANDS, THEN ANY EMPLOYEE AND YEAR
      *        FOUND ON THE PAYSLIPS THAT THE YTD MASTER DOES NOT
      *        CARRY. THE PAYSLIP TOTALS ARE ADDED UP AGAINST EACH.
               01 RECON-TABLE.
                   05 RECON-ENTRY OCCURS 5000 TIMES
                          INDEXED BY RT-IDX.
                       10 RT-EMP-ID PIC X(10).
                       10 RT-FINYEAR PIC X(9).
                       10 RT-ON-FILE-SW PIC X(1).
                           88 RT-ON-YTD-MASTER VALUE 'Y'.
                       10 RT-YT-STATUS PIC X(1).
                           88 RT-FINAL-PAID VALUE 'F'.
                       10 RT-YTD-GROSS PIC 9(9)V99.
                       10 RT-YTD-TAX PIC 9(9)V99.
                       10 RT-YTD-SUPER PIC 9(9)V99.
                       10 RT-SLIP-GROSS PIC 9(9)V99.
                       10 RT-SLIP-TAX PIC 9(9)V99.
                       10 RT-SLIP-SUPER PIC 9(9)V99.
               01 RECON-COUNT PIC 9(5) VALUE 0.
      *        A PAYSLIP FILE IS IN EMPLOYEE ORDER, SO THE ENTRY THE
      *        LAST ROW WENT TO IS USUALLY THE ONE THE NEXT ROW WANTS.
               01 LAST-ENTRY-KEY PIC X(19) VALUE SPACES.
               01 LAST-ENTRY-NO PIC 9(5) VALUE 0.
               01 FIND-EMP-ID PIC X(10) VALUE SPACES.
               01 FIND-FINYEAR PIC X(9) VALUE SPACES.

      *        THE BALANCES ARE UNSIGNED ON FILE, SO A NEGATIVE THAT
      *        HAS BEEN WRITTEN THROUGH A SIGNED FIELD SITS THERE AS
      *        AN OVERPUNCHED LAST DIGIT. READING THE RECORD AGAIN
      *        THROUGH SIGNED PICTURES SHOWS IT UP.
               01 LEAVE-SIGNED-VIEW.
                   05 LSV-EMP-ID PIC X(10).
                   05 LSV-ANNUAL-HOURS PIC S9(5)V99.
                   05 LSV-SICK-HOURS PIC S9(5)V99.
               01 LEAVE-READABLE-SW PIC X(1) VALUE 'Y'.
                   88 LEAVE-READABLE VALUE 'Y'.

               01 YTD-RECORD-COUNT PIC 9(7) VALUE 0.
               01 PAYSLIP-ROW-COUNT PIC 9(7) VALUE 0.
               01 MASTER-RECORD-COUNT PIC 9(7) VALUE 0.
               01 TERMINATED-COUNT PIC 9(7) VALUE 0.
               01 LEAVE-RECORD-COUNT PIC 9(7) VALUE 0.
               01 DEDUCTION-RECORD-COUNT PIC 9(7) VALUE 0.

               01 YTD-BREAK-COUNT PIC 9(7) VALUE 0.
               01 MASTER-BREAK-COUNT PIC 9(7) VALUE 0.
               01 FINAL-PAY-BREAK-COUNT PIC 9(7) VALUE 0.
               01 LEAVE-BREAK-COUNT PIC 9(7) VALUE 0.
               01 TOTAL-BREAK-COUNT PIC 9(7) VALUE 0.
               01 SECTION-START-COUNT PIC 9(7) VALUE 0.

               01 BREAK-DIFFERENCE PIC S9(11)V99 VALUE 0.

               01 REPORT-HEADER-LINE.
                   05 FILLER PIC X(41) VALUE
                       "PAYROLL MASTER FILE RECONCILIATION - RUN ".
                   05 RHL-RUN-AT PIC X(14).

               01 REPORT-SECTION-LINE.
                   05 RSL-TITLE PIC X(60).

               01 REPORT-COLUMN-LINE.
                   05 FILLER PIC X(12) VALUE "EMPLOYEE".
                   05 FILLER PIC X(10) VALUE "FILE".
                   05 FILLER PIC X(11) VALUE "YEAR".
                   05 FILLER PIC X(41) VALUE "EXCEPTION".
                   05 FILLER PIC X(16) VALUE "         ON FILE".
                   05 FILLER PIC X(16) VALUE "        EXPECTED".
                   05 FILLER PIC X(15) VALUE "     DIFFERENCE".

               01 REPORT-DETAIL-LINE.
                   05 RDL-EMP-ID PIC X(10).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-FILE PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-FINYEAR PIC X(9).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-EXCEPTION PIC X(40).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RDL-ON-FILE PIC -ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RDL-EXPECTED PIC -ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RDL-DIFFERENCE PIC -ZZZ,ZZZ,ZZ9.99.

               01 REPORT-NONE-LINE.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 FILLER PIC X(10) VALUE "NO BREAKS".

               01 REPORT-COUNT-LINE.
                   05 RCL-LABEL PIC X(44).
                   05 RCL-COUNT PIC Z,ZZZ,ZZ9.

               01 REPORT-OUTCOME-LINE.
                   05 ROL-TEXT PIC X(80).

           PROCEDURE DIVISION.

           0000-MAIN-LOGIC.
               DISPLAY "PAYROLL MASTER FILE RECONCILIATION".
               MOVE FUNCTION CURRENT-DATE TO RECON-RUN-AT.
               PERFORM 1000-OPEN-FILES.
               PERFORM 1100-LOAD-YTD-MASTER.
               PERFORM 2000-ACCUMULATE-PAYSLIPS.
               PERFORM 3100-CHECK-TERMINATIONS.
               PERFORM 3200-CHECK-LEAVE-BALANCES.
               PERFORM 3300-CHECK-YTD-BALANCES.
               PERFORM 3400-CHECK-DEDUCTIONS.
               PERFORM 4000-WRITE-SUMMARY.
               PERFORM 5000-WRITE-STATUS.
               PERFORM 9000-CLOSE-FILES.
               DISPLAY YTD-RECORD-COUNT " YTD RECORDS, "
                   PAYSLIP-ROW-COUNT " PAYSLIP ROWS, "
                   LEAVE-RECORD-COUNT " LEAVE RECORDS, "
                   DEDUCTION-RECORD-COUNT " DEDUCTION RECORDS".
               IF TOTAL-BREAK-COUNT > 0
                   DISPLAY TOTAL-BREAK-COUNT " BREAKS - SEE "
                       "data/RECON.RPT. PAY RUNS ARE STOPPED UNTIL "
                       "THEY ARE CLEARED OR SIGNED OFF"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   DISPLAY "NO BREAKS - THE MASTERS AGREE"
                   MOVE 0 TO RETURN-CODE
               END-IF.
               STOP RUN.

           1000-OPEN-FILES.
               OPEN INPUT EMPLOYEE-MASTER-FILE.
               IF EMPLOYEE-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN EMPLOYEE MASTER FILE - "
                       "STATUS " EMPLOYEE-MASTER-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT RECON-REPORT-FILE.
               IF RECON-REPORT-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN RECONCILIATION REPORT - "
                       "STATUS " RECON-REPORT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE RECON-RUN-AT TO RHL-RUN-AT.
               WRITE RECON-REPORT-LINE FROM REPORT-HEADER-LINE.
               WRITE RECON-REPORT-LINE FROM REPORT-COLUMN-LINE.

           1100-LOAD-YTD-MASTER.
               OPEN INPUT YTD-MASTER-FILE.
               IF YTD-MASTER-FILE-STATUS = "35"
                   DISPLAY "NO YTD MASTER FILE - NOBODY HAS BEEN PAID"
               ELSE
                   IF YTD-MASTER-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN YTD MASTER FILE - "
                           "STATUS " YTD-MASTER-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-EOF
                       READ YTD-MASTER-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO YTD-RECORD-COUNT
                               PERFORM 1150-TABLE-YTD-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE YTD-MASTER-FILE
               END-IF.

           1150-TABLE-YTD-RECORD.
               MOVE YT-EMP-ID TO FIND-EMP-ID.
               MOVE YT-FINYEAR TO FIND-FINYEAR.
               PERFORM 2250-ADD-ENTRY.
               MOVE 'Y' TO RT-ON-FILE-SW(RT-IDX).
               MOVE YT-STATUS TO RT-YT-STATUS(RT-IDX).
               MOVE YT-GROSS TO RT-YTD-GROSS(RT-IDX).
               MOVE YT-TAX TO RT-YTD-TAX(RT-IDX).
               MOVE YT-SUPER TO RT-YTD-SUPER(RT-IDX).

           2000-ACCUMULATE-PAYSLIPS.
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
               PERFORM 2060-ACCUMULATE-ARCHIVE.

           2050-CHECK-PAYSLIP-ROW.
      *        ONLY PERIOD AND FINAL-PAY ROWS ARE ADDED TO THE YTD -
      *        ANNUAL-PROJECTION ROWS PAY NOBODY. A ROW FOR A YEAR
      *        BEFORE THE ONE THE EMPLOYEE'S YTD ENTRY HAS MOVED ON TO
      *        BELONGS TO A CLOSED YEAR AND IS NOT CHECKED; A ROW FOR
      *        ANY OTHER YEAR THE YTD MASTER DOES NOT CARRY IS MONEY
      *        PAID THAT NO YTD ENTRY HOLDS.
               IF PS-PAY-IS-PERIOD OR PS-PAY-IS-FINAL
                   ADD 1 TO PAYSLIP-ROW-COUNT
                   MOVE PS-EMP-REF TO FIND-EMP-ID
                   MOVE PS-FINYEAR TO FIND-FINYEAR
                   PERFORM 2100-FIND-ENTRY
                   IF WS-NOT-FOUND
                       PERFORM 2200-FIND-YTD-ENTRY
                       IF WS-FOUND
                               AND RT-FINYEAR(RT-IDX) > PS-FINYEAR
                           SET WS-NOT-FOUND TO TRUE
                       ELSE
                           PERFORM 2250-ADD-ENTRY
                           SET WS-FOUND TO TRUE
                       END-IF
                   END-IF
                   IF WS-FOUND
                       ADD PS-ANNUAL-PAY TO RT-SLIP-GROSS(RT-IDX)
                       ADD PS-TAX-TOTAL TO RT-SLIP-TAX(RT-IDX)
                       ADD PS-SUPER-TOTAL TO RT-SLIP-SUPER(RT-IDX)
                   END-IF
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

           2100-FIND-ENTRY.
      *        LEAVES RT-IDX ON THE ENTRY FOR FIND-EMP-ID AND
      *        FIND-FINYEAR WHEN THERE IS ONE.
               SET WS-NOT-FOUND TO TRUE.
               IF LAST-ENTRY-NO > 0
                       AND LAST-ENTRY-KEY(1:10) = FIND-EMP-ID
                       AND LAST-ENTRY-KEY(11:9) = FIND-FINYEAR
                   SET RT-IDX TO LAST-ENTRY-NO
                   SET WS-FOUND TO TRUE
               ELSE
                   SET RT-IDX TO 1
                   PERFORM UNTIL RT-IDX > RECON-COUNT
                           OR WS-FOUND
                       IF RT-EMP-ID(RT-IDX) = FIND-EMP-ID
                               AND RT-FINYEAR(RT-IDX) = FIND-FINYEAR
                           SET WS-FOUND TO TRUE
                       ELSE
                           SET RT-IDX UP BY 1
                       END-IF
                   END-PERFORM
               END-IF.
               IF WS-FOUND
                   SET LAST-ENTRY-NO TO RT-IDX
                   MOVE FIND-EMP-ID TO LAST-ENTRY-KEY(1:10)
                   MOVE FIND-FINYEAR TO LAST-ENTRY-KEY(11:9)
               END-IF.

           2200-FIND-YTD-ENTRY.
      *        LEAVES RT-IDX ON THE EMPLOYEE'S ENTRY FROM THE YTD
      *        MASTER, WHATEVER ITS YEAR.
               SET WS-NOT-FOUND TO TRUE.
               SET RT-IDX TO 1.
               PERFORM UNTIL RT-IDX > RECON-COUNT
                       OR WS-FOUND
                   IF RT-EMP-ID(RT-IDX) = FIND-EMP-ID
                           AND RT-ON-YTD-MASTER(RT-IDX)
                       SET WS-FOUND TO TRUE
                   ELSE
                       SET RT-IDX UP BY 1
                   END-IF
               END-PERFORM.

           2250-ADD-ENTRY.
               IF RECON-COUNT >= 5000
                   DISPLAY "RECONCILIATION TABLE FULL - "
                       "RAISE THE TABLE SIZE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO RECON-COUNT.
               SET RT-IDX TO RECON-COUNT.
               MOVE FIND-EMP-ID TO RT-EMP-ID(RT-IDX).
               MOVE FIND-FINYEAR TO RT-FINYEAR(RT-IDX).
               MOVE 'N' TO RT-ON-FILE-SW(RT-IDX).
               MOVE SPACE TO RT-YT-STATUS(RT-IDX).
               MOVE 0 TO RT-YTD-GROSS(RT-IDX).
               MOVE 0 TO RT-YTD-TAX(RT-IDX).
               MOVE 0 TO RT-YTD-SUPER(RT-IDX).
               MOVE 0 TO RT-SLIP-GROSS(RT-IDX).
               MOVE 0 TO RT-SLIP-TAX(RT-IDX).
               MOVE 0 TO RT-SLIP-SUPER(RT-IDX).
               SET LAST-ENTRY-NO TO RT-IDX.
               MOVE FIND-EMP-ID TO LAST-ENTRY-KEY(1:10).
               MOVE FIND-FINYEAR TO LAST-ENTRY-KEY(11:9).

           3100-CHECK-TERMINATIONS.
      *        THE FINAL-PAY RUN MARKS THE YTD ENTRY FINAL-PAID WHEN
      *        IT CLOSES AN EMPLOYEE OUT. A TERMINATED EMPLOYEE WITH NO
      *        YTD ENTRY HAS NEVER BEEN FINAL-PAID EITHER.
               MOVE "TERMINATED EMPLOYEES" TO RSL-TITLE.
               WRITE RECON-REPORT-LINE FROM REPORT-SECTION-LINE.
               MOVE TOTAL-BREAK-COUNT TO SECTION-START-COUNT.
               SET WS-NOT-EOF TO TRUE.
               PERFORM UNTIL WS-EOF
                   READ EMPLOYEE-MASTER-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO MASTER-RECORD-COUNT
                           IF EM-STATUS = 'T'
                               ADD 1 TO TERMINATED-COUNT
                               PERFORM 3150-CHECK-FINAL-PAID
                           END-IF
                   END-READ
               END-PERFORM.
               IF TOTAL-BREAK-COUNT = SECTION-START-COUNT
                   WRITE RECON-REPORT-LINE FROM REPORT-NONE-LINE
               END-IF.

           3150-CHECK-FINAL-PAID.
               MOVE EM-EMP-ID TO FIND-EMP-ID.
               PERFORM 2200-FIND-YTD-ENTRY.
               IF WS-NOT-FOUND
                   MOVE SPACES TO REPORT-DETAIL-LINE
                   MOVE EM-EMP-ID TO RDL-EMP-ID
                   MOVE "EMPMAST" TO RDL-FILE
                   MOVE "TERMINATED - NEVER FINAL-PAID (NO YTD)"
                       TO RDL-EXCEPTION
                   ADD 1 TO FINAL-PAY-BREAK-COUNT
                   PERFORM 4100-WRITE-BREAK
               ELSE
                   IF NOT RT-FINAL-PAID(RT-IDX)
                       MOVE SPACES TO REPORT-DETAIL-LINE
                       MOVE EM-EMP-ID TO RDL-EMP-ID
                       MOVE "YTDMAST" TO RDL-FILE
                       MOVE RT-FINYEAR(RT-IDX) TO RDL-FINYEAR
                       MOVE "TERMINATED BUT NOT MARKED FINAL-PAID"
                           TO RDL-EXCEPTION
                       ADD 1 TO FINAL-PAY-BREAK-COUNT
                       PERFORM 4100-WRITE-BREAK
                   END-IF
               END-IF.

           3200-CHECK-LEAVE-BALANCES.
               MOVE "LEAVE BALANCES" TO RSL-TITLE.
               WRITE RECON-REPORT-LINE FROM REPORT-SECTION-LINE.
               MOVE TOTAL-BREAK-COUNT TO SECTION-START-COUNT.
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
                               ADD 1 TO LEAVE-RECORD-COUNT
                               PERFORM 3250-CHECK-LEAVE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE LEAVE-BALANCE-FILE
               END-IF.
               IF TOTAL-BREAK-COUNT = SECTION-START-COUNT
                   WRITE RECON-REPORT-LINE FROM REPORT-NONE-LINE
               END-IF.

           3250-CHECK-LEAVE-RECORD.
               MOVE LEAVE-BALANCE-RECORD TO LEAVE-SIGNED-VIEW.
               MOVE 'Y' TO LEAVE-READABLE-SW.
               IF LSV-ANNUAL-HOURS NOT NUMERIC
                   MOVE 'N' TO LEAVE-READABLE-SW
                   MOVE SPACES TO REPORT-DETAIL-LINE
                   MOVE "ANNUAL LEAVE BALANCE IS NOT NUMERIC"
                       TO RDL-EXCEPTION
                   PERFORM 3280-WRITE-LEAVE-BREAK
               ELSE
                   IF LSV-ANNUAL-HOURS < 0
                       MOVE SPACES TO REPORT-DETAIL-LINE
                       MOVE "ANNUAL LEAVE BALANCE IS NEGATIVE"
                           TO RDL-EXCEPTION
                       MOVE LSV-ANNUAL-HOURS TO RDL-ON-FILE
                       PERFORM 3280-WRITE-LEAVE-BREAK
                   END-IF
               END-IF.
               IF LSV-SICK-HOURS NOT NUMERIC
                   MOVE 'N' TO LEAVE-READABLE-SW
                   MOVE SPACES TO REPORT-DETAIL-LINE
                   MOVE "SICK LEAVE BALANCE IS NOT NUMERIC"
                       TO RDL-EXCEPTION
                   PERFORM 3280-WRITE-LEAVE-BREAK
               ELSE
                   IF LSV-SICK-HOURS < 0
                       MOVE SPACES TO REPORT-DETAIL-LINE
                       MOVE "SICK LEAVE BALANCE IS NEGATIVE"
                           TO RDL-EXCEPTION
                       MOVE LSV-SICK-HOURS TO RDL-ON-FILE
                       PERFORM 3280-WRITE-LEAVE-BREAK
                   END-IF
               END-IF.
               MOVE LB-EMP-ID TO EM-EMP-ID.
               SET WS-FOUND TO TRUE.
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       SET WS-NOT-FOUND TO TRUE
               END-READ.
               IF WS-NOT-FOUND
                   MOVE SPACES TO REPORT-DETAIL-LINE
                   MOVE LB-EMP-ID TO RDL-EMP-ID
                   MOVE "LEAVEBAL" TO RDL-FILE
                   MOVE "LEAVE RECORD HAS NO EMPLOYEE MASTER"
                       TO RDL-EXCEPTION
                   ADD 1 TO MASTER-BREAK-COUNT
                   PERFORM 4100-WRITE-BREAK
               ELSE
      *            THE FINAL-PAY RUN PAYS OUT THE ANNUAL LEAVE AND
      *            CLEARS BOTH BALANCES - ANYTHING LEFT AFTER IT IS
      *            HOURS THAT WERE NEVER SETTLED. A LEAVER NOT YET
      *            FINAL-PAID IS ALREADY A FINAL-PAY BREAK, AND THE
      *            HOURS ARE WHAT THAT RUN IS STILL TO PAY OUT.
                   IF EM-STATUS = 'T' AND LEAVE-READABLE
                       MOVE LB-EMP-ID TO FIND-EMP-ID
                       PERFORM 2200-FIND-YTD-ENTRY
                       IF WS-FOUND
                           IF RT-FINAL-PAID(RT-IDX)
                               PERFORM 3260-CHECK-HOURS-LEFT
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           3260-CHECK-HOURS-LEFT.
               IF LSV-ANNUAL-HOURS NOT = 0 OR LSV-SICK-HOURS NOT = 0
                   MOVE SPACES TO REPORT-DETAIL-LINE
                   MOVE "TERMINATED - ANNUAL/SICK HOURS LEFT"
                       TO RDL-EXCEPTION
                   MOVE LSV-ANNUAL-HOURS TO RDL-ON-FILE
                   MOVE LSV-SICK-HOURS TO RDL-EXPECTED
                   PERFORM 3280-WRITE-LEAVE-BREAK
               END-IF.

           3280-WRITE-LEAVE-BREAK.
               MOVE LB-EMP-ID TO RDL-EMP-ID.
               MOVE "LEAVEBAL" TO RDL-FILE.
               ADD 1 TO LEAVE-BREAK-COUNT.
               PERFORM 4100-WRITE-BREAK.

           3300-CHECK-YTD-BALANCES.
               MOVE "YTD MASTER AGAINST PAYSLIPS" TO RSL-TITLE.
               WRITE RECON-REPORT-LINE FROM REPORT-SECTION-LINE.
               MOVE TOTAL-BREAK-COUNT TO SECTION-START-COUNT.
               SET RT-IDX TO 1.
               PERFORM UNTIL RT-IDX > RECON-COUNT
                   IF RT-ON-YTD-MASTER(RT-IDX)
                       PERFORM 3350-CHECK-YTD-ENTRY
                   ELSE
                       MOVE SPACES TO REPORT-DETAIL-LINE
                       MOVE "PAYSLIPS FOR A YEAR NOT ON YTD MASTER"
                           TO RDL-EXCEPTION
                       MOVE RT-SLIP-GROSS(RT-IDX) TO RDL-EXPECTED
                       COMPUTE BREAK-DIFFERENCE =
                           0 - RT-SLIP-GROSS(RT-IDX)
                       MOVE BREAK-DIFFERENCE TO RDL-DIFFERENCE
                       PERFORM 3380-WRITE-YTD-BREAK
                   END-IF
                   SET RT-IDX UP BY 1
               END-PERFORM.
               IF TOTAL-BREAK-COUNT = SECTION-START-COUNT
                   WRITE RECON-REPORT-LINE FROM REPORT-NONE-LINE
               END-IF.

           3350-CHECK-YTD-ENTRY.
               MOVE RT-EMP-ID(RT-IDX) TO EM-EMP-ID.
               SET WS-FOUND TO TRUE.
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       SET WS-NOT-FOUND TO TRUE
               END-READ.
               IF WS-NOT-FOUND
                   MOVE SPACES TO REPORT-DETAIL-LINE
                   MOVE RT-EMP-ID(RT-IDX) TO RDL-EMP-ID
                   MOVE "YTDMAST" TO RDL-FILE
                   MOVE RT-FINYEAR(RT-IDX) TO RDL-FINYEAR
                   MOVE "YTD RECORD HAS NO EMPLOYEE MASTER"
                       TO RDL-EXCEPTION
                   ADD 1 TO MASTER-BREAK-COUNT
                   PERFORM 4100-WRITE-BREAK
               END-IF.
               IF RT-YTD-GROSS(RT-IDX) NOT = RT-SLIP-GROSS(RT-IDX)
                   MOVE SPACES TO REPORT-DETAIL-LINE
                   MOVE "YTD GROSS NOT EQUAL TO PAYSLIPS"
                       TO RDL-EXCEPTION
                   MOVE RT-YTD-GROSS(RT-IDX) TO RDL-ON-FILE
                   MOVE RT-SLIP-GROSS(RT-IDX) TO RDL-EXPECTED
                   COMPUTE BREAK-DIFFERENCE = RT-YTD-GROSS(RT-IDX)
                       - RT-SLIP-GROSS(RT-IDX)
                   MOVE BREAK-DIFFERENCE TO RDL-DIFFERENCE
                   PERFORM 3380-WRITE-YTD-BREAK
               END-IF.
               IF RT-YTD-TAX(RT-IDX) NOT = RT-SLIP-TAX(RT-IDX)
                   MOVE SPACES TO REPORT-DETAIL-LINE
                   MOVE "YTD TAX NOT EQUAL TO PAYSLIPS"
                       TO RDL-EXCEPTION
                   MOVE RT-YTD-TAX(RT-IDX) TO RDL-ON-FILE
                   MOVE RT-SLIP-TAX(RT-IDX) TO RDL-EXPECTED
                   COMPUTE BREAK-DIFFERENCE = RT-YTD-TAX(RT-IDX)
                       - RT-SLIP-TAX(RT-IDX)
                   MOVE BREAK-DIFFERENCE TO RDL-DIFFERENCE
                   PERFORM 3380-WRITE-YTD-BREAK
               END-IF.
               IF RT-YTD-SUPER(RT-IDX) NOT = RT-SLIP-SUPER(RT-IDX)
                   MOVE SPACES TO REPORT-DETAIL-LINE
                   MOVE "YTD SUPER NOT EQUAL TO PAYSLIPS"
                       TO RDL-EXCEPTION
                   MOVE RT-YTD-SUPER(RT-IDX) TO RDL-ON-FILE
                   MOVE RT-SLIP-SUPER(RT-IDX) TO RDL-EXPECTED
                   COMPUTE BREAK-DIFFERENCE = RT-YTD-SUPER(RT-IDX)
                       - RT-SLIP-SUPER(RT-IDX)
                   MOVE BREAK-DIFFERENCE TO RDL-DIFFERENCE
                   PERFORM 3380-WRITE-YTD-BREAK
               END-IF.

           3380-WRITE-YTD-BREAK.
               MOVE RT-EMP-ID(RT-IDX) TO RDL-EMP-ID.
               MOVE "YTDMAST" TO RDL-FILE.
               MOVE RT-FINYEAR(RT-IDX) TO RDL-FINYEAR.
               ADD 1 TO YTD-BREAK-COUNT.
               PERFORM 4100-WRITE-BREAK.

           3400-CHECK-DEDUCTIONS.
               MOVE "DEDUCTIONS" TO RSL-TITLE.
               WRITE RECON-REPORT-LINE FROM REPORT-SECTION-LINE.
               MOVE TOTAL-BREAK-COUNT TO SECTION-START-COUNT.
               OPEN INPUT DEDUCTION-MASTER-FILE.
               IF DEDUCTION-MASTER-FILE-STATUS = "35"
                   DISPLAY "NO DEDUCTION MASTER FILE - NO DEDUCTIONS "
                       "HELD"
               ELSE
                   IF DEDUCTION-MASTER-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN DEDUCTION MASTER FILE "
                           "- STATUS " DEDUCTION-MASTER-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-EOF
                       READ DEDUCTION-MASTER-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO DEDUCTION-RECORD-COUNT
                               PERFORM 3450-CHECK-DEDUCTION
                       END-READ
                   END-PERFORM
                   CLOSE DEDUCTION-MASTER-FILE
               END-IF.
               IF TOTAL-BREAK-COUNT = SECTION-START-COUNT
                   WRITE RECON-REPORT-LINE FROM REPORT-NONE-LINE
               END-IF.

           3450-CHECK-DEDUCTION.
               MOVE DM-EMP-ID TO EM-EMP-ID.
               SET WS-FOUND TO TRUE.
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       SET WS-NOT-FOUND TO TRUE
               END-READ.
               IF WS-NOT-FOUND
                   MOVE SPACES TO REPORT-DETAIL-LINE
                   MOVE DM-EMP-ID TO RDL-EMP-ID
                   MOVE "DEDMAST" TO RDL-FILE
                   MOVE "DEDUCTION TYPE   HAS NO EMPLOYEE MASTER"
                       TO RDL-EXCEPTION
                   MOVE DM-TYPE TO RDL-EXCEPTION(16:1)
                   ADD 1 TO MASTER-BREAK-COUNT
                   PERFORM 4100-WRITE-BREAK
               END-IF.

           4000-WRITE-SUMMARY.
               MOVE SPACES TO RSL-TITLE.
               WRITE RECON-REPORT-LINE FROM REPORT-SECTION-LINE.
               MOVE "SUMMARY" TO RSL-TITLE.
               WRITE RECON-REPORT-LINE FROM REPORT-SECTION-LINE.
               MOVE "  YTD ENTRIES NOT EQUAL TO PAYSLIPS"
                   TO RCL-LABEL.
               MOVE YTD-BREAK-COUNT TO RCL-COUNT.
               WRITE RECON-REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "  RECORDS WITH NO EMPLOYEE MASTER"
                   TO RCL-LABEL.
               MOVE MASTER-BREAK-COUNT TO RCL-COUNT.
               WRITE RECON-REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "  TERMINATED EMPLOYEES NOT FINAL-PAID"
                   TO RCL-LABEL.
               MOVE FINAL-PAY-BREAK-COUNT TO RCL-COUNT.
               WRITE RECON-REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "  LEAVE BALANCE BREAKS" TO RCL-LABEL.
               MOVE LEAVE-BREAK-COUNT TO RCL-COUNT.
               WRITE RECON-REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "  TOTAL BREAKS" TO RCL-LABEL.
               MOVE TOTAL-BREAK-COUNT TO RCL-COUNT.
               WRITE RECON-REPORT-LINE FROM REPORT-COUNT-LINE.
               IF TOTAL-BREAK-COUNT > 0
                   MOVE "BREAKS OPEN - PAY RUNS STOPPED"
                       TO ROL-TEXT
               ELSE
                   MOVE "NO BREAKS - PAY RUNS MAY PROCEED" TO ROL-TEXT
               END-IF.
               WRITE RECON-REPORT-LINE FROM REPORT-OUTCOME-LINE.

           4100-WRITE-BREAK.
               WRITE RECON-REPORT-LINE FROM REPORT-DETAIL-LINE.
               ADD 1 TO TOTAL-BREAK-COUNT.

           5000-WRITE-STATUS.
      *        THE STATUS ROW IS REPLACED EVERY RUN - A CLEAN RUN
      *        CLEARS AN EARLIER SIGN-OFF, AND NEW BREAKS NEED A NEW
      *        ONE. THE HISTORY KEEPS EVERY OUTCOME.
               MOVE SPACES TO RECON-STATUS-RECORD.
               IF TOTAL-BREAK-COUNT > 0
                   SET RS-BREAKS-OPEN TO TRUE
               ELSE
                   SET RS-CLEAR TO TRUE
               END-IF.
               MOVE RECON-RUN-AT TO RS-RUN-AT.
               MOVE TOTAL-BREAK-COUNT TO RS-BREAK-COUNT.
               MOVE YTD-BREAK-COUNT TO RS-YTD-BREAKS.
               MOVE MASTER-BREAK-COUNT TO RS-MASTER-BREAKS.
               MOVE FINAL-PAY-BREAK-COUNT TO RS-FINAL-PAY-BREAKS.
               MOVE LEAVE-BREAK-COUNT TO RS-LEAVE-BREAKS.
               OPEN OUTPUT RECON-STATUS-FILE.
               IF RECON-STATUS-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN RECONCILIATION STATUS "
                       "FILE - STATUS " RECON-STATUS-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               WRITE RECON-STATUS-RECORD.
               CLOSE RECON-STATUS-FILE.
               OPEN EXTEND RECON-HISTORY-FILE.
               IF RECON-HISTORY-FILE-STATUS = "35"
                   OPEN OUTPUT RECON-HISTORY-FILE
               END-IF.
               IF RECON-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN RECONCILIATION HISTORY "
                       "FILE - STATUS " RECON-HISTORY-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               WRITE RECON-HISTORY-LINE FROM RECON-STATUS-RECORD.
               CLOSE RECON-HISTORY-FILE.

           9000-CLOSE-FILES.
               CLOSE EMPLOYEE-MASTER-FILE.
               CLOSE RECON-REPORT-FILE.

           END PROGRAM PAYROLL_RECON.
