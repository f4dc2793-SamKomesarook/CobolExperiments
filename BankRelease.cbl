           IDENTIFICATION DIVISION.
           PROGRAM-ID. BANK_RELEASE.

      *        HELD BANK CREDIT RELEASE AND EXCEPTION REPORT. THE PAY
      *        RUN KEEPS AN EMPLOYEE'S CREDIT OUT OF data/BANKPAY.ABA
      *        WHEN THEIR BANK DETAILS WERE CHANGED SHORTLY BEFORE THE
      *        RUN AND NOBODY HAS YET VERIFIED THE CHANGE, AND PARKS IT
      *        ON data/BANKHELD.DAT. THIS RUN REVIEWS EVERY CREDIT STILL
      *        HELD THERE AND RELEASES IT TO data/BANKREL.ABA ONCE
      *
      *          - A SECOND USER HAS VERIFIED THE CHANGE THROUGH
      *            EMP_MAINT (ACTION 'V'), AND
      *          - THE PERIOD, BATCH OR FINAL-PAY RUN THAT HELD IT
      *            HAS BEEN APPROVED THROUGH PAY_APPROVE.
      *
      *        A RELEASED CREDIT IS PAID TO THE VERIFIED DETAILS NOW ON
      *        THE MASTER, WHICH MAY DIFFER FROM THE ONES IT WAS HELD ON
      *        IF THE CHANGE WAS CORRECTED IN THE MEANTIME. EVERYTHING
      *        STILL HELD, WITH THE REASON, AND EVERYTHING RELEASED BY
      *        THIS RUN IS LISTED ON data/BANKHOLD.RPT. THE RELEASE FILE
      *        IS PROVED AGAINST THE CREDITS REVIEWED THE SAME WAY THE
      *        PAY RUN PROVES ITS OWN BANK FILE.

           ENVIRONMENT DIVISION.
               INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT PAY-APPROVAL-FILE
                       ASSIGN TO "data/PAYAPPR.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS PAY-APPROVAL-FILE-STATUS.
                   SELECT HELD-CREDIT-FILE
                       ASSIGN TO "data/BANKHELD.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS HELD-CREDIT-FILE-STATUS.
                   SELECT EMPLOYEE-MASTER-FILE
                       ASSIGN TO "data/EMPMAST.DAT"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS EM-EMP-ID
                       FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
                   SELECT RELEASE-BANK-FILE
                       ASSIGN TO "data/BANKREL.ABA"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RELEASE-BANK-FILE-STATUS.
                   SELECT HOLD-REPORT-FILE
                       ASSIGN TO "data/BANKHOLD.RPT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS HOLD-REPORT-FILE-STATUS.

           DATA DIVISION.
               FILE SECTION.
               FD PAY-APPROVAL-FILE.
               COPY PAYAPPR.

               FD HELD-CREDIT-FILE.
               COPY BANKHELD.

               FD EMPLOYEE-MASTER-FILE.
               COPY EMPMAST.

               FD RELEASE-BANK-FILE.
               01 RELEASE-BANK-LINE PIC X(120).

               FD HOLD-REPORT-FILE.
               01 HOLD-REPORT-LINE PIC X(132).

               WORKING-STORAGE SECTION.
               01 PAY-APPROVAL-FILE-STATUS PIC X(2).
               01 HELD-CREDIT-FILE-STATUS PIC X(2).
               01 EMPLOYEE-MASTER-FILE-STATUS PIC X(2).
               01 RELEASE-BANK-FILE-STATUS PIC X(2).
               01 HOLD-REPORT-FILE-STATUS PIC X(2).

               01 WS-EOF-SW PIC X(1).
                   88 WS-EOF VALUE 'Y'.
                   88 WS-NOT-EOF VALUE 'N'.

               01 WS-FOUND-SW PIC X(1).
                   88 WS-FOUND VALUE 'Y'.
                   88 WS-NOT-FOUND VALUE 'N'.

      *        THE PAY RUNS THAT HAVE BEEN APPROVED OR ARE STILL
      *        AWAITING APPROVAL.
               01 APPROVED-RUN-TABLE.
                   05 APPROVED-RUN-ENTRY OCCURS 500 TIMES
                          INDEXED BY AR-IDX.
                       10 ART-PERIOD-END PIC X(8).
                       10 ART-SLIP-SEQ PIC 9(3).
                       10 ART-STATUS PIC X(1).
                           88 ART-APPROVED VALUE 'A'.
                           88 ART-PENDING VALUE 'P'.
               01 APPROVED-RUN-COUNT PIC 9(4) VALUE 0.
               01 RUN-PENDING-SW PIC X(1) VALUE 'N'.
                   88 RUN-PENDING VALUE 'Y'.

      *        THE HELD CREDIT FILE, REWRITTEN WITH THIS RUN'S
      *        RELEASES MARKED.
               01 HELD-CREDIT-TABLE.
                   05 HELD-CREDIT-ENTRY OCCURS 2000 TIMES
                          INDEXED BY HC-IDX.
                       10 HCT-ROW PIC X(194).
               01 HELD-CREDIT-COUNT PIC 9(4) VALUE 0.

      *        THE HELD ABA CREDIT, AS THE PAY RUN BUILT IT.
               01 HELD-DETAIL.
                   05 HD-RECORD-TYPE PIC X(1).
                   05 HD-BSB PIC X(7).
                   05 HD-ACCOUNT PIC X(9).
                   05 FILLER PIC X(3).
                   05 HD-AMOUNT PIC 9(10).
                   05 HD-TITLE PIC X(32).
                   05 HD-REFERENCE PIC X(18).
                   05 FILLER PIC X(40).

               01 HOLD-REASON PIC X(30).
               01 RELEASE-TIMESTAMP PIC X(14).
               01 REVIEWED-COUNT PIC 9(7) VALUE 0.
               01 RELEASED-COUNT PIC 9(7) VALUE 0.
               01 STILL-HELD-COUNT PIC 9(7) VALUE 0.
               01 REVIEWED-TOTAL-CENTS PIC 9(11) VALUE 0.
               01 RELEASED-TOTAL-CENTS PIC 9(11) VALUE 0.
               01 STILL-HELD-TOTAL-CENTS PIC 9(11) VALUE 0.
               01 RELEASE-DETAIL-COUNT PIC 9(6) VALUE 0.
               01 REPORT-AMOUNT PIC 9(9)V99.

               01 WS-DATE-WORK.
                   05 WS-DATE-YYYY.
                       10 FILLER PIC X(2).
                       10 WS-DATE-YY PIC X(2).
                   05 WS-DATE-MM PIC X(2).
                   05 WS-DATE-DD PIC X(2).
                   05 FILLER PIC X(13).

               01 ABA-HEADER-RECORD.
                   05 FILLER PIC X(1) VALUE "0".
                   05 FILLER PIC X(17) VALUE SPACES.
                   05 FILLER PIC X(2) VALUE "01".
                   05 FILLER PIC X(3) VALUE "CBA".
                   05 FILLER PIC X(7) VALUE SPACES.
                   05 FILLER PIC X(26) VALUE
                       "SOUTHERN CROSS CONSOLIDATE".
                   05 FILLER PIC X(6) VALUE "301500".
                   05 FILLER PIC X(12) VALUE "HELD PAY".
                   05 ABA-HDR-DATE.
                       10 ABA-HDR-DD PIC X(2).
                       10 ABA-HDR-MM PIC X(2).
                       10 ABA-HDR-YY PIC X(2).
                   05 FILLER PIC X(40) VALUE SPACES.

               01 ABA-DETAIL-RECORD.
                   05 FILLER PIC X(1) VALUE "1".
                   05 ABA-DET-BSB-1 PIC X(3).
                   05 FILLER PIC X(1) VALUE "-".
                   05 ABA-DET-BSB-2 PIC X(3).
                   05 ABA-DET-ACCOUNT PIC X(9).
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 FILLER PIC X(2) VALUE "53".
                   05 ABA-DET-AMOUNT PIC 9(10).
                   05 ABA-DET-TITLE PIC X(32).
                   05 ABA-DET-REFERENCE PIC X(18).
                   05 FILLER PIC X(3) VALUE "062".
                   05 FILLER PIC X(1) VALUE "-".
                   05 FILLER PIC X(3) VALUE "000".
                   05 FILLER PIC X(9) VALUE "999999999".
                   05 FILLER PIC X(16) VALUE "SOUTHERN CROSS".
                   05 FILLER PIC X(8) VALUE "00000000".

               01 ABA-TRAILER-RECORD.
                   05 FILLER PIC X(1) VALUE "7".
                   05 FILLER PIC X(7) VALUE "999-999".
                   05 FILLER PIC X(12) VALUE SPACES.
                   05 ABA-TRL-NET PIC 9(10).
                   05 ABA-TRL-CREDIT PIC 9(10).
                   05 ABA-TRL-DEBIT PIC 9(10) VALUE 0.
                   05 FILLER PIC X(24) VALUE SPACES.
                   05 ABA-TRL-COUNT PIC 9(6).
                   05 FILLER PIC X(40) VALUE SPACES.

               01 ABA-BSB-WORK.
                   05 ABA-BSB-WORK-1 PIC X(3).
                   05 ABA-BSB-WORK-2 PIC X(3).

               01 MASTER-BSB-EDITED.
                   05 MBE-BSB-1 PIC X(3).
                   05 MBE-DASH PIC X(1).
                   05 MBE-BSB-2 PIC X(3).

               01 REPORT-HEADER-LINE.
                   05 FILLER PIC X(40) VALUE
                       "HELD BANK CREDITS - EXCEPTION REPORT".
                   05 FILLER PIC X(5) VALUE "RUN ".
                   05 RHL-RUN-DATE PIC X(8).

               01 REPORT-COLUMN-LINE.
                   05 FILLER PIC X(12) VALUE "EMPLOYEE".
                   05 FILLER PIC X(14) VALUE "PERIOD   SEQ".
                   05 FILLER PIC X(17) VALUE "         AMOUNT".
                   05 FILLER PIC X(10) VALUE "CHANGED".
                   05 FILLER PIC X(10) VALUE "BY".
                   05 FILLER PIC X(10) VALUE "STATUS".
                   05 FILLER PIC X(30) VALUE "REASON / VERIFIED BY".

               01 REPORT-DETAIL-LINE.
                   05 RDL-EMP-ID PIC X(10).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-PERIOD-END PIC X(8).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RDL-SLIP-SEQ PIC 9(3).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(3) VALUE SPACES.
                   05 RDL-CHANGED-DATE PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-CHANGED-BY PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-STATUS PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-REASON PIC X(30).

               01 REPORT-TOTAL-LINE.
                   05 RTL-LABEL PIC X(20).
                   05 RTL-COUNT PIC ZZZZZZ9.
                   05 FILLER PIC X(11) VALUE " CREDITS".
                   05 RTL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

           PROCEDURE DIVISION.

           0000-MAIN-LOGIC.
               DISPLAY "HELD BANK CREDIT RELEASE".
               PERFORM 1000-LOAD-APPROVED-RUNS.
               PERFORM 1100-LOAD-HELD-CREDITS.
               PERFORM 1200-OPEN-FILES.
               SET HC-IDX TO 1.
               PERFORM UNTIL HC-IDX > HELD-CREDIT-COUNT
                   MOVE HCT-ROW(HC-IDX) TO HELD-CREDIT-RECORD
                   IF HC-HELD
                       PERFORM 2000-REVIEW-HELD-CREDIT
                       MOVE HELD-CREDIT-RECORD TO HCT-ROW(HC-IDX)
                   END-IF
                   SET HC-IDX UP BY 1
               END-PERFORM.
               PERFORM 5000-WRITE-RELEASE-TRAILER.
               PERFORM 6000-WRITE-REPORT-TOTALS.
               PERFORM 7000-REWRITE-HELD-CREDITS.
               PERFORM 9000-CLOSE-FILES.
               DISPLAY REVIEWED-COUNT " HELD CREDITS REVIEWED".
               DISPLAY RELEASED-COUNT " RELEASED TO data/BANKREL.ABA".
               DISPLAY STILL-HELD-COUNT " STILL HELD - SEE "
                   "data/BANKHOLD.RPT".
               IF STILL-HELD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF.
               STOP RUN.

           1000-LOAD-APPROVED-RUNS.
               OPEN INPUT PAY-APPROVAL-FILE.
               IF PAY-APPROVAL-FILE-STATUS = "35"
                   DISPLAY "NO PAY RUN APPROVAL FILE - NO HELD CREDIT "
                       "CAN BE RELEASED"
               ELSE
                   IF PAY-APPROVAL-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN PAY RUN APPROVAL FILE "
                           "- STATUS " PAY-APPROVAL-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-EOF
                       READ PAY-APPROVAL-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF PR-APPROVED OR PR-PENDING
                                   PERFORM 1050-TABLE-APPROVED-RUN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAY-APPROVAL-FILE
               END-IF.

           1050-TABLE-APPROVED-RUN.
               IF APPROVED-RUN-COUNT >= 500
                   DISPLAY "APPROVED RUN TABLE FULL - "
                       "RAISE THE TABLE SIZE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO APPROVED-RUN-COUNT.
               SET AR-IDX TO APPROVED-RUN-COUNT.
               MOVE PR-PERIOD-END TO ART-PERIOD-END(AR-IDX).
               MOVE PR-SLIP-SEQ TO ART-SLIP-SEQ(AR-IDX).
               MOVE PR-STATUS TO ART-STATUS(AR-IDX).

           1100-LOAD-HELD-CREDITS.
               OPEN INPUT HELD-CREDIT-FILE.
               IF HELD-CREDIT-FILE-STATUS = "35"
                   DISPLAY "NO HELD BANK CREDIT FILE - NOTHING IS HELD"
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF HELD-CREDIT-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN HELD BANK CREDIT FILE - "
                       "STATUS " HELD-CREDIT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               SET WS-NOT-EOF TO TRUE.
               PERFORM UNTIL WS-EOF
                   READ HELD-CREDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 1150-TABLE-HELD-CREDIT
                   END-READ
               END-PERFORM.
               CLOSE HELD-CREDIT-FILE.

           1150-TABLE-HELD-CREDIT.
               IF HELD-CREDIT-COUNT >= 2000
                   DISPLAY "HELD CREDIT TABLE FULL - "
                       "RAISE THE TABLE SIZE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO HELD-CREDIT-COUNT.
               SET HC-IDX TO HELD-CREDIT-COUNT.
               MOVE HELD-CREDIT-RECORD TO HCT-ROW(HC-IDX).

           1200-OPEN-FILES.
               OPEN INPUT EMPLOYEE-MASTER-FILE.
               IF EMPLOYEE-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN EMPLOYEE MASTER FILE - "
                       "STATUS " EMPLOYEE-MASTER-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT RELEASE-BANK-FILE.
               IF RELEASE-BANK-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN RELEASE BANK FILE - "
                       "STATUS " RELEASE-BANK-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT HOLD-REPORT-FILE.
               IF HOLD-REPORT-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN HELD CREDIT REPORT - "
                       "STATUS " HOLD-REPORT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-DATE-WORK.
               MOVE FUNCTION CURRENT-DATE TO RELEASE-TIMESTAMP.
               MOVE WS-DATE-DD TO ABA-HDR-DD.
               MOVE WS-DATE-MM TO ABA-HDR-MM.
               MOVE WS-DATE-YY TO ABA-HDR-YY.
               WRITE RELEASE-BANK-LINE FROM ABA-HEADER-RECORD.
               MOVE RELEASE-TIMESTAMP(1:8) TO RHL-RUN-DATE.
               WRITE HOLD-REPORT-LINE FROM REPORT-HEADER-LINE.
               WRITE HOLD-REPORT-LINE FROM REPORT-COLUMN-LINE.

           2000-REVIEW-HELD-CREDIT.
      *        THE CREDIT STAYS HELD UNTIL EVERY CHECK PASSES - THE
      *        FIRST ONE THAT FAILS IS THE REASON REPORTED.
               MOVE HC-ABA-DETAIL TO HELD-DETAIL.
               ADD 1 TO REVIEWED-COUNT.
               ADD HD-AMOUNT TO REVIEWED-TOTAL-CENTS.
               MOVE SPACES TO HOLD-REASON.
               MOVE HC-EMP-ID TO EM-EMP-ID.
               SET WS-FOUND TO TRUE.
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       SET WS-NOT-FOUND TO TRUE
               END-READ.
               IF WS-NOT-FOUND
                   MOVE "NOT ON EMPLOYEE MASTER" TO HOLD-REASON
               ELSE
                   IF EM-BANK-UNVERIFIED
                       MOVE "BANK CHANGE AWAITING VERIFY"
                           TO HOLD-REASON
                   ELSE
                       IF EM-BSB = SPACES OR EM-ACCOUNT-NO = SPACES
                           MOVE "NO BANK DETAILS ON MASTER"
                               TO HOLD-REASON
                       END-IF
                   END-IF
               END-IF.
      *        EVERY HELD CREDIT NEEDS ITS RUN APPROVED.
               IF HOLD-REASON = SPACES
                   PERFORM 2100-CHECK-RUN-APPROVED
                   IF WS-NOT-FOUND
                       MOVE "PAY RUN NOT YET APPROVED" TO HOLD-REASON
                   END-IF
               END-IF.
               IF HOLD-REASON = SPACES
                   PERFORM 2200-RELEASE-CREDIT
               ELSE
                   ADD 1 TO STILL-HELD-COUNT
                   ADD HD-AMOUNT TO STILL-HELD-TOTAL-CENTS
                   MOVE "HELD" TO RDL-STATUS
                   MOVE HOLD-REASON TO RDL-REASON
                   PERFORM 2300-WRITE-REPORT-DETAIL
               END-IF.

           2100-CHECK-RUN-APPROVED.
      *        EVERY FINAL-PAY RUN FOR A PERIOD END HOLDS UNDER
      *        SEQUENCE 002, SO WHILE ANY RUN FOR THE PERIOD END AND
      *        SEQUENCE IS STILL PENDING THE CREDIT MAY BE ITS AND
      *        STAYS HELD.
               SET WS-NOT-FOUND TO TRUE.
               MOVE 'N' TO RUN-PENDING-SW.
               SET AR-IDX TO 1.
               PERFORM UNTIL AR-IDX > APPROVED-RUN-COUNT
                   IF ART-PERIOD-END(AR-IDX) = HC-PERIOD-END
                           AND ART-SLIP-SEQ(AR-IDX) = HC-SLIP-SEQ
                       IF ART-APPROVED(AR-IDX)
                           SET WS-FOUND TO TRUE
                       ELSE
                           SET RUN-PENDING TO TRUE
                       END-IF
                   END-IF
                   SET AR-IDX UP BY 1
               END-PERFORM.
               IF RUN-PENDING
                   SET WS-NOT-FOUND TO TRUE
               END-IF.

           2200-RELEASE-CREDIT.
      *        PAID TO THE VERIFIED DETAILS ON THE MASTER, NOT THE ONES
      *        THE CREDIT WAS HELD ON - IF THE CHANGE WAS BOGUS AND HAS
      *        SINCE BEEN PUT BACK, THE MONEY GOES TO THE RIGHT PLACE.
               MOVE EM-BSB TO ABA-BSB-WORK.
               MOVE ABA-BSB-WORK-1 TO MBE-BSB-1.
               MOVE "-" TO MBE-DASH.
               MOVE ABA-BSB-WORK-2 TO MBE-BSB-2.
               MOVE ABA-BSB-WORK-1 TO ABA-DET-BSB-1.
               MOVE ABA-BSB-WORK-2 TO ABA-DET-BSB-2.
               MOVE EM-ACCOUNT-NO TO ABA-DET-ACCOUNT.
               MOVE HD-AMOUNT TO ABA-DET-AMOUNT.
               MOVE EM-ACCOUNT-NAME TO ABA-DET-TITLE.
               MOVE HD-REFERENCE TO ABA-DET-REFERENCE.
               WRITE RELEASE-BANK-LINE FROM ABA-DETAIL-RECORD.
               ADD HD-AMOUNT TO RELEASED-TOTAL-CENTS.
               ADD 1 TO RELEASE-DETAIL-COUNT.
               ADD 1 TO RELEASED-COUNT.
               SET HC-RELEASED TO TRUE.
               MOVE EM-BANK-VERIFIED-BY TO HC-RELEASED-BY.
               MOVE RELEASE-TIMESTAMP TO HC-RELEASED-AT.
               MOVE "RELEASED" TO RDL-STATUS.
               MOVE SPACES TO RDL-REASON.
               IF MASTER-BSB-EDITED NOT = HD-BSB
                       OR EM-ACCOUNT-NO NOT = HD-ACCOUNT
                   STRING EM-BANK-VERIFIED-BY DELIMITED BY SIZE
                       " - NEW DETAILS" DELIMITED BY SIZE
                       INTO RDL-REASON
               ELSE
                   MOVE EM-BANK-VERIFIED-BY TO RDL-REASON
               END-IF.
               PERFORM 2300-WRITE-REPORT-DETAIL.

           2300-WRITE-REPORT-DETAIL.
               MOVE HC-EMP-ID TO RDL-EMP-ID.
               MOVE HC-PERIOD-END TO RDL-PERIOD-END.
               MOVE HC-SLIP-SEQ TO RDL-SLIP-SEQ.
               COMPUTE REPORT-AMOUNT = HD-AMOUNT / 100.
               MOVE REPORT-AMOUNT TO RDL-AMOUNT.
               MOVE HC-BANK-CHANGED-DATE TO RDL-CHANGED-DATE.
               MOVE HC-BANK-CHANGED-BY TO RDL-CHANGED-BY.
               WRITE HOLD-REPORT-LINE FROM REPORT-DETAIL-LINE.

           5000-WRITE-RELEASE-TRAILER.
      *        THE RELEASE FILE PLUS THE CREDITS STILL HELD MUST
      *        ACCOUNT FOR EVERY CREDIT REVIEWED TO THE CENT.
               MOVE RELEASED-TOTAL-CENTS TO ABA-TRL-NET.
               MOVE RELEASED-TOTAL-CENTS TO ABA-TRL-CREDIT.
               MOVE RELEASE-DETAIL-COUNT TO ABA-TRL-COUNT.
               WRITE RELEASE-BANK-LINE FROM ABA-TRAILER-RECORD.
               IF RELEASED-TOTAL-CENTS + STILL-HELD-TOTAL-CENTS
                       NOT = REVIEWED-TOTAL-CENTS
                   DISPLAY "RELEASED TOTAL " RELEASED-TOTAL-CENTS
                       " PLUS HELD " STILL-HELD-TOTAL-CENTS
                       " DOES NOT MATCH REVIEWED TOTAL "
                       REVIEWED-TOTAL-CENTS
                       " - DO NOT RELEASE data/BANKREL.ABA"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               DISPLAY "RELEASE FILE BALANCED - " RELEASE-DETAIL-COUNT
                   " CREDITS TOTALLING " RELEASED-TOTAL-CENTS " CENTS".

           6000-WRITE-REPORT-TOTALS.
               MOVE SPACES TO HOLD-REPORT-LINE.
               WRITE HOLD-REPORT-LINE.
               MOVE "RELEASED" TO RTL-LABEL.
               MOVE RELEASED-COUNT TO RTL-COUNT.
               COMPUTE REPORT-AMOUNT = RELEASED-TOTAL-CENTS / 100.
               MOVE REPORT-AMOUNT TO RTL-AMOUNT.
               WRITE HOLD-REPORT-LINE FROM REPORT-TOTAL-LINE.
               MOVE "STILL HELD" TO RTL-LABEL.
               MOVE STILL-HELD-COUNT TO RTL-COUNT.
               COMPUTE REPORT-AMOUNT = STILL-HELD-TOTAL-CENTS / 100.
               MOVE REPORT-AMOUNT TO RTL-AMOUNT.
               WRITE HOLD-REPORT-LINE FROM REPORT-TOTAL-LINE.

           7000-REWRITE-HELD-CREDITS.
      *        RELEASED AND CANCELLED ROWS ARE KEPT - THE FILE IS THE
      *        RECORD OF WHAT WAS HELD, WHY, AND WHO LET IT GO.
               OPEN OUTPUT HELD-CREDIT-FILE.
               IF HELD-CREDIT-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO REWRITE HELD BANK CREDIT FILE - "
                       "STATUS " HELD-CREDIT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               SET HC-IDX TO 1.
               PERFORM UNTIL HC-IDX > HELD-CREDIT-COUNT
                   MOVE HCT-ROW(HC-IDX) TO HELD-CREDIT-RECORD
                   WRITE HELD-CREDIT-RECORD
                   SET HC-IDX UP BY 1
               END-PERFORM.
               CLOSE HELD-CREDIT-FILE.

           9000-CLOSE-FILES.
               CLOSE EMPLOYEE-MASTER-FILE.
               CLOSE RELEASE-BANK-FILE.
               CLOSE HOLD-REPORT-FILE.

           END PROGRAM BANK_RELEASE.
