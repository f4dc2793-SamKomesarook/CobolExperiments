                       ACCESS MODE IS RANDOM
                       RECORD KEY IS EM-EMP-ID
                       FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
                   SELECT COST-CENTRE-FILE
                       ASSIGN TO "data/COSTCTR.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS COST-CENTRE-FILE-STATUS.
                   SELECT MASTER-HISTORY-FILE
                       ASSIGN TO "data/EMPHIST.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS MASTER-HISTORY-FILE-STATUS.
                   SELECT MAINT-REPORT-FILE
                       ASSIGN TO "data/EMPMAINT.RPT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       88 MT-ACTION-ADD VALUE 'A'.
                       88 MT-ACTION-CHANGE VALUE 'C'.
                       88 MT-ACTION-TERMINATE VALUE 'T'.
                       88 MT-ACTION-VERIFY VALUE 'V'.
                   05 MT-EMP-ID PIC X(10).
                   05 MT-NAME PIC X(30).
                   05 MT-REGION PIC X(3).
      *        NZ ONLY - KIWISAVER MEMBERSHIP, 'T' OR 'F'. BLANK ON
      *        AN ADD DEFAULTS TO 'F'.
                   05 MT-KIWISAVER PIC X(1).
      *        TAX DECLARATION - TFN (AU) OR IRD NUMBER (NZ), THE
      *        TAX-FREE THRESHOLD CLAIM 'T' OR 'F' (AU, BLANK ON AN
      *        ADD DEFAULTS TO 'F'), AND THE NZ TAX CODE.
                   05 MT-TAX-ID PIC X(9).
                   05 MT-TAX-FREE-THRESHOLD PIC X(1).
                   05 MT-NZ-TAX-CODE PIC X(3).
      *        COST CENTRE ALLOCATION - UP TO FOUR CODES, EACH WITH
      *        ITS PERCENTAGE AS FIVE DIGITS (10000 = 100.00). A
      *        SINGLE CODE WITH A BLANK PERCENTAGE TAKES 100.00. ON A
      *        CHANGE, A CODE IN THE FIRST ENTRY REPLACES THE WHOLE
      *        ALLOCATION; A BLANK FIRST ENTRY LEAVES IT AS IT IS.
                   05 MT-COST-ALLOCATION OCCURS 4 TIMES.
                       10 MT-CC-CODE PIC X(6).
                       10 MT-CC-PERCENT PIC 9(3)V99.
      *        THE USER ID OF WHOEVER KEYED THE TRANSACTION - LOGGED
      *        ON THE MASTER HISTORY AND REQUIRED ON EVERY ACTION.
                   05 MT-USER PIC X(8).
      *        AU ONLY - THE STATE OR TERRITORY WORKED IN, FOR PAYROLL
      *        TAX. REQUIRED ON AN AU ADD; BLANK ON A CHANGE LEAVES IT
      *        AS IT IS.
                   05 MT-WORK-STATE PIC X(3).

               FD EMPLOYEE-MASTER-FILE.
               COPY EMPMAST.

      *        THE COST CENTRES FINANCE HAS OPENED IN THE LEDGER.
               FD COST-CENTRE-FILE.
               01 COST-CENTRE-RECORD.
                   05 CC-CODE PIC X(6).
                   05 CC-NAME PIC X(30).

      *        PERMANENT HISTORY OF EVERY MASTER CHANGE - APPENDED,
      *        NEVER REWRITTEN.
               FD MASTER-HISTORY-FILE.
               COPY EMPHIST.

               FD MAINT-REPORT-FILE.
               01 MAINT-REPORT-LINE PIC X(80).

               01 MAINT-TRAN-FILE-STATUS PIC X(2).
               01 EMPLOYEE-MASTER-FILE-STATUS PIC X(2).
               01 MAINT-REPORT-FILE-STATUS PIC X(2).
               01 COST-CENTRE-FILE-STATUS PIC X(2).
               01 MASTER-HISTORY-FILE-STATUS PIC X(2).

               01 WS-EOF-SW PIC X(1).
                   88 WS-EOF VALUE 'Y'.

               01 WS-REJECT-REASON PIC X(40).

      *        TAX NUMBER CHECK DIGITS. A TFN IS VALID WHEN THE SUM
      *        OF ITS NINE DIGITS TIMES THE TFN WEIGHTS DIVIDES BY 11.
      *        AN IRD NUMBER IS WEIGHTED OVER ITS FIRST EIGHT DIGITS;
      *        ELEVEN LESS THE REMAINDER IS THE CHECK DIGIT, AND A
      *        RESULT OF 10 IS RE-WEIGHTED WITH THE SECONDARY SET.
               01 TAX-ID-WORK.
                   05 TAX-ID-DIGIT PIC 9(1) OCCURS 9 TIMES.
               01 TFN-WEIGHT-VALUES PIC X(18)
                       VALUE "010403070508060910".
               01 TFN-WEIGHT-TABLE REDEFINES TFN-WEIGHT-VALUES.
                   05 TFN-WEIGHT PIC 9(2) OCCURS 9 TIMES.
               01 IRD-WEIGHT-VALUES PIC X(16)
                       VALUE "0302070605040302".
               01 IRD-WEIGHT-TABLE REDEFINES IRD-WEIGHT-VALUES.
                   05 IRD-WEIGHT PIC 9(2) OCCURS 8 TIMES.
               01 IRD-ALT-WEIGHT-VALUES PIC X(16)
                       VALUE "0704030205020706".
               01 IRD-ALT-WEIGHT-TABLE REDEFINES IRD-ALT-WEIGHT-VALUES.
                   05 IRD-ALT-WEIGHT PIC 9(2) OCCURS 8 TIMES.
               01 DIGIT-SUB PIC 9(2) VALUE 0.
               01 WEIGHTED-SUM PIC 9(5) VALUE 0.
               01 CHECK-QUOTIENT PIC 9(5) VALUE 0.
               01 CHECK-REMAINDER PIC 9(2) VALUE 0.
               01 CHECK-DIGIT PIC 9(2) VALUE 0.
               01 IRD-NUMBER-WORK PIC 9(9) VALUE 0.

      *        OPEN COST CENTRES. WITHOUT THE FILE THE CODES ARE
      *        TAKEN AS KEYED AND ONLY THE PERCENTAGES ARE CHECKED.
               01 COST-CENTRE-TABLE.
                   05 COST-CENTRE-ENTRY OCCURS 500 TIMES
                          INDEXED BY CC-IDX.
                       10 CCT-CODE PIC X(6).
               01 COST-CENTRE-COUNT PIC 9(4) VALUE 0.
               01 COST-CENTRE-LOADED-SW PIC X(1) VALUE 'N'.
                   88 COST-CENTRES-LOADED VALUE 'Y'.
               01 ALLOC-SUB PIC 9(1) VALUE 0.
               01 ALLOC-CHECK-SUB PIC 9(1) VALUE 0.
               01 ALLOC-USED-COUNT PIC 9(1) VALUE 0.
               01 ALLOC-ZERO-COUNT PIC 9(1) VALUE 0.
               01 ALLOC-PERCENT-TOTAL PIC 9(4)V99 VALUE 0.
               01 ALLOC-CODE-FOUND-SW PIC X(1) VALUE 'N'.
                   88 ALLOC-CODE-FOUND VALUE 'Y'.
                   88 ALLOC-CODE-NOT-FOUND VALUE 'N'.

      *        THE MASTER AS IT STOOD BEFORE THE TRANSACTION, FOR
      *        THE BEFORE IMAGES ON THE HISTORY. BLANK ON AN ADD.
               COPY EMPMAST REPLACING
                   ==EMPLOYEE-MASTER-RECORD== BY ==MASTER-BEFORE-IMAGE==
                   LEADING ==EM-== BY ==MB-==.
               01 CHANGE-TIMESTAMP PIC X(14) VALUE SPACES.
               01 CHANGE-DATE REDEFINES CHANGE-TIMESTAMP.
                   05 CHANGE-YYYYMMDD PIC X(8).
                   05 FILLER PIC X(6).
               01 HISTORY-FIELD-NAME PIC X(20).
               01 HISTORY-BEFORE PIC X(40).
               01 HISTORY-AFTER PIC X(40).
               01 HISTORY-ROW-COUNT PIC 9(7) VALUE 0.
               01 ALLOCATION-IMAGE.
                   05 AI-CODE PIC X(6).
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 AI-PERCENT PIC ZZ9.99.
               01 ALLOCATION-FIELD-NAME.
                   05 FILLER PIC X(12) VALUE "COST CENTRE ".
                   05 AFN-NUMBER PIC 9(1).

               01 TRAN-READ-COUNT PIC 9(7) VALUE 0.
               01 TRAN-APPLIED-COUNT PIC 9(7) VALUE 0.
               01 TRAN-REJECT-COUNT PIC 9(7) VALUE 0.
           0000-MAIN-LOGIC.
               DISPLAY "EMPLOYEE MASTER MAINTENANCE".
               PERFORM 1000-OPEN-FILES.
               PERFORM 1100-LOAD-COST-CENTRES.
               SET WS-NOT-EOF TO TRUE.
               PERFORM UNTIL WS-EOF
                   READ MAINT-TRAN-FILE
               DISPLAY TRAN-READ-COUNT " TRANSACTIONS READ".
               DISPLAY TRAN-APPLIED-COUNT " TRANSACTIONS APPLIED".
               DISPLAY TRAN-REJECT-COUNT " TRANSACTIONS REJECTED".
               DISPLAY HISTORY-ROW-COUNT " MASTER HISTORY ROWS WRITTEN".
               IF TRAN-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN EXTEND MASTER-HISTORY-FILE.
               IF MASTER-HISTORY-FILE-STATUS = "35"
                   OPEN OUTPUT MASTER-HISTORY-FILE
               END-IF.
               IF MASTER-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN MASTER HISTORY FILE - "
                       "STATUS " MASTER-HISTORY-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT MAINT-REPORT-FILE.
               IF MAINT-REPORT-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN MAINTENANCE REPORT FILE - "
               END-IF.
               WRITE MAINT-REPORT-LINE FROM REPORT-HEADER-LINE.

           1100-LOAD-COST-CENTRES.
               OPEN INPUT COST-CENTRE-FILE.
               IF COST-CENTRE-FILE-STATUS = "35"
                   DISPLAY "NO COST CENTRE FILE - CODES NOT CHECKED"
               ELSE
                   IF COST-CENTRE-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN COST CENTRE FILE - "
                           "STATUS " COST-CENTRE-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET COST-CENTRES-LOADED TO TRUE
                   SET WS-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-EOF
                       READ COST-CENTRE-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF COST-CENTRE-COUNT >= 500
                                   DISPLAY "COST CENTRE TABLE FULL - "
                                       "RAISE THE TABLE SIZE"
                                   MOVE 12 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO COST-CENTRE-COUNT
                               SET CC-IDX TO COST-CENTRE-COUNT
                               MOVE CC-CODE TO CCT-CODE(CC-IDX)
                       END-READ
                   END-PERFORM
                   CLOSE COST-CENTRE-FILE
               END-IF.

           2000-APPLY-TRANSACTION.
               SET WS-NOT-REJECTED TO TRUE.
               MOVE SPACES TO WS-REJECT-REASON.
               MOVE FUNCTION CURRENT-DATE TO CHANGE-TIMESTAMP.
               IF MT-EMP-ID = SPACES
                   SET WS-REJECTED TO TRUE
                   MOVE "EMPLOYEE ID IS BLANK" TO WS-REJECT-REASON
               END-IF.
               IF WS-NOT-REJECTED AND MT-USER = SPACES
                   SET WS-REJECTED TO TRUE
                   MOVE "USER ID IS BLANK" TO WS-REJECT-REASON
               END-IF.
               IF WS-NOT-REJECTED
                   IF MT-ACTION-ADD
                       PERFORM 3000-APPLY-ADD
                   ELSE
                           IF MT-ACTION-TERMINATE
                               PERFORM 3200-APPLY-TERMINATE
                           ELSE
                               IF MT-ACTION-VERIFY
                                   PERFORM 3300-APPLY-VERIFY
                               ELSE
                                   SET WS-REJECTED TO TRUE
                                   MOVE "ACTION MUST BE A, C, T OR V"
                                       TO WS-REJECT-REASON
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               PERFORM 4000-WRITE-REPORT-DETAIL.

           3000-APPLY-ADD.
               PERFORM 3010-CLEAR-BEFORE-IMAGE.
               MOVE MT-EMP-ID TO EM-EMP-ID.
               MOVE MT-NAME TO EM-NAME.
               MOVE MT-REGION TO EM-REGION.
               ELSE
                   MOVE 'F' TO EM-KIWISAVER
               END-IF.
               MOVE MT-TAX-ID TO EM-TAX-ID.
               IF MT-TAX-FREE-THRESHOLD = 'T'
                   MOVE 'T' TO EM-TAX-FREE-THRESHOLD
               ELSE
                   MOVE 'F' TO EM-TAX-FREE-THRESHOLD
               END-IF.
               MOVE MT-NZ-TAX-CODE TO EM-NZ-TAX-CODE.
      *        A NEW STARTER'S BANK DETAILS COME FROM THE SIGNED
      *        ONBOARDING FORMS AND ARE NOT HELD - ONLY A LATER
      *        CHANGE TO THEM NEEDS VERIFYING.
               MOVE SPACES TO EM-BANK-CHANGED-DATE.
               MOVE SPACES TO EM-BANK-CHANGED-BY.
               MOVE SPACE TO EM-BANK-VERIFY-STATUS.
               MOVE SPACES TO EM-BANK-VERIFIED-BY.
               MOVE MT-WORK-STATE TO EM-WORK-STATE.
               PERFORM 3050-TAKE-COST-ALLOCATION.
               PERFORM 3500-VALIDATE-FIELDS.
               IF WS-NOT-REJECTED AND EM-CC-CODE(1) = SPACES
                   SET WS-REJECTED TO TRUE
                   MOVE "COST CENTRE IS REQUIRED" TO WS-REJECT-REASON
               END-IF.
               IF WS-NOT-REJECTED AND EM-REGION = "AU"
                       AND EM-WORK-STATE = SPACES
                   SET WS-REJECTED TO TRUE
                   MOVE "WORK STATE IS REQUIRED" TO WS-REJECT-REASON
               END-IF.
               IF WS-NOT-REJECTED
                   WRITE EMPLOYEE-MASTER-RECORD
                       INVALID KEY
                               TO WS-REJECT-REASON
                   END-WRITE
               END-IF.
               IF WS-NOT-REJECTED
                   PERFORM 5000-LOG-MASTER-HISTORY
               END-IF.

           3010-CLEAR-BEFORE-IMAGE.
               MOVE SPACES TO MASTER-BEFORE-IMAGE.
               MOVE 1 TO ALLOC-SUB.
               PERFORM UNTIL ALLOC-SUB > 4
                   MOVE 0 TO MB-CC-PERCENT(ALLOC-SUB)
                   ADD 1 TO ALLOC-SUB
               END-PERFORM.

           3050-TAKE-COST-ALLOCATION.
               MOVE 1 TO ALLOC-SUB.
               PERFORM UNTIL ALLOC-SUB > 4
                   MOVE MT-CC-CODE(ALLOC-SUB) TO EM-CC-CODE(ALLOC-SUB)
                   IF MT-CC-PERCENT(ALLOC-SUB) IS NUMERIC
                       MOVE MT-CC-PERCENT(ALLOC-SUB)
                           TO EM-CC-PERCENT(ALLOC-SUB)
                   ELSE
                       MOVE 0 TO EM-CC-PERCENT(ALLOC-SUB)
                   END-IF
                   ADD 1 TO ALLOC-SUB
               END-PERFORM.

           3100-APPLY-CHANGE.
               MOVE MT-EMP-ID TO EM-EMP-ID.
                           TO WS-REJECT-REASON
               END-READ.
               IF WS-NOT-REJECTED
                   MOVE EMPLOYEE-MASTER-RECORD TO MASTER-BEFORE-IMAGE
                   IF MT-NAME NOT = SPACES
                       MOVE MT-NAME TO EM-NAME
                   END-IF
                   IF MT-KIWISAVER NOT = SPACES
                       MOVE MT-KIWISAVER TO EM-KIWISAVER
                   END-IF
                   IF MT-TAX-ID NOT = SPACES
                       MOVE MT-TAX-ID TO EM-TAX-ID
                   END-IF
                   IF MT-TAX-FREE-THRESHOLD NOT = SPACES
                       MOVE MT-TAX-FREE-THRESHOLD
                           TO EM-TAX-FREE-THRESHOLD
                   END-IF
                   IF MT-NZ-TAX-CODE NOT = SPACES
                       MOVE MT-NZ-TAX-CODE TO EM-NZ-TAX-CODE
                   END-IF
                   IF MT-CC-CODE(1) NOT = SPACES
                       PERFORM 3050-TAKE-COST-ALLOCATION
                   END-IF
                   IF MT-WORK-STATE NOT = SPACES
                       MOVE MT-WORK-STATE TO EM-WORK-STATE
                   END-IF
      *            A MASTER FROM BEFORE THE DECLARATION FIELDS HAS
      *            THEM BLANK - THEY TAKE THE VALUES THE PAY RUNS
      *            ALREADY READ A BLANK AS, SO AN UNRELATED CHANGE IS
      *            NOT REJECTED FOR THEM. A MASTER MOVED FROM NZ TO AU
      *            DROPS ITS NZ TAX CODE.
                   IF EM-TAX-FREE-THRESHOLD = SPACE
                       MOVE 'T' TO EM-TAX-FREE-THRESHOLD
                   END-IF
                   IF EM-REGION = "NZ"
                       IF EM-NZ-TAX-CODE = SPACES
                           MOVE "M" TO EM-NZ-TAX-CODE
                       END-IF
                   ELSE
                       IF MB-REGION = "NZ" AND MT-NZ-TAX-CODE = SPACES
                           MOVE SPACES TO EM-NZ-TAX-CODE
                       END-IF
                   END-IF
                   PERFORM 3500-VALIDATE-FIELDS
               END-IF.
      *        NEW BANK DETAILS ON AN EXISTING EMPLOYEE ARE THE USUAL
      *        ROUTE FOR PAYROLL FRAUD - THEY STAY UNVERIFIED UNTIL A
      *        SECOND USER CONFIRMS THEM, AND A PAY RUN SOON AFTER
      *        HOLDS THE CREDIT.
               IF WS-NOT-REJECTED
                   IF EM-BSB NOT = MB-BSB
                           OR EM-ACCOUNT-NO NOT = MB-ACCOUNT-NO
                           OR EM-ACCOUNT-NAME NOT = MB-ACCOUNT-NAME
                       MOVE CHANGE-YYYYMMDD TO EM-BANK-CHANGED-DATE
                       MOVE MT-USER TO EM-BANK-CHANGED-BY
                       SET EM-BANK-UNVERIFIED TO TRUE
                       MOVE SPACES TO EM-BANK-VERIFIED-BY
                   END-IF
               END-IF.
               IF WS-NOT-REJECTED
                   REWRITE EMPLOYEE-MASTER-RECORD
                       INVALID KEY
                               TO WS-REJECT-REASON
                   END-REWRITE
               END-IF.
               IF WS-NOT-REJECTED
                   PERFORM 5000-LOG-MASTER-HISTORY
               END-IF.

           3200-APPLY-TERMINATE.
               MOVE MT-EMP-ID TO EM-EMP-ID.
                       MOVE "EMPLOYEE ALREADY TERMINATED"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE EMPLOYEE-MASTER-RECORD
                           TO MASTER-BEFORE-IMAGE
                       MOVE 'T' TO EM-STATUS
                       MOVE MT-TERM-DATE TO EM-TERM-DATE
                       REWRITE EMPLOYEE-MASTER-RECORD
                               MOVE "REWRITE OF MASTER FAILED"
                                   TO WS-REJECT-REASON
                       END-REWRITE
                       IF WS-NOT-REJECTED
                           PERFORM 5000-LOG-MASTER-HISTORY
                       END-IF
                   END-IF
               END-IF.

           3300-APPLY-VERIFY.
      *        CONFIRMS CHANGED BANK DETAILS WITH THE EMPLOYEE. THE
      *        CHECK MUST BE MADE BY SOMEONE OTHER THAN WHOEVER KEYED
      *        THE CHANGE. BANK_RELEASE THEN RELEASES ANY CREDIT HELD
      *        ON THEM.
               MOVE MT-EMP-ID TO EM-EMP-ID.
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       SET WS-REJECTED TO TRUE
                       MOVE "EMPLOYEE NOT ON MASTER"
                           TO WS-REJECT-REASON
               END-READ.
               IF WS-NOT-REJECTED
                   IF NOT EM-BANK-UNVERIFIED
                       SET WS-REJECTED TO TRUE
                       MOVE "NO BANK CHANGE AWAITING VERIFICATION"
                           TO WS-REJECT-REASON
                   ELSE
                       IF MT-USER = EM-BANK-CHANGED-BY
                           SET WS-REJECTED TO TRUE
                           MOVE "VERIFIER MUST NOT BE WHO MADE CHANGE"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF.
               IF WS-NOT-REJECTED
                   MOVE EMPLOYEE-MASTER-RECORD TO MASTER-BEFORE-IMAGE
                   MOVE 'Y' TO EM-BANK-VERIFY-STATUS
                   MOVE MT-USER TO EM-BANK-VERIFIED-BY
                   REWRITE EMPLOYEE-MASTER-RECORD
                       INVALID KEY
                           SET WS-REJECTED TO TRUE
                           MOVE "REWRITE OF MASTER FAILED"
                               TO WS-REJECT-REASON
                   END-REWRITE
               END-IF.
               IF WS-NOT-REJECTED
                   PERFORM 5000-LOG-MASTER-HISTORY
               END-IF.

           3500-VALIDATE-FIELDS.
               IF EM-REGION NOT = "AU" AND EM-REGION NOT = "NZ"
                       END-IF
                   END-IF
               END-IF.
               IF WS-NOT-REJECTED
                   PERFORM 3600-VALIDATE-TAX-DECLARATION
               END-IF.
               IF WS-NOT-REJECTED
                   PERFORM 3800-VALIDATE-COST-ALLOCATION
               END-IF.
               IF WS-NOT-REJECTED
                   PERFORM 3900-VALIDATE-WORK-STATE
               END-IF.

           3600-VALIDATE-TAX-DECLARATION.
               IF EM-TAX-FREE-THRESHOLD NOT = 'T'
                       AND EM-TAX-FREE-THRESHOLD NOT = 'F'
                   SET WS-REJECTED TO TRUE
                   MOVE "TAX-FREE THRESHOLD MUST BE 'T' OR 'F'"
                       TO WS-REJECT-REASON
               END-IF.
               IF WS-NOT-REJECTED
                   IF EM-REGION = "NZ"
                       IF EM-NZ-TAX-CODE NOT = "M"
                               AND EM-NZ-TAX-CODE NOT = "ME"
                               AND EM-NZ-TAX-CODE NOT = "S"
                               AND EM-NZ-TAX-CODE NOT = "SH"
                               AND EM-NZ-TAX-CODE NOT = "ST"
                               AND EM-NZ-TAX-CODE NOT = "SA"
                               AND EM-NZ-TAX-CODE NOT = "ND"
                           SET WS-REJECTED TO TRUE
                           MOVE "NZ TAX CODE NOT M/ME/S/SH/ST/SA/ND"
                               TO WS-REJECT-REASON
                       END-IF
                   ELSE
                       IF EM-NZ-TAX-CODE NOT = SPACES
                           SET WS-REJECTED TO TRUE
                           MOVE "NZ TAX CODE ONLY APPLIES TO NZ"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF.
               IF WS-NOT-REJECTED AND EM-TAX-ID NOT = SPACES
                   IF EM-REGION = "NZ"
                       PERFORM 3700-CHECK-IRD-NUMBER
                   ELSE
                       PERFORM 3650-CHECK-TFN
                   END-IF
               END-IF.

           3650-CHECK-TFN.
               IF EM-TAX-ID IS NOT NUMERIC
                   SET WS-REJECTED TO TRUE
                   MOVE "TFN MUST BE NINE DIGITS" TO WS-REJECT-REASON
               ELSE
                   MOVE EM-TAX-ID TO TAX-ID-WORK
                   MOVE 0 TO WEIGHTED-SUM
                   MOVE 1 TO DIGIT-SUB
                   PERFORM UNTIL DIGIT-SUB > 9
                       COMPUTE WEIGHTED-SUM = WEIGHTED-SUM
                           + TAX-ID-DIGIT(DIGIT-SUB)
                               * TFN-WEIGHT(DIGIT-SUB)
                       ADD 1 TO DIGIT-SUB
                   END-PERFORM
                   DIVIDE WEIGHTED-SUM BY 11 GIVING CHECK-QUOTIENT
                       REMAINDER CHECK-REMAINDER
                   IF CHECK-REMAINDER NOT = 0
                       SET WS-REJECTED TO TRUE
                       MOVE "TFN FAILS CHECK DIGIT"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF.

           3700-CHECK-IRD-NUMBER.
      *        AN EIGHT-DIGIT IRD NUMBER IS KEYED LEFT-JUSTIFIED AND
      *        HELD WITH A LEADING ZERO.
               IF EM-TAX-ID(1:8) IS NUMERIC
                       AND EM-TAX-ID(9:1) = SPACE
                   MOVE EM-TAX-ID(1:8) TO IRD-NUMBER-WORK
                   MOVE IRD-NUMBER-WORK TO EM-TAX-ID
               END-IF.
               IF EM-TAX-ID IS NOT NUMERIC
                   SET WS-REJECTED TO TRUE
                   MOVE "IRD NUMBER MUST BE EIGHT OR NINE DIGITS"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE EM-TAX-ID TO IRD-NUMBER-WORK
                   IF IRD-NUMBER-WORK < 10000000
                           OR IRD-NUMBER-WORK > 150000000
                       SET WS-REJECTED TO TRUE
                       MOVE "IRD NUMBER OUT OF RANGE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF.
               IF WS-NOT-REJECTED
                   MOVE EM-TAX-ID TO TAX-ID-WORK
                   MOVE 0 TO WEIGHTED-SUM
                   MOVE 1 TO DIGIT-SUB
                   PERFORM UNTIL DIGIT-SUB > 8
                       COMPUTE WEIGHTED-SUM = WEIGHTED-SUM
                           + TAX-ID-DIGIT(DIGIT-SUB)
                               * IRD-WEIGHT(DIGIT-SUB)
                       ADD 1 TO DIGIT-SUB
                   END-PERFORM
                   PERFORM 3750-DERIVE-IRD-CHECK-DIGIT
                   IF CHECK-DIGIT = 10
                       MOVE 0 TO WEIGHTED-SUM
                       MOVE 1 TO DIGIT-SUB
                       PERFORM UNTIL DIGIT-SUB > 8
                           COMPUTE WEIGHTED-SUM = WEIGHTED-SUM
                               + TAX-ID-DIGIT(DIGIT-SUB)
                                   * IRD-ALT-WEIGHT(DIGIT-SUB)
                           ADD 1 TO DIGIT-SUB
                       END-PERFORM
                       PERFORM 3750-DERIVE-IRD-CHECK-DIGIT
                   END-IF
                   IF CHECK-DIGIT NOT = TAX-ID-DIGIT(9)
                       SET WS-REJECTED TO TRUE
                       MOVE "IRD NUMBER FAILS CHECK DIGIT"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF.

           3750-DERIVE-IRD-CHECK-DIGIT.
               DIVIDE WEIGHTED-SUM BY 11 GIVING CHECK-QUOTIENT
                   REMAINDER CHECK-REMAINDER.
               IF CHECK-REMAINDER = 0
                   MOVE 0 TO CHECK-DIGIT
               ELSE
                   COMPUTE CHECK-DIGIT = 11 - CHECK-REMAINDER
               END-IF.

           3800-VALIDATE-COST-ALLOCATION.
      *        CODES ARE KEYED FROM THE FIRST ENTRY WITH NO GAPS, EACH
      *        ONCE, AND THE PERCENTAGES MUST ACCOUNT FOR THE WHOLE OF
      *        THE EXPENSE. A LONE CODE WITHOUT A PERCENTAGE TAKES IT
      *        ALL. A MASTER WITH NO CODE AT ALL IS LEFT UNALLOCATED.
               MOVE 0 TO ALLOC-USED-COUNT.
               MOVE 0 TO ALLOC-ZERO-COUNT.
               MOVE 0 TO ALLOC-PERCENT-TOTAL.
               MOVE 1 TO ALLOC-SUB.
               PERFORM UNTIL ALLOC-SUB > 4 OR WS-REJECTED
                   IF EM-CC-CODE(ALLOC-SUB) = SPACES
                       IF EM-CC-PERCENT(ALLOC-SUB) NOT = 0
                           SET WS-REJECTED TO TRUE
                           MOVE "COST CENTRE PERCENTAGE WITHOUT A CODE"
                               TO WS-REJECT-REASON
                       END-IF
                   ELSE
                       IF ALLOC-SUB > ALLOC-USED-COUNT + 1
                           SET WS-REJECTED TO TRUE
                           MOVE "COST CENTRES MUST BE KEYED IN ORDER"
                               TO WS-REJECT-REASON
                       ELSE
                           ADD 1 TO ALLOC-USED-COUNT
                           ADD EM-CC-PERCENT(ALLOC-SUB)
                               TO ALLOC-PERCENT-TOTAL
                           IF EM-CC-PERCENT(ALLOC-SUB) = 0
                               ADD 1 TO ALLOC-ZERO-COUNT
                           END-IF
                           PERFORM 3850-CHECK-COST-CENTRE-CODE
                       END-IF
                   END-IF
                   ADD 1 TO ALLOC-SUB
               END-PERFORM.
               IF WS-NOT-REJECTED AND ALLOC-USED-COUNT > 0
                   IF ALLOC-USED-COUNT = 1 AND ALLOC-ZERO-COUNT = 1
                       MOVE 100 TO EM-CC-PERCENT(1)
                       MOVE 100 TO ALLOC-PERCENT-TOTAL
                       MOVE 0 TO ALLOC-ZERO-COUNT
                   END-IF
                   IF ALLOC-ZERO-COUNT > 0
                       SET WS-REJECTED TO TRUE
                       MOVE "EVERY COST CENTRE SPLIT NEEDS A PERCENT"
                           TO WS-REJECT-REASON
                   ELSE
                       IF ALLOC-PERCENT-TOTAL NOT = 100
                           SET WS-REJECTED TO TRUE
                           MOVE "COST CENTRE PERCENTAGES MUST MAKE 100"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF.

           3850-CHECK-COST-CENTRE-CODE.
               MOVE 1 TO ALLOC-CHECK-SUB.
               PERFORM UNTIL ALLOC-CHECK-SUB >= ALLOC-SUB
                   IF EM-CC-CODE(ALLOC-CHECK-SUB)
                           = EM-CC-CODE(ALLOC-SUB)
                       SET WS-REJECTED TO TRUE
                       MOVE "COST CENTRE KEYED TWICE IN THE SPLIT"
                           TO WS-REJECT-REASON
                   END-IF
                   ADD 1 TO ALLOC-CHECK-SUB
               END-PERFORM.
               IF WS-NOT-REJECTED AND COST-CENTRES-LOADED
                   SET ALLOC-CODE-NOT-FOUND TO TRUE
                   SET CC-IDX TO 1
                   PERFORM UNTIL CC-IDX > COST-CENTRE-COUNT
                           OR ALLOC-CODE-FOUND
                       IF CCT-CODE(CC-IDX) = EM-CC-CODE(ALLOC-SUB)
                           SET ALLOC-CODE-FOUND TO TRUE
                       ELSE
                           SET CC-IDX UP BY 1
                       END-IF
                   END-PERFORM
                   IF ALLOC-CODE-NOT-FOUND
                       SET WS-REJECTED TO TRUE
                       MOVE "COST CENTRE NOT ON COSTCTR FILE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF.

           3900-VALIDATE-WORK-STATE.
      *        NZ HAS NO STATE PAYROLL TAX - A MASTER MOVED TO NZ
      *        DROPS ITS STATE. AN AU MASTER KEPT FROM BEFORE THE STATE
      *        WAS CARRIED MAY STILL BE BLANK UNTIL IT IS KEYED.
               IF EM-REGION = "NZ"
                   MOVE SPACES TO EM-WORK-STATE
               ELSE
                   IF EM-WORK-STATE NOT = SPACES
                           AND EM-WORK-STATE NOT = "NSW"
                           AND EM-WORK-STATE NOT = "VIC"
                           AND EM-WORK-STATE NOT = "QLD"
                           AND EM-WORK-STATE NOT = "SA"
                           AND EM-WORK-STATE NOT = "WA"
                           AND EM-WORK-STATE NOT = "TAS"
                           AND EM-WORK-STATE NOT = "ACT"
                           AND EM-WORK-STATE NOT = "NT"
                       SET WS-REJECTED TO TRUE
                       MOVE "WORK STATE NOT AN AU STATE OR TERRITORY"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF.

           4000-WRITE-REPORT-DETAIL.
               MOVE SPACES TO REPORT-DETAIL-LINE.
               END-IF.
               WRITE MAINT-REPORT-LINE FROM REPORT-DETAIL-LINE.

           5000-LOG-MASTER-HISTORY.
      *        ONE HISTORY ROW FOR EACH FIELD THE TRANSACTION ACTUALLY
      *        CHANGED, WITH ITS VALUE BEFORE AND AFTER.
               IF EM-NAME NOT = MB-NAME
                   MOVE "NAME" TO HISTORY-FIELD-NAME
                   MOVE MB-NAME TO HISTORY-BEFORE
                   MOVE EM-NAME TO HISTORY-AFTER
                   PERFORM 5100-WRITE-HISTORY-ROW
               END-IF.
               IF EM-REGION NOT = MB-REGION
                   MOVE "REGION" TO HISTORY-FIELD-NAME
                   MOVE MB-REGION TO HISTORY-BEFORE
                   MOVE EM-REGION TO HISTORY-AFTER
                   PERFORM 5100-WRITE-HISTORY-ROW
               END-IF.
               IF EM-HOUSEHOLD-STATUS NOT = MB-HOUSEHOLD-STATUS
                   MOVE "HOUSEHOLD STATUS" TO HISTORY-FIELD-NAME
                   MOVE MB-HOUSEHOLD-STATUS TO HISTORY-BEFORE
                   MOVE EM-HOUSEHOLD-STATUS TO HISTORY-AFTER
                   PERFORM 5100-WRITE-HISTORY-ROW
               END-IF.
               IF EM-HECS NOT = MB-HECS
                   MOVE "HECS / STUDENT LOAN" TO HISTORY-FIELD-NAME
                   MOVE MB-HECS TO HISTORY-BEFORE
                   MOVE EM-HECS TO HISTORY-AFTER
                   PERFORM 5100-WRITE-HISTORY-ROW
               END-IF.
               IF EM-SUPER-FUND NOT = MB-SUPER-FUND
                   MOVE "SUPER FUND" TO HISTORY-FIELD-NAME
                   MOVE MB-SUPER-FUND TO HISTORY-BEFORE
                   MOVE EM-SUPER-FUND TO HISTORY-AFTER
                   PERFORM 5100-WRITE-HISTORY-ROW
               END-IF.
               IF EM-SUPER-MEMBER-NO NOT = MB-SUPER-MEMBER-NO
                   MOVE "SUPER MEMBER NO" TO HISTORY-FIELD-NAME
                   MOVE MB-SUPER-MEMBER-NO TO HISTORY-BEFORE
                   MOVE EM-SUPER-MEMBER-NO TO HISTORY-AFTER
                   PERFORM 5100-WRITE-HISTORY-ROW
               END-IF.
               IF EM-BSB NOT = MB-BSB
                   MOVE "BSB" TO HISTORY-FIELD-NAME
                   MOVE MB-BSB TO HISTORY-BEFORE
                   MOVE EM-BSB TO HISTORY-AFTER
                   PERFORM 5100-WRITE-HISTORY-ROW
               END-IF.
               IF EM-ACCOUNT-NO NOT = MB-ACCOUNT-NO
                   MOVE "ACCOUNT NO" TO HISTORY-FIELD-NAME
                   MOVE MB-ACCOUNT-NO TO HISTORY-BEFORE
                   MOVE EM-ACCOUNT-NO TO HISTORY-AFTER
                   PERFORM 5100-WRITE-HISTORY-ROW
               END-IF.
               IF EM-ACCOUNT-NAME NOT = MB-ACCOUNT-NAME
                   MOVE "ACCOUNT NAME" TO HISTORY-FIELD-NAME
                   MOVE MB-ACCOUNT-NAME TO HISTORY-BEFORE
                   MOVE EM-ACCOUNT-NAME TO HISTORY-AFTER
                   PERFORM 5100-WRITE-HISTORY-ROW
               END-IF.
               IF EM-STATUS NOT = MB-STATUS
                   MOVE "STATUS" TO HISTORY-FIELD-NAME
                   MOVE MB-STATUS TO HISTORY-BEFORE
                   MOVE EM-STATUS TO HISTORY-AFTER
                   PERFORM 5100-WRITE-HISTORY-ROW
               END-IF.
               IF EM-TERM-DATE NOT = MB-TERM-DATE
                   MOVE "TERMINATION DATE" TO HISTORY-FIELD-NAME
                   MOVE MB-TERM-DATE TO HISTORY-BEFORE
                   MOVE EM-TERM-DATE TO HISTORY-AFTER
                   PERFORM 5100-WRITE-HISTORY-ROW
               END-IF.
               IF EM-KIWISAVER NOT = MB-KIWISAVER
                   MOVE "KIWISAVER" TO HISTORY-FIELD-NAME
                   MOVE MB-KIWISAVER TO HISTORY-BEFORE
                   MOVE EM-KIWISAVER TO HISTORY-AFTER
                   PERFORM 5100-WRITE-HISTORY-ROW
               END-IF.
               IF EM-TAX-ID NOT = MB-TAX-ID
                   MOVE "TFN / IRD NUMBER" TO HISTORY-FIELD-NAME
                   MOVE SPACES TO HISTORY-BEFORE
                   IF MB-TAX-ID NOT = SPACES
                       MOVE "******" TO HISTORY-BEFORE(1:6)
                       MOVE MB-TAX-ID(7:3) TO HISTORY-BEFORE(7:3)
                   END-IF
                   MOVE SPACES TO HISTORY-AFTER
                   IF EM-TAX-ID NOT = SPACES
                       MOVE "******" TO HISTORY-AFTER(1:6)
                       MOVE EM-TAX-ID(7:3) TO HISTORY-AFTER(7:3)
                   END-IF
                   PERFORM 5100-WRITE-HISTORY-ROW
               END-IF.
               IF EM-TAX-FREE-THRESHOLD NOT = MB-TAX-FREE-THRESHOLD
                   MOVE "TAX-FREE THRESHOLD" TO HISTORY-FIELD-NAME
                   MOVE MB-TAX-FREE-THRESHOLD TO HISTORY-BEFORE
                   MOVE EM-TAX-FREE-THRESHOLD TO HISTORY-AFTER
                   PERFORM 5100-WRITE-HISTORY-ROW
               END-IF.
               IF EM-NZ-TAX-CODE NOT = MB-NZ-TAX-CODE
                   MOVE "NZ TAX CODE" TO HISTORY-FIELD-NAME
                   MOVE MB-NZ-TAX-CODE TO HISTORY-BEFORE
                   MOVE EM-NZ-TAX-CODE TO HISTORY-AFTER
                   PERFORM 5100-WRITE-HISTORY-ROW
               END-IF.
               IF EM-WORK-STATE NOT = MB-WORK-STATE
                   MOVE "WORK STATE" TO HISTORY-FIELD-NAME
                   MOVE MB-WORK-STATE TO HISTORY-BEFORE
                   MOVE EM-WORK-STATE TO HISTORY-AFTER
                   PERFORM 5100-WRITE-HISTORY-ROW
               END-IF.
               MOVE 1 TO ALLOC-SUB.
               PERFORM UNTIL ALLOC-SUB > 4
                   IF EM-COST-ALLOCATION(ALLOC-SUB)
                           NOT = MB-COST-ALLOCATION(ALLOC-SUB)
                       PERFORM 5050-LOG-ALLOCATION-CHANGE
                   END-IF
                   ADD 1 TO ALLOC-SUB
               END-PERFORM.
               IF EM-BANK-VERIFY-STATUS NOT = MB-BANK-VERIFY-STATUS
                   MOVE "BANK VERIFY STATUS" TO HISTORY-FIELD-NAME
                   MOVE MB-BANK-VERIFY-STATUS TO HISTORY-BEFORE
                   MOVE EM-BANK-VERIFY-STATUS TO HISTORY-AFTER
                   PERFORM 5100-WRITE-HISTORY-ROW
               END-IF.

           5050-LOG-ALLOCATION-CHANGE.
               MOVE ALLOC-SUB TO AFN-NUMBER.
               MOVE ALLOCATION-FIELD-NAME TO HISTORY-FIELD-NAME.
               MOVE SPACES TO HISTORY-BEFORE.
               IF MB-CC-CODE(ALLOC-SUB) NOT = SPACES
                   MOVE MB-CC-CODE(ALLOC-SUB) TO AI-CODE
                   MOVE MB-CC-PERCENT(ALLOC-SUB) TO AI-PERCENT
                   MOVE ALLOCATION-IMAGE TO HISTORY-BEFORE
               END-IF.
               MOVE SPACES TO HISTORY-AFTER.
               IF EM-CC-CODE(ALLOC-SUB) NOT = SPACES
                   MOVE EM-CC-CODE(ALLOC-SUB) TO AI-CODE
                   MOVE EM-CC-PERCENT(ALLOC-SUB) TO AI-PERCENT
                   MOVE ALLOCATION-IMAGE TO HISTORY-AFTER
               END-IF.
               PERFORM 5100-WRITE-HISTORY-ROW.

           5100-WRITE-HISTORY-ROW.
               MOVE MT-EMP-ID TO MH-EMP-ID.
               MOVE CHANGE-TIMESTAMP TO MH-CHANGED-AT.
               MOVE MT-USER TO MH-CHANGED-BY.
               MOVE MT-ACTION TO MH-ACTION.
               MOVE HISTORY-FIELD-NAME TO MH-FIELD-NAME.
               MOVE HISTORY-BEFORE TO MH-BEFORE.
               MOVE HISTORY-AFTER TO MH-AFTER.
               WRITE MASTER-HISTORY-RECORD.
               ADD 1 TO HISTORY-ROW-COUNT.

           9000-CLOSE-FILES.
               MOVE TRAN-READ-COUNT TO RTL-READ.
               MOVE TRAN-APPLIED-COUNT TO RTL-APPLIED.
               WRITE MAINT-REPORT-LINE FROM REPORT-TOTAL-LINE.
               CLOSE MAINT-TRAN-FILE.
               CLOSE EMPLOYEE-MASTER-FILE.
               CLOSE MASTER-HISTORY-FILE.
               CLOSE MAINT-REPORT-FILE.

           END PROGRAM EMP_MAINT.
