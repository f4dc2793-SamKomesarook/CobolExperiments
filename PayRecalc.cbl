                       ASSIGN TO "data/NZSLOAN.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS NZ-SLOAN-FILE-STATUS.
                   SELECT NZ-TAX-CODE-FILE
                       ASSIGN TO "data/NZTAXCDE.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS NZ-TAX-CODE-FILE-STATUS.
                   SELECT PAYSLIP-FILE
                       ASSIGN TO "data/PAYSLIP.DAT"
                       ORGANIZATION IS INDEXED
                   05 SL-THRESHOLD PIC 9(9).
                   05 SL-RATE PIC V9999.

               FD NZ-TAX-CODE-FILE.
               01 NZ-TAX-CODE-RECORD.
                   05 NT-TAX-CODE PIC X(3).
                   05 NT-FLAT-RATE PIC V9999.
                   05 NT-CREDIT PIC 9(5).
                   05 NT-CREDIT-FROM PIC 9(9).
                   05 NT-ABATE-FROM PIC 9(9).
                   05 NT-ABATE-RATE PIC V9999.

               FD PAYSLIP-FILE.
               COPY PAYSLIP.

               01 HECS-THRESHOLD-FILE-STATUS PIC X(2).
               01 ACC-LEVY-FILE-STATUS PIC X(2).
               01 NZ-SLOAN-FILE-STATUS PIC X(2).
               01 NZ-TAX-CODE-FILE-STATUS PIC X(2).
               01 PAYSLIP-FILE-STATUS PIC X(2).
               01 PAYSLIP-ARCHIVE-FILE-STATUS PIC X(2).
               01 ADJUSTMENT-FILE-STATUS PIC X(2).
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
               01 NZSLOAN-RATE PIC V9999 VALUE 0.
               01 ACC-LEVY-BASE PIC 9(9)V99 VALUE 0.

      *        THE TAX DECLARATION THE ROW WAS WITHHELD ON, TAKEN
      *        FROM THE PAYSLIP SO THE SAME SCALE IS RE-RUN.
               01 NZ-TAX-CODE PIC X(3) VALUE "M".
                   88 NZ-CODE-IS-SECONDARY VALUES "S" "SH" "ST" "SA".
                   88 NZ-CODE-IS-ND VALUE "ND".
               01 TOP-TAX-RATE PIC V9999 VALUE 0.
               01 NO-THRESHOLD-LIMIT PIC 9(9) VALUE 0.
               01 NO-THRESHOLD-RATE PIC V9999 VALUE 0.
               01 TAX-CREDIT-WORK PIC S9(9)V99 VALUE 0.

      *        A PERIOD ROW CARRYING A BONUS OR BACK PAY WAS TAXED BY
      *        THE MARGINAL METHOD - THE NORMAL EARNINGS ANNUALISED,
      *        PLUS THE EXTRA TAX THE LUMP SUM ADDS ON TOP. THE
      *        RECALCULATION FOLLOWS SUIT OR EVERY BONUS WOULD SHOW
      *        AS AN ADJUSTMENT.
               01 NORMAL-GROSS-WORK PIC 9(9)V99 VALUE 0.
               01 BONUS-INCOME-TAX PIC 9(9)V99 VALUE 0.
               01 BONUS-MEDICARE PIC 9(9)V99 VALUE 0.
               01 BONUS-HECS PIC 9(9)V99 VALUE 0.
               01 BONUS-ACC-LEVY PIC 9(9)V99 VALUE 0.
               01 BONUS-NZSLOAN PIC 9(9)V99 VALUE 0.

               01 ADJUST-TABLE.
                   05 ADJUST-ENTRY OCCURS 5000 TIMES
                          INDEXED BY ADJ-IDX.
               MOVE SL-THRESHOLD TO NZSLOAN-THRESHOLD.
               MOVE SL-RATE TO NZSLOAN-RATE.
               CLOSE NZ-SLOAN-FILE.
               PERFORM 1260-LOAD-NZ-TAX-CODES.

           1260-LOAD-NZ-TAX-CODES.
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

           1300-OPEN-FILES.
               OPEN INPUT PAYSLIP-FILE.
               END-IF.

           2100-RECALCULATE-ROW.
               MOVE 0 TO BONUS-INCOME-TAX.
               MOVE 0 TO BONUS-MEDICARE.
               MOVE 0 TO BONUS-HECS.
               MOVE 0 TO BONUS-ACC-LEVY.
               MOVE 0 TO BONUS-NZSLOAN.
               IF PS-PAY-IS-PERIOD
                   COMPUTE NORMAL-GROSS-WORK =
                       PS-ANNUAL-PAY - PS-BONUS-PAY
                   IF PS-BONUS-PAY > 0
                       PERFORM 2150-CALCULATE-BONUS-MARGIN
                   END-IF
                   COMPUTE ANNUAL-PAY-WORK =
                       NORMAL-GROSS-WORK * PAY-CYCLES-PER-YEAR
               ELSE
                   MOVE PS-ANNUAL-PAY TO ANNUAL-PAY-WORK
               END-IF.
               PERFORM 3000-CALCULATE-NEW-TAX.
               IF PS-PAY-IS-PERIOD
                   IF PS-BONUS-PAY > 0
                       SUBTRACT INCOME-TAX-WORK FROM BONUS-INCOME-TAX
                       SUBTRACT MEDICARE-WORK FROM BONUS-MEDICARE
                       SUBTRACT HECS-WORK FROM BONUS-HECS
                       SUBTRACT ACC-LEVY-WORK FROM BONUS-ACC-LEVY
                       SUBTRACT NZSLOAN-WORK FROM BONUS-NZSLOAN
                   END-IF
                   COMPUTE INCOME-TAX-WORK ROUNDED =
                       INCOME-TAX-WORK / PAY-CYCLES-PER-YEAR
                       + BONUS-INCOME-TAX
                   COMPUTE MEDICARE-WORK ROUNDED =
                       MEDICARE-WORK / PAY-CYCLES-PER-YEAR
                       + BONUS-MEDICARE
                   COMPUTE HECS-WORK ROUNDED =
                       HECS-WORK / PAY-CYCLES-PER-YEAR + BONUS-HECS
                   COMPUTE ACC-LEVY-WORK ROUNDED =
                       ACC-LEVY-WORK / PAY-CYCLES-PER-YEAR
                       + BONUS-ACC-LEVY
                   COMPUTE NZSLOAN-WORK ROUNDED =
                       NZSLOAN-WORK / PAY-CYCLES-PER-YEAR
                       + BONUS-NZSLOAN
               END-IF.
               COMPUTE NEW-TAX-WORK = INCOME-TAX-WORK
                   + MEDICARE-WORK + HECS-WORK
               MOVE PS-HOUSEHOLD-STATUS TO AJT-HOUSEHOLD(ADJ-IDX).
               MOVE PS-HECS TO AJT-HECS(ADJ-IDX).

           2150-CALCULATE-BONUS-MARGIN.
      *        THE ANNUAL FIGURES WITH THE LUMP SUM ADDED ONCE TO THE
      *        PROJECTED NORMAL EARNINGS - 2100 TAKES THE PROJECTION
      *        WITHOUT IT OFF THESE TO LEAVE THE MARGINAL AMOUNTS.
               COMPUTE ANNUAL-PAY-WORK =
                   NORMAL-GROSS-WORK * PAY-CYCLES-PER-YEAR
                   + PS-BONUS-PAY.
               PERFORM 3000-CALCULATE-NEW-TAX.
               MOVE INCOME-TAX-WORK TO BONUS-INCOME-TAX.
               MOVE MEDICARE-WORK TO BONUS-MEDICARE.
               MOVE HECS-WORK TO BONUS-HECS.
               MOVE ACC-LEVY-WORK TO BONUS-ACC-LEVY.
               MOVE NZSLOAN-WORK TO BONUS-NZSLOAN.

           2200-FIND-ADJUST-ENTRY.
               SET WS-NOT-FOUND TO TRUE.
               SET ADJ-IDX TO 1.
           3000-CALCULATE-NEW-TAX.
      *        SAME RULES AS 5000-CALCULATE-PAY IN TAKEHOME_PAY, RUN
      *        AGAINST THE TABLES AS THEY STAND TODAY.
               IF PS-NZ-TAX-CODE = SPACES
                   MOVE "M" TO NZ-TAX-CODE
               ELSE
                   MOVE PS-NZ-TAX-CODE TO NZ-TAX-CODE
               END-IF.
               MOVE 0 TO INCOME-TAX-WORK.
               MOVE 0 TO MEDICARE-WORK.
               MOVE 0 TO HECS-WORK.
                       SET TB-IDX UP BY 1
                   END-IF
               END-PERFORM.
               PERFORM 3100-APPLY-TAX-DECLARATION.
               IF PS-REGION = "AU"
                   IF PS-HOUSEHOLD-STATUS = 'S'
                       MOVE 90000 TO MEDICARE-THRESHOLD-WORK
                   END-IF
                   COMPUTE ACC-LEVY-WORK ROUNDED =
                       ACC-LEVY-BASE * ACC-LEVY-RATE
      *            SECONDARY INCOME HAS NO REPAYMENT THRESHOLD; NO
      *            LOAN REPAYMENT IS TAKEN UNDER THE ND CODE.
                   IF PS-HECS = 'T'
                       IF NZ-CODE-IS-SECONDARY
                           COMPUTE NZSLOAN-WORK ROUNDED =
                               ANNUAL-PAY-WORK * NZSLOAN-RATE
                       ELSE
                           IF NOT NZ-CODE-IS-ND
                                   AND ANNUAL-PAY-WORK
                                       > NZSLOAN-THRESHOLD
                               COMPUTE NZSLOAN-WORK ROUNDED =
                                   (ANNUAL-PAY-WORK
                                       - NZSLOAN-THRESHOLD)
                                       * NZSLOAN-RATE
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           3100-APPLY-TAX-DECLARATION.
      *        THE SAME ADJUSTMENTS TO THE PRIMARY BRACKET TAX AS
      *        5100-APPLY-TAX-DECLARATION IN TAKEHOME_PAY.
               IF PS-REGION = "AU"
                   IF PS-TAX-ID-SUPPLIED = 'F'
                       PERFORM 3110-FIND-TOP-RATE
                       COMPUTE INCOME-TAX-WORK ROUNDED =
                           ANNUAL-PAY-WORK * TOP-TAX-RATE
                   ELSE
                       IF PS-TAX-FREE-THRESHOLD = 'F'
                           PERFORM 3120-FIND-NO-THRESHOLD-SCALE
                           IF ANNUAL-PAY-WORK < NO-THRESHOLD-LIMIT
                               COMPUTE INCOME-TAX-WORK ROUNDED =
                                   INCOME-TAX-WORK
                                   + ANNUAL-PAY-WORK * NO-THRESHOLD-RATE
                           ELSE
                               COMPUTE INCOME-TAX-WORK ROUNDED =
                                   INCOME-TAX-WORK + NO-THRESHOLD-LIMIT
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
                       PERFORM 3110-FIND-TOP-RATE
                       COMPUTE INCOME-TAX-WORK ROUNDED =
                           ANNUAL-PAY-WORK * TOP-TAX-RATE
                   ELSE
                       IF NTT-FLAT-RATE(NT-IDX) > 0
                           COMPUTE INCOME-TAX-WORK ROUNDED =
                               ANNUAL-PAY-WORK * NTT-FLAT-RATE(NT-IDX)
                       END-IF
                       IF NTT-CREDIT(NT-IDX) > 0
                               AND ANNUAL-PAY-WORK
                                   >= NTT-CREDIT-FROM(NT-IDX)
                           PERFORM 3130-APPLY-TAX-CREDIT
                       END-IF
                   END-IF
               END-IF.

           3110-FIND-TOP-RATE.
               MOVE 0 TO TOP-TAX-RATE.
               SET TB-IDX TO 1.
               PERFORM UNTIL TB-IDX > TAX-BRACKET-COUNT
                   IF TBT-FINYEAR(TB-IDX) = RECALC-YEAR
                           AND TBT-REGION(TB-IDX) = PS-REGION
                           AND TBT-RATE(TB-IDX) > TOP-TAX-RATE
                       MOVE TBT-RATE(TB-IDX) TO TOP-TAX-RATE
                   END-IF
                   SET TB-IDX UP BY 1
               END-PERFORM.

           3120-FIND-NO-THRESHOLD-SCALE.
      *        THE THRESHOLD IS THE TOP OF THE NIL-RATE BRACKET; THE
      *        NO-THRESHOLD RATE IS THAT OF THE BRACKET ABOVE IT.
               MOVE 0 TO NO-THRESHOLD-LIMIT.
               MOVE 0 TO NO-THRESHOLD-RATE.
               SET TB-IDX TO 1.
               PERFORM UNTIL TB-IDX > TAX-BRACKET-COUNT
                   IF TBT-FINYEAR(TB-IDX) = RECALC-YEAR
                           AND TBT-REGION(TB-IDX) = PS-REGION
                           AND TBT-LOW(TB-IDX) = 0
                           AND TBT-RATE(TB-IDX) = 0
                       MOVE TBT-HIGH(TB-IDX) TO NO-THRESHOLD-LIMIT
                   END-IF
                   SET TB-IDX UP BY 1
               END-PERFORM.
               SET TB-IDX TO 1.
               PERFORM UNTIL TB-IDX > TAX-BRACKET-COUNT
                   IF TBT-FINYEAR(TB-IDX) = RECALC-YEAR
                           AND TBT-REGION(TB-IDX) = PS-REGION
                           AND TBT-LOW(TB-IDX) > NO-THRESHOLD-LIMIT
                           AND TBT-LOW(TB-IDX) <= NO-THRESHOLD-LIMIT + 1
                       MOVE TBT-RATE(TB-IDX) TO NO-THRESHOLD-RATE
                   END-IF
                   SET TB-IDX UP BY 1
               END-PERFORM.

           3130-APPLY-TAX-CREDIT.
               IF ANNUAL-PAY-WORK > NTT-ABATE-FROM(NT-IDX)
                   COMPUTE TAX-CREDIT-WORK ROUNDED =
                       NTT-CREDIT(NT-IDX)
                       - (ANNUAL-PAY-WORK - NTT-ABATE-FROM(NT-IDX))
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

