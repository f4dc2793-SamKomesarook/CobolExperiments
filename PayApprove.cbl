           IDENTIFICATION DIVISION.
           PROGRAM-ID. PAY_APPROVE.

      *        PAY RUN APPROVAL. A PERIOD OR BATCH RUN OF TAKEHOME_PAY
      *        ENDS PENDING APPROVAL WITH ITS SUMMARY ON
      *        data/PAYAPPR.DAT. THIS STEP IS RUN BY A DIFFERENT USER
      *        FROM THE ONE WHO RAN THE PAY, AND EITHER APPROVES THE
      *        RUN OR REJECTS IT.
      *
      *        APPROVE - THE BANK FILE AND GL JOURNAL ARE PROVED
      *        AGAINST THE SUMMARY THE RUN RECORDED, THEN COPIED TO
      *        data/BANKSEND.ABA AND data/GLSEND.DAT, THE ONLY FILES
      *        THE TRANSMISSION JOB PICKS UP. THE PERIOD END IS THEN
      *        LOCKED AGAINST FURTHER ORDINARY PAY AND FINAL-PAY RUNS.
      *
      *        REJECT - THE YTD, LEAVE AND DEDUCTION BALANCES ARE PUT
      *        BACK FROM THE COPIES THE RUN CUT BEFORE IT PAID ANYONE,
      *        THE RUN'S PAYSLIPS ARE DELETED, ANY CREDITS IT HELD ON
      *        UNVERIFIED BANK DETAILS ARE CANCELLED, AND THE BANK FILE
      *        AND GL JOURNAL ARE EMPTIED SO NOTHING CAN BE SENT. THE
      *        RUN LOG KEEPS ITS ROWS - IT IS THE AUDIT TRAIL OF WHAT
      *        WAS RUN. THE PERIOD CAN THEN BE RUN AGAIN. A BATCH RUN
      *        MOVES NO BALANCES, SO ITS REJECTION ONLY DELETES ITS
      *        ANNUAL PAYSLIPS, CANCELS ITS HELD CREDITS AND EMPTIES
      *        THE BANK FILE AND JOURNAL.
      *
      *        A TERM_FINALPAY RUN ENDS PENDING THE SAME WAY UNDER
      *        SEQUENCE 002. IT WRITES NO GL JOURNAL, SO APPROVAL
      *        PROVES data/TERMPAY.ABA AND RELEASES IT TO
      *        data/TERMSEND.ABA. REJECTION PUTS BACK THE YTD AND
      *        LEAVE BALANCES (IT DOES NOT TOUCH THE DEDUCTIONS),
      *        EMPTIES data/TERMPAY.ABA, AND DELETES THE FINAL-PAY
      *        SLIPS AND CANCELS THE HELD CREDITS OF THE LEAVERS ON
      *        ITS REGISTER, data/TERMPAY.OUT - AN EARLIER FINAL-PAY
      *        RUN FOR THE SAME PERIOD END SHARES THE SEQUENCE.

           ENVIRONMENT DIVISION.
               CONFIGURATION SECTION.
               SPECIAL-NAMES.
                  CONSOLE IS DATA-INPUT.
               INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT APPROVAL-CONTROL-FILE
                       ASSIGN TO "data/APPRCTL.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS APPROVAL-CONTROL-FILE-STATUS.
                   SELECT PAY-APPROVAL-FILE
                       ASSIGN TO "data/PAYAPPR.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS PAY-APPROVAL-FILE-STATUS.
                   SELECT BANK-PAYMENT-FILE
                       ASSIGN TO DYNAMIC BANK-PAYMENT-FILE-NAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS BANK-PAYMENT-FILE-STATUS.
                   SELECT BANK-RELEASE-FILE
                       ASSIGN TO DYNAMIC BANK-RELEASE-FILE-NAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS BANK-RELEASE-FILE-STATUS.
                   SELECT GL-JOURNAL-FILE
                       ASSIGN TO "data/GLJOURN.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS GL-JOURNAL-FILE-STATUS.
                   SELECT GL-RELEASE-FILE
                       ASSIGN TO "data/GLSEND.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS GL-RELEASE-FILE-STATUS.
                   SELECT PAYSLIP-FILE
                       ASSIGN TO "data/PAYSLIP.DAT"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS PS-SLIP-KEY
                       FILE STATUS IS PAYSLIP-FILE-STATUS.
                   SELECT YTD-MASTER-FILE
                       ASSIGN TO "data/YTDMAST.DAT"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS YT-EMP-ID
                       FILE STATUS IS YTD-MASTER-FILE-STATUS.
                   SELECT YTD-PRE-RUN-FILE
                       ASSIGN TO "data/YTDMAST.PRE"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS YP-EMP-ID
                       FILE STATUS IS YTD-PRE-RUN-FILE-STATUS.
                   SELECT LEAVE-BALANCE-FILE
                       ASSIGN TO "data/LEAVEBAL.DAT"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS LB-EMP-ID
                       FILE STATUS IS LEAVE-BALANCE-FILE-STATUS.
                   SELECT LEAVE-PRE-RUN-FILE
                       ASSIGN TO "data/LEAVEBAL.PRE"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS LP-EMP-ID
                       FILE STATUS IS LEAVE-PRE-RUN-FILE-STATUS.
                   SELECT DEDUCTION-MASTER-FILE
                       ASSIGN TO "data/DEDMAST.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS DEDUCTION-MASTER-FILE-STATUS.
                   SELECT DEDUCTION-PRE-RUN-FILE
                       ASSIGN TO "data/DEDMAST.PRE"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS DEDUCTION-PRE-RUN-FILE-STATUS.
                   SELECT HELD-CREDIT-FILE
                       ASSIGN TO "data/BANKHELD.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS HELD-CREDIT-FILE-STATUS.
                   SELECT FINAL-REGISTER-FILE
                       ASSIGN TO "data/TERMPAY.OUT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FINAL-REGISTER-FILE-STATUS.

           DATA DIVISION.
               FILE SECTION.
      *        THE DECISION - 'A' APPROVE OR 'R' REJECT - THE PERIOD
      *        END OF THE RUN AND THE USER ID OF WHOEVER DECIDES.
               FD APPROVAL-CONTROL-FILE.
               01 APPROVAL-CONTROL-RECORD.
                   05 AC-ACTION PIC X(1).
                   05 AC-PERIOD-END PIC X(8).
                   05 AC-USER PIC X(8).

               FD PAY-APPROVAL-FILE.
               COPY PAYAPPR.

               FD BANK-PAYMENT-FILE.
               01 BANK-PAYMENT-LINE PIC X(120).
               01 BANK-PAYMENT-HEADER REDEFINES BANK-PAYMENT-LINE.
                   05 BH-RECORD-TYPE PIC X(1).
                       88 BH-IS-HEADER VALUE '0'.
                   05 FILLER PIC X(73).
                   05 BH-DATE PIC X(6).
                   05 FILLER PIC X(40).
               01 BANK-PAYMENT-DETAIL REDEFINES BANK-PAYMENT-LINE.
                   05 BP-RECORD-TYPE PIC X(1).
                       88 BP-IS-DETAIL VALUE '1'.
                   05 BP-BSB PIC X(7).
                   05 BP-ACCOUNT PIC X(9).
                   05 FILLER PIC X(3).
                   05 BP-AMOUNT PIC 9(10).
                   05 BP-TITLE PIC X(32).
                   05 BP-REFERENCE PIC X(18).
                   05 FILLER PIC X(40).
               01 BANK-PAYMENT-TRAILER REDEFINES BANK-PAYMENT-LINE.
                   05 BT-RECORD-TYPE PIC X(1).
                       88 BT-IS-TRAILER VALUE '7'.
                   05 FILLER PIC X(19).
                   05 BT-NET PIC 9(10).
                   05 BT-CREDIT PIC 9(10).
                   05 BT-DEBIT PIC 9(10).
                   05 FILLER PIC X(24).
                   05 BT-COUNT PIC 9(6).
                   05 FILLER PIC X(40).

               FD BANK-RELEASE-FILE.
               01 BANK-RELEASE-LINE PIC X(120).

               FD GL-JOURNAL-FILE.
               01 GL-JOURNAL-RECORD.
                   05 GLJ-PERIOD-END PIC X(8).
                   05 GLJ-ACCOUNT PIC X(20).
                   05 GLJ-DR-CR PIC X(2).
                   05 GLJ-AMOUNT-CENTS PIC 9(11).
                   05 GLJ-COST-CENTRE PIC X(6).

               FD GL-RELEASE-FILE.
               01 GL-RELEASE-LINE PIC X(47).

               FD PAYSLIP-FILE.
               COPY PAYSLIP.

               FD YTD-MASTER-FILE.
               COPY YTDMAST.

               FD YTD-PRE-RUN-FILE.
               01 YTD-PRE-RUN-RECORD.
                   05 YP-EMP-ID PIC X(10).
                   05 YP-YTD-DATA PIC X(43).

               FD LEAVE-BALANCE-FILE.
               COPY LEAVEBAL.

               FD LEAVE-PRE-RUN-FILE.
               01 LEAVE-PRE-RUN-RECORD.
                   05 LP-EMP-ID PIC X(10).
                   05 LP-LEAVE-DATA PIC X(14).

               FD DEDUCTION-MASTER-FILE.
               01 DEDUCTION-MASTER-LINE PIC X(40).

               FD DEDUCTION-PRE-RUN-FILE.
               01 DEDUCTION-PRE-RUN-LINE PIC X(40).

               FD HELD-CREDIT-FILE.
               COPY BANKHELD.

               FD FINAL-REGISTER-FILE.
               01 FINAL-REGISTER-LINE PIC X(100).
               01 FINAL-REGISTER-DETAIL REDEFINES FINAL-REGISTER-LINE.
                   05 FRD-EMP-ID PIC X(10).
                   05 FILLER PIC X(90).

               WORKING-STORAGE SECTION.
               01 APPROVAL-CONTROL-FILE-STATUS PIC X(2).
               01 PAY-APPROVAL-FILE-STATUS PIC X(2).
               01 BANK-PAYMENT-FILE-STATUS PIC X(2).
               01 BANK-RELEASE-FILE-STATUS PIC X(2).
               01 GL-JOURNAL-FILE-STATUS PIC X(2).
               01 GL-RELEASE-FILE-STATUS PIC X(2).
               01 PAYSLIP-FILE-STATUS PIC X(2).
               01 YTD-MASTER-FILE-STATUS PIC X(2).
               01 YTD-PRE-RUN-FILE-STATUS PIC X(2).
               01 LEAVE-BALANCE-FILE-STATUS PIC X(2).
               01 LEAVE-PRE-RUN-FILE-STATUS PIC X(2).
               01 DEDUCTION-MASTER-FILE-STATUS PIC X(2).
               01 DEDUCTION-PRE-RUN-FILE-STATUS PIC X(2).
               01 HELD-CREDIT-FILE-STATUS PIC X(2).
               01 FINAL-REGISTER-FILE-STATUS PIC X(2).

      *        THE BANK FILE THE RUN BEING DECIDED WROTE, AND WHERE
      *        IT IS RELEASED TO - THE FINAL-PAY RUN HAS ITS OWN.
               01 BANK-PAYMENT-FILE-NAME PIC X(40)
                   VALUE "data/BANKPAY.ABA".
               01 BANK-RELEASE-FILE-NAME PIC X(40)
                   VALUE "data/BANKSEND.ABA".

               01 WS-FOUND-SW PIC X(1).
                   88 WS-FOUND VALUE 'Y'.
                   88 WS-NOT-FOUND VALUE 'N'.

               01 WS-EOF-SW PIC X(1).
                   88 WS-EOF VALUE 'Y'.
                   88 WS-NOT-EOF VALUE 'N'.

               01 DECISION PIC X(1) VALUE SPACE.
                   88 DECISION-APPROVE VALUE 'A'.
                   88 DECISION-REJECT VALUE 'R'.
               01 DECISION-PERIOD-END PIC X(8) VALUE SPACES.
               01 DECISION-USER PIC X(8) VALUE SPACES.
               01 DECISION-TIMESTAMP PIC X(14) VALUE SPACES.

      *        THE WHOLE APPROVAL FILE IS HELD FOR THE RUN AND
      *        WRITTEN BACK WITH THE DECISION APPLIED.
               01 APPROVAL-TABLE.
                   05 APPROVAL-ENTRY OCCURS 500 TIMES
                          INDEXED BY AP-IDX.
                       10 APT-ROW PIC X(143).
               01 APPROVAL-COUNT PIC 9(4) VALUE 0.
               01 PENDING-MATCH-COUNT PIC 9(4) VALUE 0.

      *        THE PENDING RUN BEING DECIDED.
               COPY PAYAPPR REPLACING
                   ==PAY-APPROVAL-RECORD== BY ==APPROVAL-WORK==
                   LEADING ==PR-== BY ==AW-==.

               01 WS-DATE-WORK.
                   05 WS-DATE-YYYY.
                       10 FILLER PIC X(2).
                       10 WS-DATE-YY PIC X(2).
                   05 WS-DATE-MM PIC X(2).
                   05 WS-DATE-DD PIC X(2).
               01 EXPECTED-ABA-DATE.
                   05 EAD-DD PIC X(2).
                   05 EAD-MM PIC X(2).
                   05 EAD-YY PIC X(2).

      *        BANK FILE PROOF - THE FILE AS IT STANDS MUST STILL BE
      *        THE ONE THE RUN WROTE AND SUMMARISED.
               01 BANK-HEADER-DATE PIC X(6) VALUE SPACES.
               01 BANK-DETAIL-CENTS PIC 9(11) VALUE 0.
               01 BANK-DETAIL-COUNT PIC 9(6) VALUE 0.
               01 BANK-TRAILER-CENTS PIC 9(11) VALUE 0.
               01 BANK-TRAILER-COUNT PIC 9(6) VALUE 0.
               01 BANK-TRAILER-SW PIC X(1) VALUE 'N'.
                   88 BANK-TRAILER-FOUND VALUE 'Y'.

      *        GL JOURNAL PROOF - BALANCED, ALL FOR THIS PERIOD END,
      *        AND CARRYING THE GROSS, TAX AND NET OF THE SUMMARY.
               01 GL-LINE-COUNT PIC 9(7) VALUE 0.
               01 GL-WRONG-PERIOD-COUNT PIC 9(7) VALUE 0.
               01 GL-DEBIT-CENTS PIC 9(11) VALUE 0.
               01 GL-CREDIT-CENTS PIC 9(11) VALUE 0.
               01 GL-GROSS-CENTS PIC 9(11) VALUE 0.
               01 GL-TAX-CENTS PIC 9(11) VALUE 0.
               01 GL-NET-CENTS PIC 9(11) VALUE 0.

               01 RESTORED-YTD-COUNT PIC 9(7) VALUE 0.
               01 RESTORED-LEAVE-COUNT PIC 9(7) VALUE 0.
               01 RESTORED-DEDUCTION-COUNT PIC 9(7) VALUE 0.
               01 DELETED-PAYSLIP-COUNT PIC 9(7) VALUE 0.
               01 CANCELLED-HELD-COUNT PIC 9(7) VALUE 0.

      *        THE HELD CREDIT FILE, REWRITTEN WITH A REJECTED RUN'S
      *        HELD CREDITS CANCELLED.
               01 HELD-CREDIT-TABLE.
                   05 HELD-CREDIT-ENTRY OCCURS 2000 TIMES
                          INDEXED BY HC-IDX.
                       10 HCT-ROW PIC X(194).
               01 HELD-CREDIT-COUNT PIC 9(4) VALUE 0.
               01 RELEASED-LINE-COUNT PIC 9(7) VALUE 0.

      *        THE LEAVERS ON A REJECTED FINAL-PAY RUN'S REGISTER -
      *        ONLY THEIR SLIPS AND HELD CREDITS ARE ROLLED BACK.
               01 FINAL-REGISTER-TABLE.
                   05 FINAL-REGISTER-ENTRY OCCURS 5000 TIMES
                          INDEXED BY FR-IDX.
                       10 FRT-EMP-ID PIC X(10).
               01 FINAL-REGISTER-COUNT PIC 9(5) VALUE 0.
               01 FIND-EMP-ID PIC X(10).

           PROCEDURE DIVISION.

           0000-MAIN-LOGIC.
               DISPLAY "PAY RUN APPROVAL".
               PERFORM 1000-GET-DECISION.
               PERFORM 1100-LOAD-APPROVALS.
               PERFORM 1200-FIND-PENDING-RUN.
               IF DECISION-APPROVE
                   PERFORM 2000-APPROVE-RUN
               ELSE
                   PERFORM 3000-REJECT-RUN
               END-IF.
               PERFORM 4000-REWRITE-APPROVALS.
               MOVE 0 TO RETURN-CODE.
               STOP RUN.

           1000-GET-DECISION.
               OPEN INPUT APPROVAL-CONTROL-FILE.
               IF APPROVAL-CONTROL-FILE-STATUS = "35"
                   DISPLAY "NO APPROVAL CONTROL FILE - USING CONSOLE"
                   DISPLAY "ENTER 'A' TO APPROVE OR 'R' TO REJECT:"
                   ACCEPT DECISION FROM DATA-INPUT
                   DISPLAY "ENTER PAY PERIOD END (YYYYMMDD):"
                   ACCEPT DECISION-PERIOD-END FROM DATA-INPUT
                   DISPLAY "ENTER YOUR USER ID:"
                   ACCEPT DECISION-USER FROM DATA-INPUT
               ELSE
                   IF APPROVAL-CONTROL-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN APPROVAL CONTROL FILE "
                           "- STATUS " APPROVAL-CONTROL-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-NOT-EOF TO TRUE
                   READ APPROVAL-CONTROL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                   END-READ
                   IF WS-EOF
                       DISPLAY "APPROVAL CONTROL FILE IS EMPTY"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE AC-ACTION TO DECISION
                   MOVE AC-PERIOD-END TO DECISION-PERIOD-END
                   MOVE AC-USER TO DECISION-USER
                   CLOSE APPROVAL-CONTROL-FILE
               END-IF.
               IF NOT DECISION-APPROVE AND NOT DECISION-REJECT
                   DISPLAY "DECISION MUST BE 'A' OR 'R' - GOT '"
                       DECISION "'"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF DECISION-PERIOD-END = SPACES
                   DISPLAY "PAY PERIOD END MUST BE GIVEN"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF DECISION-USER = SPACES
                   DISPLAY "THE USER ID OF WHOEVER IS DECIDING THE "
                       "RUN MUST BE GIVEN"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO DECISION-TIMESTAMP.

           1100-LOAD-APPROVALS.
               OPEN INPUT PAY-APPROVAL-FILE.
               IF PAY-APPROVAL-FILE-STATUS = "35"
                   DISPLAY "NO PAY RUN APPROVAL FILE - NO RUN IS "
                       "AWAITING APPROVAL"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF PAY-APPROVAL-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN PAY RUN APPROVAL FILE - "
                       "STATUS " PAY-APPROVAL-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               SET WS-NOT-EOF TO TRUE.
               PERFORM UNTIL WS-EOF
                   READ PAY-APPROVAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF APPROVAL-COUNT >= 500
                               DISPLAY "APPROVAL TABLE FULL - "
                                   "RAISE THE TABLE SIZE"
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO APPROVAL-COUNT
                           SET AP-IDX TO APPROVAL-COUNT
                           MOVE PAY-APPROVAL-RECORD TO APT-ROW(AP-IDX)
                   END-READ
               END-PERFORM.
               CLOSE PAY-APPROVAL-FILE.

           1200-FIND-PENDING-RUN.
      *        A RESTARTED RUN CAN LEAVE THE SAME PENDING ROW TWICE -
      *        EVERY PENDING ROW FOR THE PERIOD END TAKES THE
      *        DECISION, AND THE LAST ONE WRITTEN IS THE SUMMARY.
               SET AP-IDX TO 1.
               PERFORM UNTIL AP-IDX > APPROVAL-COUNT
                   MOVE APT-ROW(AP-IDX) TO APPROVAL-WORK
                   IF AW-PERIOD-END = DECISION-PERIOD-END
                           AND AW-PENDING
                       ADD 1 TO PENDING-MATCH-COUNT
                       MOVE APT-ROW(AP-IDX) TO PAY-APPROVAL-RECORD
                   END-IF
                   SET AP-IDX UP BY 1
               END-PERFORM.
               IF PENDING-MATCH-COUNT = 0
                   DISPLAY "NO PAY RUN FOR " DECISION-PERIOD-END
                       " IS AWAITING APPROVAL"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE PAY-APPROVAL-RECORD TO APPROVAL-WORK.
               IF DECISION-USER = AW-RUN-BY
                   DISPLAY "THE RUN WAS MADE BY " AW-RUN-BY
                       " - IT MUST BE APPROVED OR REJECTED BY A "
                       "DIFFERENT USER"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               DISPLAY "RUN FOR " AW-PERIOD-END " SEQUENCE "
                   AW-SLIP-SEQ " RUN BY " AW-RUN-BY " AT " AW-RUN-AT.
               DISPLAY "  HEADCOUNT " AW-HEADCOUNT
                   " GROSS " AW-GROSS-CENTS " TAX " AW-TAX-CENTS
                   " NET " AW-NET-CENTS " CENTS".
               DISPLAY "  BANK FILE " AW-BANK-COUNT " CREDITS "
                   AW-BANK-CENTS " CENTS, BY HAND "
                   AW-UNBANKED-CENTS " CENTS".
               DISPLAY "  HELD ON UNVERIFIED BANK DETAILS "
                   AW-HELD-COUNT " CREDITS " AW-HELD-CENTS " CENTS".
               IF AW-FINAL-RUN
                   DISPLAY "  FINAL-PAY RUN - data/TERMPAY.ABA"
                   MOVE "data/TERMPAY.ABA" TO BANK-PAYMENT-FILE-NAME
                   MOVE "data/TERMSEND.ABA" TO BANK-RELEASE-FILE-NAME
               END-IF.

           2000-APPROVE-RUN.
      *        THE FINAL-PAY RUN WRITES NO GL JOURNAL AND DOES NOT
      *        LOCK THE PERIOD END.
               PERFORM 2100-PROVE-BANK-FILE.
               IF AW-FINAL-RUN
                   PERFORM 2300-RELEASE-BANK-FILE
                   DISPLAY "FINAL PAYS FOR " DECISION-PERIOD-END
                       " APPROVED BY " DECISION-USER
                       " - data/TERMSEND.ABA RELEASED FOR "
                       "TRANSMISSION"
               ELSE
                   PERFORM 2200-PROVE-GL-JOURNAL
                   PERFORM 2300-RELEASE-BANK-FILE
                   PERFORM 2400-RELEASE-GL-JOURNAL
                   DISPLAY "RUN FOR " DECISION-PERIOD-END
                       " APPROVED BY " DECISION-USER
                       " - data/BANKSEND.ABA AND "
                       "data/GLSEND.DAT RELEASED FOR TRANSMISSION"
                   DISPLAY "PERIOD " DECISION-PERIOD-END
                       " IS NOW LOCKED"
               END-IF.

           2100-PROVE-BANK-FILE.
               MOVE AW-PERIOD-END TO WS-DATE-WORK.
               MOVE WS-DATE-DD TO EAD-DD.
               MOVE WS-DATE-MM TO EAD-MM.
               MOVE WS-DATE-YY TO EAD-YY.
               OPEN INPUT BANK-PAYMENT-FILE.
               IF BANK-PAYMENT-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN BANK PAYMENT FILE - "
                       "STATUS " BANK-PAYMENT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               SET WS-NOT-EOF TO TRUE.
               PERFORM UNTIL WS-EOF
                   READ BANK-PAYMENT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 2150-TAKE-BANK-LINE
                   END-READ
               END-PERFORM.
               CLOSE BANK-PAYMENT-FILE.
               IF BANK-HEADER-DATE NOT = EXPECTED-ABA-DATE
                       OR NOT BANK-TRAILER-FOUND
                       OR BANK-DETAIL-CENTS NOT = AW-BANK-CENTS
                       OR BANK-DETAIL-COUNT NOT = AW-BANK-COUNT
                       OR BANK-TRAILER-CENTS NOT = AW-BANK-CENTS
                       OR BANK-TRAILER-COUNT NOT = AW-BANK-COUNT
                   DISPLAY BANK-PAYMENT-FILE-NAME
                   DISPLAY "  DOES NOT MATCH THE RUN AWAITING "
                       "APPROVAL - NOT RELEASED"
                   DISPLAY "  FILE DATE " BANK-HEADER-DATE
                       " CREDITS " BANK-DETAIL-COUNT
                       " TOTALLING " BANK-DETAIL-CENTS
                       " TRAILER " BANK-TRAILER-COUNT
                       " / " BANK-TRAILER-CENTS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.

           2150-TAKE-BANK-LINE.
               IF BH-IS-HEADER
                   MOVE BH-DATE TO BANK-HEADER-DATE
               END-IF.
               IF BP-IS-DETAIL
                   ADD BP-AMOUNT TO BANK-DETAIL-CENTS
                   ADD 1 TO BANK-DETAIL-COUNT
               END-IF.
               IF BT-IS-TRAILER
                   SET BANK-TRAILER-FOUND TO TRUE
                   MOVE BT-NET TO BANK-TRAILER-CENTS
                   MOVE BT-COUNT TO BANK-TRAILER-COUNT
               END-IF.

           2200-PROVE-GL-JOURNAL.
               OPEN INPUT GL-JOURNAL-FILE.
               IF GL-JOURNAL-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN GL JOURNAL FILE - "
                       "STATUS " GL-JOURNAL-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               SET WS-NOT-EOF TO TRUE.
               PERFORM UNTIL WS-EOF
                   READ GL-JOURNAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 2250-TAKE-GL-LINE
                   END-READ
               END-PERFORM.
               CLOSE GL-JOURNAL-FILE.
               IF GL-LINE-COUNT = 0
                       OR GL-WRONG-PERIOD-COUNT > 0
                       OR GL-DEBIT-CENTS NOT = GL-CREDIT-CENTS
                       OR GL-GROSS-CENTS NOT = AW-GROSS-CENTS
                       OR GL-TAX-CENTS NOT = AW-TAX-CENTS
                       OR GL-NET-CENTS NOT = AW-NET-CENTS
                   DISPLAY "data/GLJOURN.DAT DOES NOT MATCH THE RUN "
                       "AWAITING APPROVAL - NOT RELEASED"
                   DISPLAY "  LINES " GL-LINE-COUNT
                       " OTHER PERIODS " GL-WRONG-PERIOD-COUNT
                       " DEBITS " GL-DEBIT-CENTS
                       " CREDITS " GL-CREDIT-CENTS
                   DISPLAY "  GROSS " GL-GROSS-CENTS
                       " TAX " GL-TAX-CENTS " NET " GL-NET-CENTS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.

           2250-TAKE-GL-LINE.
               ADD 1 TO GL-LINE-COUNT.
               IF GLJ-PERIOD-END NOT = AW-PERIOD-END
                   ADD 1 TO GL-WRONG-PERIOD-COUNT
               END-IF.
               IF GLJ-DR-CR = "DR"
                   ADD GLJ-AMOUNT-CENTS TO GL-DEBIT-CENTS
               ELSE
                   ADD GLJ-AMOUNT-CENTS TO GL-CREDIT-CENTS
               END-IF.
               IF GLJ-ACCOUNT(1:4) = "6000" AND GLJ-DR-CR = "DR"
                   ADD GLJ-AMOUNT-CENTS TO GL-GROSS-CENTS
               END-IF.
               IF GLJ-ACCOUNT(1:4) = "2200" AND GLJ-DR-CR = "CR"
                   ADD GLJ-AMOUNT-CENTS TO GL-TAX-CENTS
               END-IF.
               IF GLJ-ACCOUNT(1:4) = "2100" AND GLJ-DR-CR = "CR"
                   ADD GLJ-AMOUNT-CENTS TO GL-NET-CENTS
               END-IF.

           2300-RELEASE-BANK-FILE.
               OPEN INPUT BANK-PAYMENT-FILE.
               IF BANK-PAYMENT-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN BANK PAYMENT FILE - "
                       "STATUS " BANK-PAYMENT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT BANK-RELEASE-FILE.
               IF BANK-RELEASE-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN BANK RELEASE FILE - "
                       "STATUS " BANK-RELEASE-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 0 TO RELEASED-LINE-COUNT.
               SET WS-NOT-EOF TO TRUE.
               PERFORM UNTIL WS-EOF
                   READ BANK-PAYMENT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           WRITE BANK-RELEASE-LINE
                               FROM BANK-PAYMENT-LINE
                           ADD 1 TO RELEASED-LINE-COUNT
                   END-READ
               END-PERFORM.
               CLOSE BANK-PAYMENT-FILE.
               CLOSE BANK-RELEASE-FILE.
               DISPLAY RELEASED-LINE-COUNT
                   " BANK FILE LINES RELEASED".

           2400-RELEASE-GL-JOURNAL.
               OPEN INPUT GL-JOURNAL-FILE.
               IF GL-JOURNAL-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN GL JOURNAL FILE - "
                       "STATUS " GL-JOURNAL-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT GL-RELEASE-FILE.
               IF GL-RELEASE-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN GL RELEASE FILE - "
                       "STATUS " GL-RELEASE-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 0 TO RELEASED-LINE-COUNT.
               SET WS-NOT-EOF TO TRUE.
               PERFORM UNTIL WS-EOF
                   READ GL-JOURNAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           WRITE GL-RELEASE-LINE
                               FROM GL-JOURNAL-RECORD
                           ADD 1 TO RELEASED-LINE-COUNT
                   END-READ
               END-PERFORM.
               CLOSE GL-JOURNAL-FILE.
               CLOSE GL-RELEASE-FILE.
               DISPLAY RELEASED-LINE-COUNT
                   " GL JOURNAL LINES RELEASED".

           3000-REJECT-RUN.
      *        EVERY PRE-RUN COPY MUST BE THERE BEFORE ANYTHING IS
      *        TOUCHED - A HALF-DONE ROLLBACK IS WORSE THAN NONE.
      *        A BATCH RUN CUT NO COPIES AND HAS NOTHING TO PUT BACK.
      *        A FINAL-PAY RUN COPIED ONLY THE YTD AND LEAVE BALANCES,
      *        AND ITS REGISTER MUST STILL NAME EVERY LEAVER IT PAID.
               IF AW-FINAL-RUN
                   PERFORM 3050-LOAD-FINAL-REGISTER
               END-IF.
               IF NOT AW-BATCH-RUN
                   OPEN INPUT YTD-PRE-RUN-FILE
                   IF YTD-PRE-RUN-FILE-STATUS NOT = "00"
                       DISPLAY "NO PRE-RUN YTD COPY - STATUS "
                           YTD-PRE-RUN-FILE-STATUS
                           " - CANNOT ROLL BACK"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   CLOSE YTD-PRE-RUN-FILE
                   OPEN INPUT LEAVE-PRE-RUN-FILE
                   IF LEAVE-PRE-RUN-FILE-STATUS NOT = "00"
                       DISPLAY "NO PRE-RUN LEAVE COPY - STATUS "
                           LEAVE-PRE-RUN-FILE-STATUS
                           " - CANNOT ROLL BACK"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   CLOSE LEAVE-PRE-RUN-FILE
                   IF NOT AW-FINAL-RUN
                       OPEN INPUT DEDUCTION-PRE-RUN-FILE
                       IF DEDUCTION-PRE-RUN-FILE-STATUS NOT = "00"
                           DISPLAY "NO PRE-RUN DEDUCTION COPY - "
                               "STATUS " DEDUCTION-PRE-RUN-FILE-STATUS
                               " - CANNOT ROLL BACK"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       CLOSE DEDUCTION-PRE-RUN-FILE
                   END-IF
                   PERFORM 3100-RESTORE-YTD
                   PERFORM 3200-RESTORE-LEAVE
                   IF NOT AW-FINAL-RUN
                       PERFORM 3300-RESTORE-DEDUCTIONS
                   END-IF
               END-IF.
               PERFORM 3400-DELETE-RUN-PAYSLIPS.
               PERFORM 3500-EMPTY-RUN-OUTPUTS.
               PERFORM 3600-CANCEL-HELD-CREDITS.
               DISPLAY "RUN FOR " DECISION-PERIOD-END " REJECTED BY "
                   DECISION-USER " AND ROLLED BACK".
               DISPLAY "  " RESTORED-YTD-COUNT " YTD, "
                   RESTORED-LEAVE-COUNT " LEAVE AND "
                   RESTORED-DEDUCTION-COUNT
                   " DEDUCTION RECORDS RESTORED".
               DISPLAY "  " DELETED-PAYSLIP-COUNT
                   " PAYSLIPS DELETED, " CANCELLED-HELD-COUNT
                   " HELD CREDITS CANCELLED".

           3050-LOAD-FINAL-REGISTER.
               OPEN INPUT FINAL-REGISTER-FILE.
               IF FINAL-REGISTER-FILE-STATUS NOT = "00"
                   DISPLAY "NO FINAL-PAY REGISTER - STATUS "
                       FINAL-REGISTER-FILE-STATUS
                       " - CANNOT ROLL BACK"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               SET WS-NOT-EOF TO TRUE.
               PERFORM UNTIL WS-EOF
                   READ FINAL-REGISTER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 3060-TABLE-REGISTER-EMPLOYEE
                   END-READ
               END-PERFORM.
               CLOSE FINAL-REGISTER-FILE.
               IF FINAL-REGISTER-COUNT NOT = AW-HEADCOUNT
                   DISPLAY "data/TERMPAY.OUT NAMES "
                       FINAL-REGISTER-COUNT " LEAVERS BUT THE RUN "
                       "PAID " AW-HEADCOUNT " - CANNOT ROLL BACK"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.

           3060-TABLE-REGISTER-EMPLOYEE.
               IF FINAL-REGISTER-LINE(1:12) NOT = "GRAND TOTALS"
                       AND FINAL-REGISTER-LINE(1:8) NOT = "EMPLOYEE"
                       AND FINAL-REGISTER-LINE NOT = SPACES
                   IF FINAL-REGISTER-COUNT >= 5000
                       DISPLAY "FINAL-PAY REGISTER TABLE FULL - "
                           "RAISE THE TABLE SIZE"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO FINAL-REGISTER-COUNT
                   SET FR-IDX TO FINAL-REGISTER-COUNT
                   MOVE FRD-EMP-ID TO FRT-EMP-ID(FR-IDX)
               END-IF.

           3080-CHECK-FINAL-REGISTER.
               SET WS-NOT-FOUND TO TRUE.
               SET FR-IDX TO 1.
               PERFORM UNTIL FR-IDX > FINAL-REGISTER-COUNT
                       OR WS-FOUND
                   IF FRT-EMP-ID(FR-IDX) = FIND-EMP-ID
                       SET WS-FOUND TO TRUE
                   ELSE
                       SET FR-IDX UP BY 1
                   END-IF
               END-PERFORM.

           3100-RESTORE-YTD.
               OPEN INPUT YTD-PRE-RUN-FILE.
               IF YTD-PRE-RUN-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN PRE-RUN YTD COPY - "
                       "STATUS " YTD-PRE-RUN-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT YTD-MASTER-FILE.
               IF YTD-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO REBUILD YTD MASTER - "
                       "STATUS " YTD-MASTER-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               SET WS-NOT-EOF TO TRUE.
               PERFORM UNTIL WS-EOF
                   READ YTD-PRE-RUN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE YTD-PRE-RUN-RECORD
                               TO YTD-MASTER-RECORD
                           WRITE YTD-MASTER-RECORD
                           ADD 1 TO RESTORED-YTD-COUNT
                   END-READ
               END-PERFORM.
               CLOSE YTD-PRE-RUN-FILE.
               CLOSE YTD-MASTER-FILE.

           3200-RESTORE-LEAVE.
               OPEN INPUT LEAVE-PRE-RUN-FILE.
               IF LEAVE-PRE-RUN-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN PRE-RUN LEAVE COPY - "
                       "STATUS " LEAVE-PRE-RUN-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT LEAVE-BALANCE-FILE.
               IF LEAVE-BALANCE-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO REBUILD LEAVE BALANCES - "
                       "STATUS " LEAVE-BALANCE-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               SET WS-NOT-EOF TO TRUE.
               PERFORM UNTIL WS-EOF
                   READ LEAVE-PRE-RUN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE LEAVE-PRE-RUN-RECORD
                               TO LEAVE-BALANCE-RECORD
                           WRITE LEAVE-BALANCE-RECORD
                           ADD 1 TO RESTORED-LEAVE-COUNT
                   END-READ
               END-PERFORM.
               CLOSE LEAVE-PRE-RUN-FILE.
               CLOSE LEAVE-BALANCE-FILE.

           3300-RESTORE-DEDUCTIONS.
               OPEN INPUT DEDUCTION-PRE-RUN-FILE.
               IF DEDUCTION-PRE-RUN-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN PRE-RUN DEDUCTION COPY - "
                       "STATUS " DEDUCTION-PRE-RUN-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT DEDUCTION-MASTER-FILE.
               IF DEDUCTION-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO REWRITE DEDUCTION MASTER - "
                       "STATUS " DEDUCTION-MASTER-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               SET WS-NOT-EOF TO TRUE.
               PERFORM UNTIL WS-EOF
                   READ DEDUCTION-PRE-RUN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           WRITE DEDUCTION-MASTER-LINE
                               FROM DEDUCTION-PRE-RUN-LINE
                           ADD 1 TO RESTORED-DEDUCTION-COUNT
                   END-READ
               END-PERFORM.
               CLOSE DEDUCTION-PRE-RUN-FILE.
               CLOSE DEDUCTION-MASTER-FILE.

           3400-DELETE-RUN-PAYSLIPS.
      *        ONLY THE ROWS THIS RUN WROTE GO - ITS PERIOD END AND
      *        SEQUENCE ON A PERIOD PAYSLIP, OR ON AN ANNUAL ONE FOR A
      *        BATCH RUN, OR ON A FINAL-PAY ONE FOR A LEAVER ON A
      *        FINAL-PAY RUN'S REGISTER. ANY EARLIER APPROVED RUN FOR
      *        THE SAME PERIOD END STAYS.
               OPEN I-O PAYSLIP-FILE.
               IF PAYSLIP-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN PAYSLIP FILE - "
                       "STATUS " PAYSLIP-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               SET WS-NOT-EOF TO TRUE.
               PERFORM UNTIL WS-EOF
                   READ PAYSLIP-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 3450-CHECK-RUN-PAYSLIP
                           IF WS-FOUND
                               DELETE PAYSLIP-FILE RECORD
                               ADD 1 TO DELETED-PAYSLIP-COUNT
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE PAYSLIP-FILE.

           3450-CHECK-RUN-PAYSLIP.
               SET WS-NOT-FOUND TO TRUE.
               IF PS-PERIOD-END = AW-PERIOD-END
                       AND PS-SLIP-SEQ = AW-SLIP-SEQ
                   IF AW-FINAL-RUN
                       IF PS-PAY-IS-FINAL
                           MOVE PS-EMP-REF TO FIND-EMP-ID
                           PERFORM 3080-CHECK-FINAL-REGISTER
                       END-IF
                   ELSE
                       IF (PS-PAY-IS-PERIOD AND NOT AW-BATCH-RUN)
                               OR (PS-PAY-IS-ANNUAL AND AW-BATCH-RUN)
                           SET WS-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF.

           3500-EMPTY-RUN-OUTPUTS.
      *        A REJECTED RUN'S BANK FILE AND JOURNAL MUST NEVER
      *        REACH THE BANK OR THE LEDGER. THE FINAL-PAY RUN HAS
      *        ONLY ITS BANK FILE - THE JOURNAL ON FILE IS THE PAY
      *        RUN'S AND IS LEFT ALONE.
               OPEN OUTPUT BANK-PAYMENT-FILE.
               IF BANK-PAYMENT-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO EMPTY BANK PAYMENT FILE - "
                       "STATUS " BANK-PAYMENT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               CLOSE BANK-PAYMENT-FILE.
               IF NOT AW-FINAL-RUN
                   OPEN OUTPUT GL-JOURNAL-FILE
                   IF GL-JOURNAL-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO EMPTY GL JOURNAL FILE - "
                           "STATUS " GL-JOURNAL-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   CLOSE GL-JOURNAL-FILE
               END-IF.

           3600-CANCEL-HELD-CREDITS.
      *        A HELD CREDIT BELONGS TO THE RUN THAT HELD IT - ONCE THE
      *        RUN IS ROLLED BACK IT MUST NEVER BE RELEASED.
               OPEN INPUT HELD-CREDIT-FILE.
               IF HELD-CREDIT-FILE-STATUS = "35"
                   DISPLAY "NO HELD BANK CREDIT FILE - NOTHING TO "
                       "CANCEL"
               ELSE
                   IF HELD-CREDIT-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN HELD BANK CREDIT FILE "
                           "- STATUS " HELD-CREDIT-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-EOF
                       READ HELD-CREDIT-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 3650-TABLE-HELD-CREDIT
                       END-READ
                   END-PERFORM
                   CLOSE HELD-CREDIT-FILE
                   OPEN OUTPUT HELD-CREDIT-FILE
                   IF HELD-CREDIT-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO REWRITE HELD BANK CREDIT "
                           "FILE - STATUS " HELD-CREDIT-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET HC-IDX TO 1
                   PERFORM UNTIL HC-IDX > HELD-CREDIT-COUNT
                       MOVE HCT-ROW(HC-IDX) TO HELD-CREDIT-RECORD
                       WRITE HELD-CREDIT-RECORD
                       SET HC-IDX UP BY 1
                   END-PERFORM
                   CLOSE HELD-CREDIT-FILE
               END-IF.

           3650-TABLE-HELD-CREDIT.
               IF HELD-CREDIT-COUNT >= 2000
                   DISPLAY "HELD CREDIT TABLE FULL - "
                       "RAISE THE TABLE SIZE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               SET WS-FOUND TO TRUE.
               IF AW-FINAL-RUN
                   MOVE HC-EMP-ID TO FIND-EMP-ID
                   PERFORM 3080-CHECK-FINAL-REGISTER
               END-IF.
               IF HC-PERIOD-END = AW-PERIOD-END
                       AND HC-SLIP-SEQ = AW-SLIP-SEQ
                       AND HC-HELD
                       AND WS-FOUND
                   SET HC-CANCELLED TO TRUE
                   MOVE DECISION-USER TO HC-RELEASED-BY
                   MOVE DECISION-TIMESTAMP TO HC-RELEASED-AT
                   ADD 1 TO CANCELLED-HELD-COUNT
               END-IF.
               ADD 1 TO HELD-CREDIT-COUNT.
               SET HC-IDX TO HELD-CREDIT-COUNT.
               MOVE HELD-CREDIT-RECORD TO HCT-ROW(HC-IDX).

           4000-REWRITE-APPROVALS.
               OPEN OUTPUT PAY-APPROVAL-FILE.
               IF PAY-APPROVAL-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO REWRITE PAY RUN APPROVAL FILE - "
                       "STATUS " PAY-APPROVAL-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               SET AP-IDX TO 1.
               PERFORM UNTIL AP-IDX > APPROVAL-COUNT
                   MOVE APT-ROW(AP-IDX) TO PAY-APPROVAL-RECORD
                   IF PR-PERIOD-END = DECISION-PERIOD-END
                           AND PR-PENDING
                       IF DECISION-APPROVE
                           SET PR-APPROVED TO TRUE
                       ELSE
                           SET PR-REJECTED TO TRUE
                       END-IF
                       MOVE DECISION-USER TO PR-DECIDED-BY
                       MOVE DECISION-TIMESTAMP TO PR-DECIDED-AT
                   END-IF
                   WRITE PAY-APPROVAL-RECORD
                   SET AP-IDX UP BY 1
               END-PERFORM.
               CLOSE PAY-APPROVAL-FILE.

           END PROGRAM PAY_APPROVE.
