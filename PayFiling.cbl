           IDENTIFICATION DIVISION.
           PROGRAM-ID. PAYDAY_FILING.

      *        PAYDAY FILING EXTRACT. RUN AFTER EACH PERIOD RUN OF
      *        TAKEHOME_PAY AND EACH TERM_FINALPAY RUN, IT TAKES THE
      *        PAYSLIP ROWS THE RUN CUT FOR THE PERIOD END AND WRITES
      *        THE PAY EVENT FOR THE TAX OFFICES SO NOTHING IS
      *        RE-KEYED INTO THE PORTALS - AU EMPLOYEES GO TO THE
      *        SINGLE TOUCH PAYROLL PAY-EVENT FILE WITH THE PERIOD
      *        AND YEAR-TO-DATE GROSS, PAYG AND SUPER AND THE FINAL
      *        EVENT INDICATOR ON A TERMINATION; NZ EMPLOYEES GO TO
      *        THE IRD EMPLOYMENT INFORMATION FILE WITH THE GROSS,
      *        PAYE, ACC LEVY, STUDENT LOAN AND KIWISAVER AMOUNTS.
      *        THE CONTROL REPORT PROVES THE EXTRACT AGAINST THE
      *        RUN'S REGISTER AND GL JOURNAL, AND THE FILES MUST ONLY
      *        BE LODGED WHEN THE RUN ENDS WITH RETURN CODE 0 OR 4.
      *        A CORRECTION EVENT RE-LODGES THE EMPLOYEES PAY_RECALC
      *        HAS ADJUSTED - AN STP UPDATE EVENT CARRYING THE
      *        CORRECTED YEAR-TO-DATE FIGURES FOR AU, AND AN
      *        AMENDMENT LINE FOR THE PAYE DIFFERENCE FOR NZ.
      *        A PAY OR FINAL EVENT IS ONLY EXTRACTED ONCE PAY_APPROVE
      *        HAS APPROVED THE RUN - A RUN STILL PENDING MAY YET BE
      *        REJECTED AND ROLLED BACK, AND A LODGEMENT CANNOT BE.

           ENVIRONMENT DIVISION.
               CONFIGURATION SECTION.
               SPECIAL-NAMES.
                  CONSOLE IS DATA-INPUT.
               INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT FILING-CONTROL-FILE
                       ASSIGN TO "data/FILECTL.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FILING-CONTROL-FILE-STATUS.
                   SELECT RUN-CONTROL-FILE
                       ASSIGN TO "data/RUNCTL.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RUN-CONTROL-FILE-STATUS.
                   SELECT PAYER-FILE
                       ASSIGN TO "data/PAYER.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS PAYER-FILE-STATUS.
                   SELECT PAYSLIP-FILE
                       ASSIGN TO "data/PAYSLIP.DAT"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS PS-SLIP-KEY
                       FILE STATUS IS PAYSLIP-FILE-STATUS.
                   SELECT EMPLOYEE-MASTER-FILE
                       ASSIGN TO "data/EMPMAST.DAT"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS EM-EMP-ID
                       FILE STATUS IS EMPLOYEE-MASTER-FILE-STATUS.
                   SELECT YTD-MASTER-FILE
                       ASSIGN TO "data/YTDMAST.DAT"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS YT-EMP-ID
                       FILE STATUS IS YTD-MASTER-FILE-STATUS.
                   SELECT PAYROLL-REGISTER-FILE
                       ASSIGN TO DYNAMIC PAYROLL-REGISTER-FILE-NAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS PAYROLL-REGISTER-FILE-STATUS.
                   SELECT GL-JOURNAL-FILE
                       ASSIGN TO "data/GLJOURN.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS GL-JOURNAL-FILE-STATUS.
                   SELECT ADJUSTMENT-FILE
                       ASSIGN TO "data/ADJUST.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ADJUSTMENT-FILE-STATUS.
                   SELECT STP-EVENT-FILE
                       ASSIGN TO "data/STPEVENT.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS STP-EVENT-FILE-STATUS.
                   SELECT IRD-EI-FILE
                       ASSIGN TO "data/IRDEI.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS IRD-EI-FILE-STATUS.
                   SELECT FILING-REPORT-FILE
                       ASSIGN TO "data/FILING.RPT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FILING-REPORT-FILE-STATUS.
                   SELECT PAY-APPROVAL-FILE
                       ASSIGN TO "data/PAYAPPR.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS PAY-APPROVAL-FILE-STATUS.

           DATA DIVISION.
               FILE SECTION.
      *        THE EVENT BEING FILED - 'P' AFTER A PERIOD RUN, 'F'
      *        AFTER A FINAL-PAY RUN, 'C' TO RE-LODGE THE PAY_RECALC
      *        ADJUSTMENTS - AND THE PAY DATE. A BLANK PERIOD END
      *        TAKES THE ONE ON THE RUN CONTROL FILE. AN OFF-CYCLE
      *        PERIOD RUN IS FILED BY GIVING ITS PAYSLIP SEQUENCE;
      *        BLANK MEANS THE SCHEDULED RUN, SEQUENCE 001.
               FD FILING-CONTROL-FILE.
               01 FILING-CONTROL-RECORD.
                   05 FC-EVENT-TYPE PIC X(1).
                   05 FC-PERIOD-END PIC X(8).
                   05 FC-SLIP-SEQ PIC X(3).

               FD RUN-CONTROL-FILE.
               01 RUN-CONTROL-RECORD.
                   05 RC-RUN-MODE PIC X(1).
                   05 RC-REGION PIC X(3).
                   05 RC-FINYEAR PIC X(9).
                   05 RC-PERIOD-END PIC X(8).
                   05 RC-INPUT-FILE PIC X(40).
                   05 RC-REGISTER-FILE PIC X(40).

      *        PAYER DETAILS - ONE ROW PER REGION. THE TAX ID IS THE
      *        ABN FOR AU AND THE EMPLOYER IRD NUMBER FOR NZ; THE
      *        BRANCH IS THE ABN BRANCH NUMBER (001 IF NONE).
               FD PAYER-FILE.
               01 PAYER-RECORD.
                   05 PY-REGION PIC X(3).
                   05 PY-TAX-ID PIC X(11).
                   05 PY-BRANCH PIC X(3).
                   05 PY-NAME PIC X(40).
                   05 PY-CONTACT PIC X(30).
                   05 PY-PHONE PIC X(15).

               FD PAYSLIP-FILE.
               COPY PAYSLIP.

               FD EMPLOYEE-MASTER-FILE.
               COPY EMPMAST.

               FD YTD-MASTER-FILE.
               COPY YTDMAST.

      *        THE PERIOD RUN'S REGISTER AND THE FINAL-PAY REGISTER
      *        SHARE ONE COLUMN LAYOUT - GROSS, TAX AND NET IN THE
      *        FIRST THREE COLUMNS, THEN SUPER (PERIOD RUN) OR THE
      *        LEAVE PAID OUT (FINAL PAY).
               FD PAYROLL-REGISTER-FILE.
               01 PAYROLL-REGISTER-LINE PIC X(100).
               01 REGISTER-DETAIL-VIEW REDEFINES PAYROLL-REGISTER-LINE.
                   05 RDV-EMP-ID PIC X(10).
                   05 FILLER PIC X(2).
                   05 RDV-GROSS PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(2).
                   05 RDV-TAX PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(2).
                   05 RDV-NET PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(2).
                   05 RDV-COLUMN-4 PIC ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(26).

               FD GL-JOURNAL-FILE.
               01 GL-JOURNAL-RECORD.
                   05 GLJ-PERIOD-END PIC X(8).
                   05 GLJ-ACCOUNT PIC X(20).
                   05 GLJ-DR-CR PIC X(2).
                   05 GLJ-AMOUNT-CENTS PIC 9(11).
                   05 GLJ-COST-CENTRE PIC X(6).

               FD ADJUSTMENT-FILE.
               01 ADJUSTMENT-RECORD.
                   05 ADJ-EMP-REF PIC X(10).
                   05 ADJ-FINYEAR PIC X(9).
                   05 ADJ-OLD-TAX PIC 9(11)V99.
                   05 ADJ-NEW-TAX PIC 9(11)V99.
                   05 ADJ-DIFFERENCE PIC S9(11)V99
                       SIGN IS LEADING SEPARATE.

               FD STP-EVENT-FILE.
               01 STP-EVENT-LINE PIC X(160).

               FD IRD-EI-FILE.
               01 IRD-EI-LINE PIC X(160).

               FD FILING-REPORT-FILE.
               01 FILING-REPORT-LINE PIC X(100).

               FD PAY-APPROVAL-FILE.
               COPY PAYAPPR.

               WORKING-STORAGE SECTION.
               01 FILING-CONTROL-FILE-STATUS PIC X(2).
               01 RUN-CONTROL-FILE-STATUS PIC X(2).
               01 PAYER-FILE-STATUS PIC X(2).
               01 PAYSLIP-FILE-STATUS PIC X(2).
               01 EMPLOYEE-MASTER-FILE-STATUS PIC X(2).
               01 YTD-MASTER-FILE-STATUS PIC X(2).
               01 PAYROLL-REGISTER-FILE-STATUS PIC X(2).
               01 GL-JOURNAL-FILE-STATUS PIC X(2).
               01 ADJUSTMENT-FILE-STATUS PIC X(2).
               01 STP-EVENT-FILE-STATUS PIC X(2).
               01 IRD-EI-FILE-STATUS PIC X(2).
               01 FILING-REPORT-FILE-STATUS PIC X(2).
               01 PAY-APPROVAL-FILE-STATUS PIC X(2).

               01 WS-EOF-SW PIC X(1).
                   88 WS-EOF VALUE 'Y'.
                   88 WS-NOT-EOF VALUE 'N'.

               01 WS-FOUND-SW PIC X(1).
                   88 WS-FOUND VALUE 'Y'.
                   88 WS-NOT-FOUND VALUE 'N'.

               01 FILING-EVENT PIC X(1).
                   88 FILING-IS-PAY-EVENT VALUE 'P'.
                   88 FILING-IS-FINAL VALUE 'F'.
                   88 FILING-IS-CORRECTION VALUE 'C'.
               01 FILING-PERIOD-END PIC X(8) VALUE SPACES.
               01 FILING-SLIP-SEQ PIC 9(3) VALUE 1.
               01 RUN-APPROVED-SW PIC X(1) VALUE 'N'.
                   88 RUN-APPROVED VALUE 'Y'.
               01 RUN-PENDING-SW PIC X(1) VALUE 'N'.
                   88 RUN-PENDING VALUE 'Y'.
               01 FILING-FINYEAR PIC X(9) VALUE SPACES.
               01 FILING-REGION PIC X(3) VALUE SPACES.
               01 PAYROLL-REGISTER-FILE-NAME PIC X(40)
                   VALUE "data/PAYROLL.OUT".

               01 PAYER-TABLE.
                   05 PAYER-ENTRY OCCURS 5 TIMES
                          INDEXED BY PY-IDX.
                       10 PYT-REGION PIC X(3).
                       10 PYT-TAX-ID PIC X(11).
                       10 PYT-BRANCH PIC X(3).
                       10 PYT-NAME PIC X(40).
                       10 PYT-CONTACT PIC X(30).
                       10 PYT-PHONE PIC X(15).
               01 PAYER-COUNT PIC 9(4) VALUE 0.

      *        THE EMPLOYEES ON THE FINAL-PAY REGISTER BEING FILED.
      *        TERM_FINALPAY WRITES EVERY LEAVER UNDER SEQUENCE 002,
      *        SO A SECOND FINAL-PAY RUN IN THE SAME FORTNIGHT CAN
      *        ONLY BE TOLD FROM THE FIRST BY ITS OWN REGISTER.
               01 FINAL-REGISTER-TABLE.
                   05 FINAL-REGISTER-ENTRY OCCURS 5000 TIMES
                          INDEXED BY FR-IDX.
                       10 FRT-EMP-ID PIC X(10).
               01 FINAL-REGISTER-COUNT PIC 9(5) VALUE 0.

      *        EACH EVENT FILE IS ONLY STARTED WHEN ITS FIRST
      *        EMPLOYEE TURNS UP, SO A RUN WITH NO NZ STAFF LODGES NO
      *        EMPTY IRD FILE.
               01 STP-STARTED-SW PIC X(1) VALUE 'N'.
                   88 STP-STARTED VALUE 'Y'.
               01 IRD-STARTED-SW PIC X(1) VALUE 'N'.
                   88 IRD-STARTED VALUE 'Y'.

               01 RUN-DATE-WORK PIC X(21).
               01 TAX-NUMBER-WORK PIC X(9).
               01 CORRECTED-TAX-WORK PIC S9(11)V99 VALUE 0.

      *        EXTRACT TOTALS - ACCUMULATED ROW BY ROW FROM THE
      *        PAYSLIPS EXTRACTED, INDEPENDENTLY OF THE EVENT FILE
      *        TRAILERS, FOR THE CONTROL REPORT TO PROVE.
               01 EXTRACT-COUNT PIC 9(7) VALUE 0.
               01 EXTRACT-GROSS PIC 9(11)V99 VALUE 0.
               01 EXTRACT-TAX PIC 9(11)V99 VALUE 0.
               01 EXTRACT-NET PIC 9(11)V99 VALUE 0.
               01 EXTRACT-SUPER PIC 9(11)V99 VALUE 0.
               01 EXTRACT-KSEMP PIC 9(11)V99 VALUE 0.
               01 EXTRACT-LEAVE PIC 9(11)V99 VALUE 0.
               01 EXTRACT-DIFFERENCE PIC S9(11)V99 VALUE 0.

               01 STP-COUNT PIC 9(6) VALUE 0.
               01 STP-GROSS-TOTAL PIC 9(11)V99 VALUE 0.
               01 STP-PAYG-TOTAL PIC 9(11)V99 VALUE 0.
               01 STP-SUPER-TOTAL PIC 9(11)V99 VALUE 0.
               01 IRD-COUNT PIC 9(6) VALUE 0.
               01 IRD-GROSS-TOTAL PIC 9(11)V99 VALUE 0.
               01 IRD-PAYE-TOTAL PIC 9(11)V99 VALUE 0.
               01 IRD-ACC-TOTAL PIC 9(11)V99 VALUE 0.
               01 IRD-SLOAN-TOTAL PIC 9(11)V99 VALUE 0.
               01 IRD-KSEMP-TOTAL PIC 9(11)V99 VALUE 0.
               01 IRD-KSER-TOTAL PIC 9(11)V99 VALUE 0.
               01 IRD-ADJUST-TOTAL PIC S9(11)V99 VALUE 0.

      *        CONTROL FIGURES - THE REGISTER DETAIL LINES ADDED UP
      *        AGAIN, THE REGISTER'S OWN GRAND TOTAL TAX, THE GL
      *        JOURNAL LINES IN CENTS, AND THE ADJUSTMENT FILE.
               01 REGISTER-COUNT PIC 9(7) VALUE 0.
               01 REGISTER-GROSS PIC 9(11)V99 VALUE 0.
               01 REGISTER-TAX PIC 9(11)V99 VALUE 0.
               01 REGISTER-NET PIC 9(11)V99 VALUE 0.
               01 REGISTER-COLUMN-4 PIC 9(11)V99 VALUE 0.
               01 REGISTER-TOTAL-TAX PIC 9(11)V99 VALUE 0.
               01 REGISTER-AMOUNT-WORK PIC 9(9)V99 VALUE 0.
               01 GL-GROSS-CENTS PIC 9(11) VALUE 0.
               01 GL-TAX-CENTS PIC 9(11) VALUE 0.
               01 GL-SUPER-CENTS PIC 9(11) VALUE 0.
               01 GL-KSEMP-CENTS PIC 9(11) VALUE 0.
               01 GL-LINE-COUNT PIC 9(7) VALUE 0.
               01 GL-OTHER-PERIOD-COUNT PIC 9(7) VALUE 0.
               01 ADJUST-FILE-COUNT PIC 9(7) VALUE 0.
               01 ADJUST-FILE-DIFFERENCE PIC S9(11)V99 VALUE 0.

               01 ALERT-COUNT PIC 9(7) VALUE 0.
               01 PROOF-FAIL-COUNT PIC 9(7) VALUE 0.
               01 PROOF-DESCRIPTION PIC X(30).
               01 PROOF-EXTRACT-AMOUNT PIC S9(11)V99.
               01 PROOF-CONTROL-AMOUNT PIC S9(11)V99.

      *        STP PAY EVENT - ONE HEADER CARRYING THE PAYER, ONE
      *        DETAIL PER PAYEE, ONE TRAILER WITH THE EVENT TOTALS.
      *        THE EVENT TYPE IS PAY FOR AN ORDINARY OR FINAL PAY,
      *        UPD FOR AN UPDATE EVENT RE-STATING YEAR-TO-DATE
      *        FIGURES. A TFN OF NINE ZEROS MEANS NONE WAS QUOTED.
               01 STP-HEADER-RECORD.
                   05 FILLER PIC X(1) VALUE "H".
                   05 STH-EVENT-TYPE PIC X(3).
                   05 STH-PAYER-ABN PIC X(11).
                   05 STH-BRANCH PIC X(3).
                   05 STH-PAYER-NAME PIC X(40).
                   05 STH-CONTACT PIC X(30).
                   05 STH-PHONE PIC X(15).
                   05 STH-PAY-DATE PIC X(8).
                   05 STH-FINYEAR PIC X(9).
                   05 STH-RUN-DATE PIC X(8).
                   05 FILLER PIC X(32) VALUE SPACES.

               01 STP-DETAIL-RECORD.
                   05 FILLER PIC X(1) VALUE "D".
                   05 STD-TFN PIC X(9).
                   05 STD-EMP-ID PIC X(10).
                   05 STD-NAME PIC X(30).
                   05 STD-PERIOD-GROSS PIC 9(9)V99.
                   05 STD-PERIOD-PAYG PIC 9(9)V99.
                   05 STD-PERIOD-SUPER PIC 9(9)V99.
                   05 STD-YTD-GROSS PIC 9(9)V99.
                   05 STD-YTD-PAYG PIC 9(9)V99.
                   05 STD-YTD-SUPER PIC 9(9)V99.
                   05 STD-FINAL-EVENT PIC X(1).
                   05 STD-TERM-DATE PIC X(8).
                   05 FILLER PIC X(35) VALUE SPACES.

               01 STP-TRAILER-RECORD.
                   05 FILLER PIC X(1) VALUE "T".
                   05 STT-COUNT PIC 9(6).
                   05 STT-PERIOD-GROSS PIC 9(11)V99.
                   05 STT-PERIOD-PAYG PIC 9(11)V99.
                   05 STT-PERIOD-SUPER PIC 9(11)V99.
                   05 FILLER PIC X(114) VALUE SPACES.

      *        IRD EMPLOYMENT INFORMATION - SAME SHAPE. THE FILING
      *        TYPE IS EI FOR A PAYDAY, AMD FOR AN AMENDMENT; AN
      *        AMENDMENT CARRIES 'A' LINES WITH THE ORIGINAL AND
      *        CORRECTED TAX FOR THE YEAR AND THE SIGNED DIFFERENCE.
      *        AN IRD NUMBER OF NINE ZEROS MEANS NONE WAS HELD.
               01 IRD-HEADER-RECORD.
                   05 FILLER PIC X(1) VALUE "H".
                   05 IRH-FILING-TYPE PIC X(3).
                   05 IRH-EMPLOYER-IRD PIC X(11).
                   05 IRH-EMPLOYER-NAME PIC X(40).
                   05 IRH-CONTACT PIC X(30).
                   05 IRH-PHONE PIC X(15).
                   05 IRH-PAYDAY PIC X(8).
                   05 IRH-FINYEAR PIC X(9).
                   05 IRH-RUN-DATE PIC X(8).
                   05 FILLER PIC X(35) VALUE SPACES.

               01 IRD-DETAIL-RECORD.
                   05 FILLER PIC X(1) VALUE "D".
                   05 IRD-IRD-NUMBER PIC X(9).
                   05 IRD-EMP-ID PIC X(10).
                   05 IRD-NAME PIC X(30).
                   05 IRD-TAX-CODE PIC X(3).
                   05 IRD-GROSS PIC 9(9)V99.
                   05 IRD-PAYE PIC 9(9)V99.
                   05 IRD-ACC-LEVY PIC 9(9)V99.
                   05 IRD-SLOAN PIC 9(9)V99.
                   05 IRD-KS-EMPLOYEE PIC 9(9)V99.
                   05 IRD-KS-EMPLOYER PIC 9(9)V99.
                   05 IRD-FINISH-DATE PIC X(8).
                   05 FILLER PIC X(33) VALUE SPACES.

               01 IRD-AMENDMENT-RECORD.
                   05 FILLER PIC X(1) VALUE "A".
                   05 IRA-IRD-NUMBER PIC X(9).
                   05 IRA-EMP-ID PIC X(10).
                   05 IRA-NAME PIC X(30).
                   05 IRA-FINYEAR PIC X(9).
                   05 IRA-ORIGINAL-TAX PIC 9(11)V99.
                   05 IRA-CORRECTED-TAX PIC 9(11)V99.
                   05 IRA-DIFFERENCE PIC S9(11)V99
                       SIGN IS LEADING SEPARATE.
                   05 FILLER PIC X(61) VALUE SPACES.

               01 IRD-TRAILER-RECORD.
                   05 FILLER PIC X(1) VALUE "T".
                   05 ITT-COUNT PIC 9(6).
                   05 ITT-GROSS PIC 9(11)V99.
                   05 ITT-PAYE PIC 9(11)V99.
                   05 ITT-ACC-LEVY PIC 9(11)V99.
                   05 ITT-SLOAN PIC 9(11)V99.
                   05 ITT-KS-EMPLOYEE PIC 9(11)V99.
                   05 ITT-KS-EMPLOYER PIC 9(11)V99.
                   05 ITT-ADJUSTMENT PIC S9(11)V99
                       SIGN IS LEADING SEPARATE.
                   05 FILLER PIC X(61) VALUE SPACES.

               01 REPORT-HEADER-LINE.
                   05 FILLER PIC X(31) VALUE
                       "PAYDAY FILING CONTROL - EVENT ".
                   05 RHL-EVENT PIC X(1).
                   05 FILLER PIC X(13) VALUE " PERIOD END ".
                   05 RHL-PERIOD-END PIC X(8).

               01 REPORT-COLUMN-LINE.
                   05 FILLER PIC X(30) VALUE "PROOF".
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 FILLER PIC X(18) VALUE "           EXTRACT".
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 FILLER PIC X(18) VALUE "           CONTROL".
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 FILLER PIC X(6) VALUE "RESULT".

               01 REPORT-PROOF-LINE.
                   05 RPL-DESCRIPTION PIC X(30).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RPL-EXTRACT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RPL-CONTROL PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RPL-RESULT PIC X(6).

               01 REPORT-COUNT-LINE.
                   05 RCL-DESCRIPTION PIC X(30).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RCL-COUNT PIC Z,ZZZ,ZZ9.

               01 REPORT-VERDICT-LINE.
                   05 RVL-TEXT PIC X(60).

           PROCEDURE DIVISION.

           0000-MAIN-LOGIC.
               DISPLAY "PAYDAY FILING EXTRACT".
               PERFORM 1000-GET-FILING-EVENT.
               PERFORM 1100-READ-RUN-CONTROL.
               IF NOT FILING-IS-CORRECTION
                   PERFORM 1150-CHECK-RUN-APPROVED
               END-IF.
               PERFORM 1200-LOAD-PAYER-DETAILS.
               PERFORM 1300-OPEN-FILES.
               IF FILING-IS-FINAL
                   PERFORM 1400-LOAD-FINAL-REGISTER
               END-IF.
               IF FILING-IS-CORRECTION
                   PERFORM 4000-EXTRACT-CORRECTIONS
               ELSE
                   PERFORM 2000-EXTRACT-PAY-EVENT
               END-IF.
               PERFORM 3000-WRITE-TRAILERS.
               PERFORM 5000-WRITE-EXTRACT-COUNTS.
               IF FILING-IS-CORRECTION
                   PERFORM 5700-PROVE-CORRECTIONS
               ELSE
                   PERFORM 5100-PROVE-REGISTER
                   PERFORM 5400-PROVE-GL-JOURNAL
               END-IF.
               PERFORM 6000-WRITE-VERDICT.
               PERFORM 9000-CLOSE-FILES.
               DISPLAY EXTRACT-COUNT " PAY EVENT LINES EXTRACTED FOR "
                   FILING-PERIOD-END.
               DISPLAY STP-COUNT " TO THE STP FILE, " IRD-COUNT
                   " TO THE IRD FILE".
      *        RETURN CODE - 0 PROVED AND CLEAN, 4 PROVED WITH
      *        ALERTS TO FOLLOW UP, 12 THE EXTRACT DOES NOT PROVE AND
      *        MUST NOT BE LODGED.
               IF PROOF-FAIL-COUNT > 0
                   DISPLAY PROOF-FAIL-COUNT " CONTROL PROOFS FAILED - "
                       "DO NOT LODGE - SEE data/FILING.RPT"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF ALERT-COUNT > 0
                       DISPLAY ALERT-COUNT " ALERTS - SEE MESSAGES "
                           "ABOVE"
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF.
               STOP RUN.

           1000-GET-FILING-EVENT.
               OPEN INPUT FILING-CONTROL-FILE.
               IF FILING-CONTROL-FILE-STATUS = "35"
                   DISPLAY "NO FILING CONTROL FILE - USING CONSOLE"
                   DISPLAY "ENTER EVENT ('P' PERIOD RUN, 'F' FINAL "
                       "PAY, 'C' CORRECTION):"
                   ACCEPT FILING-EVENT FROM DATA-INPUT
                   DISPLAY "ENTER PAY PERIOD END (YYYYMMDD) OR "
                       "BLANK FOR THE RUN CONTROL DATE:"
                   ACCEPT FILING-PERIOD-END FROM DATA-INPUT
               ELSE
                   IF FILING-CONTROL-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN FILING CONTROL FILE - "
                           "STATUS " FILING-CONTROL-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-NOT-EOF TO TRUE
                   READ FILING-CONTROL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                   END-READ
                   IF WS-EOF
                       DISPLAY "FILING CONTROL FILE IS EMPTY"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE FC-EVENT-TYPE TO FILING-EVENT
                   MOVE FC-PERIOD-END TO FILING-PERIOD-END
                   IF FC-SLIP-SEQ NUMERIC AND FC-SLIP-SEQ NOT = "000"
                       MOVE FC-SLIP-SEQ TO FILING-SLIP-SEQ
                   END-IF
                   CLOSE FILING-CONTROL-FILE
               END-IF.
               IF NOT FILING-IS-PAY-EVENT AND NOT FILING-IS-FINAL
                       AND NOT FILING-IS-CORRECTION
                   DISPLAY "FILING EVENT MUST BE 'P', 'F' OR 'C' - "
                       "GOT '" FILING-EVENT "'"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.

           1100-READ-RUN-CONTROL.
      *        THE RUN CONTROL FILE THE PAY RUN WAS DRIVEN FROM
      *        NAMES THE REGISTER TO PROVE AGAINST AND, UNLESS THE
      *        FILING CONTROL SAYS OTHERWISE, THE PERIOD END. THE
      *        FINAL-PAY RUN ALWAYS WRITES ITS OWN REGISTER.
               OPEN INPUT RUN-CONTROL-FILE.
               IF RUN-CONTROL-FILE-STATUS = "00"
                   SET WS-NOT-EOF TO TRUE
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                   END-READ
                   IF WS-NOT-EOF
                       IF FILING-PERIOD-END = SPACES
                           MOVE RC-PERIOD-END TO FILING-PERIOD-END
                       END-IF
                       IF RC-REGISTER-FILE NOT = SPACES
                           MOVE RC-REGISTER-FILE
                               TO PAYROLL-REGISTER-FILE-NAME
                       END-IF
                   END-IF
                   CLOSE RUN-CONTROL-FILE
               END-IF.
               IF FILING-IS-FINAL
                   MOVE "data/TERMPAY.OUT"
                       TO PAYROLL-REGISTER-FILE-NAME
                   MOVE 2 TO FILING-SLIP-SEQ
               END-IF.
               IF FILING-PERIOD-END = SPACES
                   DISPLAY "PAY PERIOD END MUST BE GIVEN"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               DISPLAY "FILING EVENT '" FILING-EVENT
                   "' FOR PERIOD END " FILING-PERIOD-END.

           1150-CHECK-RUN-APPROVED.
      *        THE RUN BEING FILED MUST BE APPROVED ON data/PAYAPPR.DAT.
      *        EVERY FINAL-PAY RUN FOR A PERIOD END IS SEQUENCE 002,
      *        SO ANY ROW STILL PENDING UNDER THE SAME PERIOD END AND
      *        SEQUENCE MEANS THE RUN ON THE REGISTER IS NOT YET
      *        APPROVED, WHATEVER EARLIER RUN WAS. A BATCH RUN LODGES
      *        NOTHING AND IS NOT LOOKED AT.
               OPEN INPUT PAY-APPROVAL-FILE.
               IF PAY-APPROVAL-FILE-STATUS = "35"
                   DISPLAY "NO PAY RUN APPROVAL FILE - NO RUN HAS "
                       "BEEN APPROVED - DO NOT LODGE"
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
                           IF PR-PERIOD-END = FILING-PERIOD-END
                                   AND PR-SLIP-SEQ = FILING-SLIP-SEQ
                                   AND NOT PR-BATCH-RUN
                               IF PR-APPROVED
                                   SET RUN-APPROVED TO TRUE
                               END-IF
                               IF PR-PENDING
                                   SET RUN-PENDING TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE PAY-APPROVAL-FILE.
               IF RUN-PENDING OR NOT RUN-APPROVED
                   DISPLAY "RUN FOR " FILING-PERIOD-END " SEQUENCE "
                       FILING-SLIP-SEQ " IS NOT APPROVED - APPROVE "
                       "IT WITH PAY_APPROVE BEFORE LODGING"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.

           1200-LOAD-PAYER-DETAILS.
               OPEN INPUT PAYER-FILE.
               IF PAYER-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN PAYER DETAILS FILE - "
                       "STATUS " PAYER-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               SET WS-NOT-EOF TO TRUE.
               PERFORM UNTIL WS-EOF
                   READ PAYER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF PAYER-COUNT >= 5
                               DISPLAY "PAYER TABLE FULL - "
                                   "RAISE THE TABLE SIZE"
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO PAYER-COUNT
                           SET PY-IDX TO PAYER-COUNT
                           MOVE PY-REGION TO PYT-REGION(PY-IDX)
                           MOVE PY-TAX-ID TO PYT-TAX-ID(PY-IDX)
                           MOVE PY-BRANCH TO PYT-BRANCH(PY-IDX)
                           MOVE PY-NAME TO PYT-NAME(PY-IDX)
                           MOVE PY-CONTACT TO PYT-CONTACT(PY-IDX)
                           MOVE PY-PHONE TO PYT-PHONE(PY-IDX)
                   END-READ
               END-PERFORM.
               CLOSE PAYER-FILE.

           1300-OPEN-FILES.
               OPEN INPUT EMPLOYEE-MASTER-FILE.
               IF EMPLOYEE-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN EMPLOYEE MASTER FILE - "
                       "STATUS " EMPLOYEE-MASTER-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT YTD-MASTER-FILE.
               IF YTD-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN YTD MASTER FILE - "
                       "STATUS " YTD-MASTER-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT STP-EVENT-FILE.
               IF STP-EVENT-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN STP EVENT FILE - "
                       "STATUS " STP-EVENT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT IRD-EI-FILE.
               IF IRD-EI-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN IRD FILING FILE - "
                       "STATUS " IRD-EI-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT FILING-REPORT-FILE.
               IF FILING-REPORT-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN FILING CONTROL REPORT - "
                       "STATUS " FILING-REPORT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK.
               MOVE FILING-EVENT TO RHL-EVENT.
               MOVE FILING-PERIOD-END TO RHL-PERIOD-END.
               WRITE FILING-REPORT-LINE FROM REPORT-HEADER-LINE.

           1400-LOAD-FINAL-REGISTER.
      *        A MISSING REGISTER LEAVES THE TABLE EMPTY - NOTHING IS
      *        EXTRACTED AND 5100 FAILS THE PROOF.
               OPEN INPUT PAYROLL-REGISTER-FILE.
               IF PAYROLL-REGISTER-FILE-STATUS = "00"
                   SET WS-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-EOF
                       READ PAYROLL-REGISTER-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 1450-TABLE-REGISTER-EMPLOYEE
                       END-READ
                   END-PERFORM
                   CLOSE PAYROLL-REGISTER-FILE
               END-IF.

           1450-TABLE-REGISTER-EMPLOYEE.
      *        THE SAME LINES 5150 COUNTS AS REGISTER EMPLOYEES.
               IF PAYROLL-REGISTER-LINE(1:12) NOT = "GRAND TOTALS"
                       AND PAYROLL-REGISTER-LINE(1:8) NOT = "EMPLOYEE"
                       AND PAYROLL-REGISTER-LINE NOT = SPACES
                   IF FINAL-REGISTER-COUNT >= 5000
                       DISPLAY "FINAL-PAY REGISTER TABLE FULL - "
                           "RAISE THE TABLE SIZE"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO FINAL-REGISTER-COUNT
                   SET FR-IDX TO FINAL-REGISTER-COUNT
                   MOVE RDV-EMP-ID TO FRT-EMP-ID(FR-IDX)
               END-IF.

           2000-EXTRACT-PAY-EVENT.
      *        A PERIOD EVENT TAKES THE ORDINARY PERIOD ROWS FOR THE
      *        PERIOD END, A FINAL EVENT THE FINAL-PAY ROWS - A
      *        LEAVER PAID IN THE SAME FORTNIGHT IS LODGED ONCE IN
      *        EACH, JUST AS THE TWO RUNS PAID THEM. A PERIOD EVENT
      *        TAKES ONLY THE ROWS OF THE RUN BEING FILED, SO AN
      *        OFF-CYCLE RUN IS PROVED AGAINST ITS OWN REGISTER. A
      *        FINAL EVENT LIKEWISE TAKES ONLY THE LEAVERS ON THE
      *        FINAL-PAY REGISTER BEING FILED - AN EARLIER FINAL-PAY
      *        RUN FOR THE SAME PERIOD END HAS ALREADY BEEN LODGED.
               OPEN INPUT PAYSLIP-FILE.
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
                           IF PS-PERIOD-END = FILING-PERIOD-END
                               IF FILING-IS-PAY-EVENT
                                       AND PS-PAY-IS-PERIOD
                                       AND PS-SLIP-SEQ = FILING-SLIP-SEQ
                                   PERFORM 2100-EXTRACT-PAYSLIP
                               END-IF
                               IF FILING-IS-FINAL AND PS-PAY-IS-FINAL
                                   PERFORM 2080-CHECK-FINAL-REGISTER
                                   IF WS-FOUND
                                       PERFORM 2100-EXTRACT-PAYSLIP
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE PAYSLIP-FILE.
               IF EXTRACT-COUNT = 0
                   DISPLAY "NO PAYSLIPS FOUND FOR PERIOD END "
                       FILING-PERIOD-END " - NOTHING TO LODGE"
                   ADD 1 TO ALERT-COUNT
               END-IF.

           2080-CHECK-FINAL-REGISTER.
               SET WS-NOT-FOUND TO TRUE.
               SET FR-IDX TO 1.
               PERFORM UNTIL FR-IDX > FINAL-REGISTER-COUNT
                       OR WS-FOUND
                   IF FRT-EMP-ID(FR-IDX) = PS-EMP-REF
                       SET WS-FOUND TO TRUE
                   ELSE
                       SET FR-IDX UP BY 1
                   END-IF
               END-PERFORM.

           2100-EXTRACT-PAYSLIP.
               ADD 1 TO EXTRACT-COUNT.
               ADD PS-ANNUAL-PAY TO EXTRACT-GROSS.
               ADD PS-TAX-TOTAL TO EXTRACT-TAX.
               ADD PS-TAKEHOME-FORTNIGHTLY TO EXTRACT-NET.
               ADD PS-SUPER-TOTAL TO EXTRACT-SUPER.
               ADD PS-KIWISAVER-EMPLOYEE TO EXTRACT-KSEMP.
               ADD PS-LEAVE-PAY TO EXTRACT-LEAVE.
               MOVE PS-FINYEAR TO FILING-FINYEAR.
               MOVE PS-EMP-REF TO EM-EMP-ID.
               PERFORM 2150-LOOK-UP-MASTER.
               IF PS-REGION = "NZ"
                   PERFORM 2300-WRITE-IRD-DETAIL
               ELSE
                   PERFORM 2200-WRITE-STP-DETAIL
               END-IF.

           2150-LOOK-UP-MASTER.
      *        THE FIGURES ARE LODGED EVEN WHEN THE MASTER CANNOT BE
      *        READ - THE PAYMENT HAS BEEN MADE - BUT THE PAYEE GOES
      *        WITHOUT A NAME OR TAX NUMBER AND IS REPORTED.
               SET WS-FOUND TO TRUE.
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       SET WS-NOT-FOUND TO TRUE
               END-READ.
               IF WS-NOT-FOUND
                   DISPLAY "NO MASTER RECORD FOR " EM-EMP-ID
                       " - LODGED WITHOUT NAME OR TAX NUMBER"
                   ADD 1 TO ALERT-COUNT
                   MOVE SPACES TO EM-NAME
                   MOVE SPACES TO EM-TAX-ID
                   MOVE SPACES TO EM-TERM-DATE
               END-IF.
               IF EM-TAX-ID = SPACES
                   MOVE "000000000" TO TAX-NUMBER-WORK
               ELSE
                   MOVE EM-TAX-ID TO TAX-NUMBER-WORK
               END-IF.

           2200-WRITE-STP-DETAIL.
               IF NOT STP-STARTED
                   PERFORM 2250-WRITE-STP-HEADER
               END-IF.
               PERFORM 2270-LOOK-UP-YTD.
               MOVE TAX-NUMBER-WORK TO STD-TFN.
               MOVE PS-EMP-REF TO STD-EMP-ID.
               MOVE EM-NAME TO STD-NAME.
               MOVE PS-ANNUAL-PAY TO STD-PERIOD-GROSS.
               MOVE PS-TAX-TOTAL TO STD-PERIOD-PAYG.
               MOVE PS-SUPER-TOTAL TO STD-PERIOD-SUPER.
               MOVE YT-GROSS TO STD-YTD-GROSS.
               MOVE YT-TAX TO STD-YTD-PAYG.
               MOVE YT-SUPER TO STD-YTD-SUPER.
               IF FILING-IS-FINAL
                   MOVE 'Y' TO STD-FINAL-EVENT
                   MOVE EM-TERM-DATE TO STD-TERM-DATE
               ELSE
                   MOVE 'N' TO STD-FINAL-EVENT
                   MOVE SPACES TO STD-TERM-DATE
               END-IF.
               WRITE STP-EVENT-LINE FROM STP-DETAIL-RECORD.
               ADD 1 TO STP-COUNT.
               ADD PS-ANNUAL-PAY TO STP-GROSS-TOTAL.
               ADD PS-TAX-TOTAL TO STP-PAYG-TOTAL.
               ADD PS-SUPER-TOTAL TO STP-SUPER-TOTAL.

           2250-WRITE-STP-HEADER.
               MOVE "AU" TO FILING-REGION.
               PERFORM 2400-FIND-PAYER.
               IF FILING-IS-CORRECTION
                   MOVE "UPD" TO STH-EVENT-TYPE
               ELSE
                   MOVE "PAY" TO STH-EVENT-TYPE
               END-IF.
               MOVE PYT-TAX-ID(PY-IDX) TO STH-PAYER-ABN.
               MOVE PYT-BRANCH(PY-IDX) TO STH-BRANCH.
               MOVE PYT-NAME(PY-IDX) TO STH-PAYER-NAME.
               MOVE PYT-CONTACT(PY-IDX) TO STH-CONTACT.
               MOVE PYT-PHONE(PY-IDX) TO STH-PHONE.
               MOVE FILING-PERIOD-END TO STH-PAY-DATE.
               MOVE FILING-FINYEAR TO STH-FINYEAR.
               MOVE RUN-DATE-WORK(1:8) TO STH-RUN-DATE.
               WRITE STP-EVENT-LINE FROM STP-HEADER-RECORD.
               MOVE 'Y' TO STP-STARTED-SW.

           2270-LOOK-UP-YTD.
      *        THE PAY RUN HAS ALREADY ROLLED THIS PERIOD INTO THE
      *        YTD MASTER, SO THE ENTRY STANDS AT THE YEAR TO DATE
      *        INCLUDING THE EVENT BEING LODGED.
               MOVE PS-EMP-REF TO YT-EMP-ID.
               SET WS-FOUND TO TRUE.
               READ YTD-MASTER-FILE
                   INVALID KEY
                       SET WS-NOT-FOUND TO TRUE
               END-READ.
               IF WS-NOT-FOUND
                   DISPLAY "NO YTD ENTRY FOR " PS-EMP-REF
                       " - YEAR TO DATE LODGED AS ZERO"
                   ADD 1 TO ALERT-COUNT
                   MOVE 0 TO YT-GROSS
                   MOVE 0 TO YT-TAX
                   MOVE 0 TO YT-SUPER
               END-IF.

           2300-WRITE-IRD-DETAIL.
               IF NOT IRD-STARTED
                   PERFORM 2350-WRITE-IRD-HEADER
               END-IF.
               MOVE TAX-NUMBER-WORK TO IRD-IRD-NUMBER.
               MOVE PS-EMP-REF TO IRD-EMP-ID.
               MOVE EM-NAME TO IRD-NAME.
               IF PS-NZ-TAX-CODE = SPACES
                   MOVE "M" TO IRD-TAX-CODE
               ELSE
                   MOVE PS-NZ-TAX-CODE TO IRD-TAX-CODE
               END-IF.
               MOVE PS-ANNUAL-PAY TO IRD-GROSS.
      *        THE PAYSLIP TAX TOTAL CARRIES THE ACC LEVY AND LOAN
      *        REPAYMENT - WHAT IS LEFT IS THE PAYE, SO THE THREE
      *        LODGED AMOUNTS ALWAYS ADD BACK TO THE TAX WITHHELD.
               COMPUTE IRD-PAYE = PS-TAX-TOTAL - PS-ACC-LEVY
                   - PS-NZ-SLOAN.
               MOVE PS-ACC-LEVY TO IRD-ACC-LEVY.
               MOVE PS-NZ-SLOAN TO IRD-SLOAN.
               MOVE PS-KIWISAVER-EMPLOYEE TO IRD-KS-EMPLOYEE.
               MOVE PS-KIWISAVER-EMPLOYER TO IRD-KS-EMPLOYER.
               IF FILING-IS-FINAL
                   MOVE EM-TERM-DATE TO IRD-FINISH-DATE
                   IF EM-TERM-DATE = SPACES
                       MOVE FILING-PERIOD-END TO IRD-FINISH-DATE
                   END-IF
               ELSE
                   MOVE SPACES TO IRD-FINISH-DATE
               END-IF.
               WRITE IRD-EI-LINE FROM IRD-DETAIL-RECORD.
               ADD 1 TO IRD-COUNT.
               ADD IRD-GROSS TO IRD-GROSS-TOTAL.
               ADD IRD-PAYE TO IRD-PAYE-TOTAL.
               ADD IRD-ACC-LEVY TO IRD-ACC-TOTAL.
               ADD IRD-SLOAN TO IRD-SLOAN-TOTAL.
               ADD IRD-KS-EMPLOYEE TO IRD-KSEMP-TOTAL.
               ADD IRD-KS-EMPLOYER TO IRD-KSER-TOTAL.

           2350-WRITE-IRD-HEADER.
               MOVE "NZ" TO FILING-REGION.
               PERFORM 2400-FIND-PAYER.
               IF FILING-IS-CORRECTION
                   MOVE "AMD" TO IRH-FILING-TYPE
               ELSE
                   MOVE "EI" TO IRH-FILING-TYPE
               END-IF.
               MOVE PYT-TAX-ID(PY-IDX) TO IRH-EMPLOYER-IRD.
               MOVE PYT-NAME(PY-IDX) TO IRH-EMPLOYER-NAME.
               MOVE PYT-CONTACT(PY-IDX) TO IRH-CONTACT.
               MOVE PYT-PHONE(PY-IDX) TO IRH-PHONE.
               MOVE FILING-PERIOD-END TO IRH-PAYDAY.
               MOVE FILING-FINYEAR TO IRH-FINYEAR.
               MOVE RUN-DATE-WORK(1:8) TO IRH-RUN-DATE.
               WRITE IRD-EI-LINE FROM IRD-HEADER-RECORD.
               MOVE 'Y' TO IRD-STARTED-SW.

           2400-FIND-PAYER.
      *        NO PAYER DETAILS FOR THE REGION MEANS NOTHING THE TAX
      *        OFFICE WOULD ACCEPT CAN BE WRITTEN - FAIL THE RUN.
               SET WS-NOT-FOUND TO TRUE.
               SET PY-IDX TO 1.
               PERFORM UNTIL PY-IDX > PAYER-COUNT
                       OR WS-FOUND
                   IF PYT-REGION(PY-IDX) = FILING-REGION
                       SET WS-FOUND TO TRUE
                   ELSE
                       SET PY-IDX UP BY 1
                   END-IF
               END-PERFORM.
               IF WS-NOT-FOUND
                   DISPLAY "NO PAYER DETAILS FOR REGION "
                       FILING-REGION " ON data/PAYER.DAT"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.

           3000-WRITE-TRAILERS.
               IF STP-STARTED
                   MOVE STP-COUNT TO STT-COUNT
                   MOVE STP-GROSS-TOTAL TO STT-PERIOD-GROSS
                   MOVE STP-PAYG-TOTAL TO STT-PERIOD-PAYG
                   MOVE STP-SUPER-TOTAL TO STT-PERIOD-SUPER
                   WRITE STP-EVENT-LINE FROM STP-TRAILER-RECORD
               END-IF.
               IF IRD-STARTED
                   MOVE IRD-COUNT TO ITT-COUNT
                   MOVE IRD-GROSS-TOTAL TO ITT-GROSS
                   MOVE IRD-PAYE-TOTAL TO ITT-PAYE
                   MOVE IRD-ACC-TOTAL TO ITT-ACC-LEVY
                   MOVE IRD-SLOAN-TOTAL TO ITT-SLOAN
                   MOVE IRD-KSEMP-TOTAL TO ITT-KS-EMPLOYEE
                   MOVE IRD-KSER-TOTAL TO ITT-KS-EMPLOYER
                   MOVE IRD-ADJUST-TOTAL TO ITT-ADJUSTMENT
                   WRITE IRD-EI-LINE FROM IRD-TRAILER-RECORD
               END-IF.

           4000-EXTRACT-CORRECTIONS.
      *        PAY_RECALC LEAVES ONE ADJUSTMENT ROW PER EMPLOYEE
      *        WHOSE TAX FOR THE YEAR HAS CHANGED. EACH ONE IS
      *        RE-LODGED WITH THE PAY DATE OF THIS FILING.
               OPEN INPUT ADJUSTMENT-FILE.
               IF ADJUSTMENT-FILE-STATUS = "35"
                   DISPLAY "NO ADJUSTMENT FILE - NOTHING TO RE-LODGE"
                   ADD 1 TO ALERT-COUNT
               ELSE
                   IF ADJUSTMENT-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN ADJUSTMENT FILE - "
                           "STATUS " ADJUSTMENT-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-EOF
                       READ ADJUSTMENT-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 4100-EXTRACT-CORRECTION
                       END-READ
                   END-PERFORM
                   CLOSE ADJUSTMENT-FILE
               END-IF.

           4100-EXTRACT-CORRECTION.
               ADD 1 TO ADJUST-FILE-COUNT.
               ADD ADJ-DIFFERENCE TO ADJUST-FILE-DIFFERENCE.
               MOVE ADJ-FINYEAR TO FILING-FINYEAR.
               MOVE ADJ-EMP-REF TO EM-EMP-ID.
               SET WS-FOUND TO TRUE.
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       SET WS-NOT-FOUND TO TRUE
               END-READ.
               IF WS-NOT-FOUND
                   DISPLAY "ADJUSTMENT FOR " ADJ-EMP-REF
                       " NOT RE-LODGED - NOT ON EMPLOYEE MASTER"
                   ADD 1 TO ALERT-COUNT
               ELSE
                   IF EM-TAX-ID = SPACES
                       MOVE "000000000" TO TAX-NUMBER-WORK
                   ELSE
                       MOVE EM-TAX-ID TO TAX-NUMBER-WORK
                   END-IF
                   IF EM-REGION = "NZ"
                       PERFORM 4300-WRITE-IRD-AMENDMENT
                   ELSE
                       PERFORM 4200-WRITE-STP-UPDATE
                   END-IF
               END-IF.

           4200-WRITE-STP-UPDATE.
      *        AN UPDATE EVENT RE-STATES THE YEAR TO DATE ONLY. THE
      *        DIFFERENCE PAY_RECALC FOUND IS APPLIED TO THE PAYG
      *        THE YTD MASTER HOLDS; ONCE THE MASTER HAS ROLLED INTO
      *        A NEW YEAR THE FIGURES FOR THE OLD ONE ARE GONE AND
      *        THE CORRECTION MUST BE LODGED BY HAND.
               MOVE ADJ-EMP-REF TO YT-EMP-ID.
               SET WS-FOUND TO TRUE.
               READ YTD-MASTER-FILE
                   INVALID KEY
                       SET WS-NOT-FOUND TO TRUE
               END-READ.
               IF WS-FOUND AND YT-FINYEAR NOT = ADJ-FINYEAR
                   SET WS-NOT-FOUND TO TRUE
               END-IF.
               IF WS-NOT-FOUND
                   DISPLAY "ADJUSTMENT FOR " ADJ-EMP-REF
                       " NOT RE-LODGED - NO YTD ENTRY FOR "
                       ADJ-FINYEAR " - LODGE BY HAND"
                   ADD 1 TO ALERT-COUNT
               ELSE
                   IF NOT STP-STARTED
                       PERFORM 2250-WRITE-STP-HEADER
                   END-IF
                   COMPUTE CORRECTED-TAX-WORK =
                       YT-TAX + ADJ-DIFFERENCE
                   IF CORRECTED-TAX-WORK < 0
                       MOVE 0 TO CORRECTED-TAX-WORK
                   END-IF
                   MOVE TAX-NUMBER-WORK TO STD-TFN
                   MOVE ADJ-EMP-REF TO STD-EMP-ID
                   MOVE EM-NAME TO STD-NAME
                   MOVE 0 TO STD-PERIOD-GROSS
                   MOVE 0 TO STD-PERIOD-PAYG
                   MOVE 0 TO STD-PERIOD-SUPER
                   MOVE YT-GROSS TO STD-YTD-GROSS
                   MOVE CORRECTED-TAX-WORK TO STD-YTD-PAYG
                   MOVE YT-SUPER TO STD-YTD-SUPER
      *            AN UPDATE MUST CARRY THE FINAL EVENT INDICATOR
      *            FORWARD OR IT WOULD REOPEN A CLOSED EMPLOYMENT.
                   IF YT-FINAL-PAID
                       MOVE 'Y' TO STD-FINAL-EVENT
                       MOVE EM-TERM-DATE TO STD-TERM-DATE
                   ELSE
                       MOVE 'N' TO STD-FINAL-EVENT
                       MOVE SPACES TO STD-TERM-DATE
                   END-IF
                   WRITE STP-EVENT-LINE FROM STP-DETAIL-RECORD
                   ADD 1 TO STP-COUNT
                   ADD 1 TO EXTRACT-COUNT
                   ADD ADJ-DIFFERENCE TO EXTRACT-DIFFERENCE
               END-IF.

           4300-WRITE-IRD-AMENDMENT.
               IF NOT IRD-STARTED
                   PERFORM 2350-WRITE-IRD-HEADER
               END-IF.
               MOVE TAX-NUMBER-WORK TO IRA-IRD-NUMBER.
               MOVE ADJ-EMP-REF TO IRA-EMP-ID.
               MOVE EM-NAME TO IRA-NAME.
               MOVE ADJ-FINYEAR TO IRA-FINYEAR.
               MOVE ADJ-OLD-TAX TO IRA-ORIGINAL-TAX.
               MOVE ADJ-NEW-TAX TO IRA-CORRECTED-TAX.
               MOVE ADJ-DIFFERENCE TO IRA-DIFFERENCE.
               WRITE IRD-EI-LINE FROM IRD-AMENDMENT-RECORD.
               ADD 1 TO IRD-COUNT.
               ADD ADJ-DIFFERENCE TO IRD-ADJUST-TOTAL.
               ADD 1 TO EXTRACT-COUNT.
               ADD ADJ-DIFFERENCE TO EXTRACT-DIFFERENCE.

           5000-WRITE-EXTRACT-COUNTS.
               MOVE SPACES TO REPORT-COUNT-LINE.
               MOVE "STP EVENT LINES" TO RCL-DESCRIPTION.
               MOVE STP-COUNT TO RCL-COUNT.
               WRITE FILING-REPORT-LINE FROM REPORT-COUNT-LINE.
               MOVE "IRD FILING LINES" TO RCL-DESCRIPTION.
               MOVE IRD-COUNT TO RCL-COUNT.
               WRITE FILING-REPORT-LINE FROM REPORT-COUNT-LINE.
               WRITE FILING-REPORT-LINE FROM REPORT-COLUMN-LINE.

           5100-PROVE-REGISTER.
      *        THE REGISTER DETAIL LINES ARE ADDED UP AGAIN HERE
      *        RATHER THAN TRUSTING THE GRAND TOTALS LINE ALONE, SO A
      *        PAYSLIP ROW MISSING FROM THE EXTRACT SHOWS AS A COUNT
      *        AND A GROSS DIFFERENCE. THE GRAND TOTAL TAX IS PROVED
      *        AS WELL.
               OPEN INPUT PAYROLL-REGISTER-FILE.
               IF PAYROLL-REGISTER-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN REGISTER "
                       PAYROLL-REGISTER-FILE-NAME " - STATUS "
                       PAYROLL-REGISTER-FILE-STATUS
                   ADD 1 TO PROOF-FAIL-COUNT
                   MOVE "REGISTER NOT FOUND - NO PROOF" TO RVL-TEXT
                   WRITE FILING-REPORT-LINE FROM REPORT-VERDICT-LINE
               ELSE
                   SET WS-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-EOF
                       READ PAYROLL-REGISTER-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 5150-ADD-REGISTER-LINE
                       END-READ
                   END-PERFORM
                   CLOSE PAYROLL-REGISTER-FILE
                   PERFORM 5200-WRITE-REGISTER-PROOFS
               END-IF.

           5150-ADD-REGISTER-LINE.
               IF PAYROLL-REGISTER-LINE(1:12) = "GRAND TOTALS"
                   MOVE RDV-TAX TO REGISTER-AMOUNT-WORK
                   MOVE REGISTER-AMOUNT-WORK TO REGISTER-TOTAL-TAX
               ELSE
                   IF PAYROLL-REGISTER-LINE(1:8) NOT = "EMPLOYEE"
                           AND PAYROLL-REGISTER-LINE NOT = SPACES
                       ADD 1 TO REGISTER-COUNT
                       MOVE RDV-GROSS TO REGISTER-AMOUNT-WORK
                       ADD REGISTER-AMOUNT-WORK TO REGISTER-GROSS
                       MOVE RDV-TAX TO REGISTER-AMOUNT-WORK
                       ADD REGISTER-AMOUNT-WORK TO REGISTER-TAX
                       MOVE RDV-NET TO REGISTER-AMOUNT-WORK
                       ADD REGISTER-AMOUNT-WORK TO REGISTER-NET
                       MOVE RDV-COLUMN-4 TO REGISTER-AMOUNT-WORK
                       ADD REGISTER-AMOUNT-WORK TO REGISTER-COLUMN-4
                   END-IF
               END-IF.

           5200-WRITE-REGISTER-PROOFS.
               MOVE "REGISTER EMPLOYEES" TO PROOF-DESCRIPTION.
               MOVE EXTRACT-COUNT TO PROOF-EXTRACT-AMOUNT.
               MOVE REGISTER-COUNT TO PROOF-CONTROL-AMOUNT.
               PERFORM 5900-WRITE-PROOF-LINE.
               MOVE "REGISTER GROSS" TO PROOF-DESCRIPTION.
               MOVE EXTRACT-GROSS TO PROOF-EXTRACT-AMOUNT.
               MOVE REGISTER-GROSS TO PROOF-CONTROL-AMOUNT.
               PERFORM 5900-WRITE-PROOF-LINE.
               MOVE "REGISTER TAX" TO PROOF-DESCRIPTION.
               MOVE EXTRACT-TAX TO PROOF-EXTRACT-AMOUNT.
               MOVE REGISTER-TAX TO PROOF-CONTROL-AMOUNT.
               PERFORM 5900-WRITE-PROOF-LINE.
               MOVE "REGISTER GRAND TOTAL TAX" TO PROOF-DESCRIPTION.
               MOVE EXTRACT-TAX TO PROOF-EXTRACT-AMOUNT.
               MOVE REGISTER-TOTAL-TAX TO PROOF-CONTROL-AMOUNT.
               PERFORM 5900-WRITE-PROOF-LINE.
               MOVE "REGISTER NET" TO PROOF-DESCRIPTION.
               MOVE EXTRACT-NET TO PROOF-EXTRACT-AMOUNT.
               MOVE REGISTER-NET TO PROOF-CONTROL-AMOUNT.
               PERFORM 5900-WRITE-PROOF-LINE.
               IF FILING-IS-FINAL
                   MOVE "REGISTER LEAVE PAID OUT" TO PROOF-DESCRIPTION
                   MOVE EXTRACT-LEAVE TO PROOF-EXTRACT-AMOUNT
               ELSE
                   MOVE "REGISTER SUPER" TO PROOF-DESCRIPTION
                   MOVE EXTRACT-SUPER TO PROOF-EXTRACT-AMOUNT
               END-IF.
               MOVE REGISTER-COLUMN-4 TO PROOF-CONTROL-AMOUNT.
               PERFORM 5900-WRITE-PROOF-LINE.

           5400-PROVE-GL-JOURNAL.
      *        THE PERIOD RUN POSTS ITS JOURNAL IN CENTS. THE
      *        SALARY EXPENSE LINES CARRY THE GROSS, PAYG PAYABLE THE
      *        TAX, SUPER PAYABLE THE SUPER (EMPLOYER KIWISAVER
      *        INCLUDED) AND KIWISAVER PAYABLE THE EMPLOYEE
      *        CONTRIBUTIONS. THE FINAL-PAY RUN POSTS NO JOURNAL OF
      *        ITS OWN, SO A FINAL EVENT IS PROVED TO THE REGISTER.
               IF FILING-IS-FINAL
                   MOVE "FINAL PAY POSTS NO GL JOURNAL - REGISTER ONLY"
                       TO RVL-TEXT
                   WRITE FILING-REPORT-LINE FROM REPORT-VERDICT-LINE
               ELSE
                   OPEN INPUT GL-JOURNAL-FILE
                   IF GL-JOURNAL-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN GL JOURNAL FILE - "
                           "STATUS " GL-JOURNAL-FILE-STATUS
                       ADD 1 TO PROOF-FAIL-COUNT
                       MOVE "GL JOURNAL NOT FOUND - NO PROOF"
                           TO RVL-TEXT
                       WRITE FILING-REPORT-LINE
                           FROM REPORT-VERDICT-LINE
                   ELSE
                       SET WS-NOT-EOF TO TRUE
                       PERFORM UNTIL WS-EOF
                           READ GL-JOURNAL-FILE
                               AT END
                                   SET WS-EOF TO TRUE
                               NOT AT END
                                   PERFORM 5450-ADD-GL-LINE
                           END-READ
                       END-PERFORM
                       CLOSE GL-JOURNAL-FILE
                       PERFORM 5500-WRITE-GL-PROOFS
                   END-IF
               END-IF.

           5450-ADD-GL-LINE.
               ADD 1 TO GL-LINE-COUNT.
               IF GLJ-PERIOD-END NOT = FILING-PERIOD-END
                   ADD 1 TO GL-OTHER-PERIOD-COUNT
               END-IF.
               IF GLJ-ACCOUNT(1:4) = "6000" AND GLJ-DR-CR = "DR"
                   ADD GLJ-AMOUNT-CENTS TO GL-GROSS-CENTS
               END-IF.
               IF GLJ-ACCOUNT(1:4) = "2200" AND GLJ-DR-CR = "CR"
                   ADD GLJ-AMOUNT-CENTS TO GL-TAX-CENTS
               END-IF.
               IF GLJ-ACCOUNT(1:4) = "2210" AND GLJ-DR-CR = "CR"
                   ADD GLJ-AMOUNT-CENTS TO GL-SUPER-CENTS
               END-IF.
               IF GLJ-ACCOUNT(1:4) = "2230" AND GLJ-DR-CR = "CR"
                   ADD GLJ-AMOUNT-CENTS TO GL-KSEMP-CENTS
               END-IF.

           5500-WRITE-GL-PROOFS.
      *        A JOURNAL LEFT OVER FROM ANOTHER PERIOD PROVES
      *        NOTHING ABOUT THIS ONE.
               IF GL-OTHER-PERIOD-COUNT > 0
                   DISPLAY GL-OTHER-PERIOD-COUNT " GL JOURNAL LINES "
                       "ARE NOT FOR PERIOD END " FILING-PERIOD-END
                   ADD 1 TO PROOF-FAIL-COUNT
                   MOVE "GL JOURNAL IS FOR ANOTHER PERIOD END"
                       TO RVL-TEXT
                   WRITE FILING-REPORT-LINE FROM REPORT-VERDICT-LINE
               END-IF.
               MOVE "GL SALARY EXPENSE" TO PROOF-DESCRIPTION.
               MOVE EXTRACT-GROSS TO PROOF-EXTRACT-AMOUNT.
               COMPUTE PROOF-CONTROL-AMOUNT = GL-GROSS-CENTS / 100.
               PERFORM 5900-WRITE-PROOF-LINE.
               MOVE "GL PAYG PAYABLE" TO PROOF-DESCRIPTION.
               MOVE EXTRACT-TAX TO PROOF-EXTRACT-AMOUNT.
               COMPUTE PROOF-CONTROL-AMOUNT = GL-TAX-CENTS / 100.
               PERFORM 5900-WRITE-PROOF-LINE.
               MOVE "GL SUPER PAYABLE" TO PROOF-DESCRIPTION.
               MOVE EXTRACT-SUPER TO PROOF-EXTRACT-AMOUNT.
               COMPUTE PROOF-CONTROL-AMOUNT = GL-SUPER-CENTS / 100.
               PERFORM 5900-WRITE-PROOF-LINE.
               MOVE "GL KIWISAVER PAYABLE" TO PROOF-DESCRIPTION.
               MOVE EXTRACT-KSEMP TO PROOF-EXTRACT-AMOUNT.
               COMPUTE PROOF-CONTROL-AMOUNT = GL-KSEMP-CENTS / 100.
               PERFORM 5900-WRITE-PROOF-LINE.

           5700-PROVE-CORRECTIONS.
      *        A CORRECTION IS PROVED TO THE ADJUSTMENT FILE IT WAS
      *        TAKEN FROM - EVERY ADJUSTED EMPLOYEE MUST HAVE BEEN
      *        RE-LODGED AND THE DIFFERENCES MUST ADD BACK.
               MOVE "ADJUSTED EMPLOYEES" TO PROOF-DESCRIPTION.
               MOVE EXTRACT-COUNT TO PROOF-EXTRACT-AMOUNT.
               MOVE ADJUST-FILE-COUNT TO PROOF-CONTROL-AMOUNT.
               PERFORM 5900-WRITE-PROOF-LINE.
               MOVE "TAX DIFFERENCE" TO PROOF-DESCRIPTION.
               MOVE EXTRACT-DIFFERENCE TO PROOF-EXTRACT-AMOUNT.
               MOVE ADJUST-FILE-DIFFERENCE TO PROOF-CONTROL-AMOUNT.
               PERFORM 5900-WRITE-PROOF-LINE.

           5900-WRITE-PROOF-LINE.
               MOVE SPACES TO REPORT-PROOF-LINE.
               MOVE PROOF-DESCRIPTION TO RPL-DESCRIPTION.
               MOVE PROOF-EXTRACT-AMOUNT TO RPL-EXTRACT.
               MOVE PROOF-CONTROL-AMOUNT TO RPL-CONTROL.
               IF PROOF-EXTRACT-AMOUNT = PROOF-CONTROL-AMOUNT
                   MOVE "AGREED" TO RPL-RESULT
               ELSE
                   MOVE "DIFF" TO RPL-RESULT
                   ADD 1 TO PROOF-FAIL-COUNT
                   DISPLAY "CONTROL PROOF FAILED - " PROOF-DESCRIPTION
               END-IF.
               WRITE FILING-REPORT-LINE FROM REPORT-PROOF-LINE.

           6000-WRITE-VERDICT.
               IF PROOF-FAIL-COUNT = 0
                   MOVE "EXTRACT PROVED - RELEASE FOR LODGEMENT"
                       TO RVL-TEXT
               ELSE
                   MOVE "EXTRACT DOES NOT PROVE - DO NOT LODGE"
                       TO RVL-TEXT
               END-IF.
               WRITE FILING-REPORT-LINE FROM REPORT-VERDICT-LINE.

           9000-CLOSE-FILES.
               CLOSE EMPLOYEE-MASTER-FILE.
               CLOSE YTD-MASTER-FILE.
               CLOSE STP-EVENT-FILE.
               CLOSE IRD-EI-FILE.
               CLOSE FILING-REPORT-FILE.

           END PROGRAM PAYDAY_FILING.
