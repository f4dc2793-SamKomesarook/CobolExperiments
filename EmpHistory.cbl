           IDENTIFICATION DIVISION.
           PROGRAM-ID. EMP_HISTORY.

      *        EMPLOYEE MASTER HISTORY REPORT. LISTS THE ROWS EMP_MAINT
      *        HAS LOGGED TO data/EMPHIST.DAT - EVERY FIELD CHANGED BY
      *        AN ADD, CHANGE, TERMINATE OR BANK VERIFICATION, WITH
      *        ITS VALUE BEFORE AND AFTER, WHO MADE THE CHANGE AND
      *        WHEN. THE SELECTION IS ONE EMPLOYEE OR ALL (BLANK), AND
      *        A DATE RANGE WHOSE EITHER END MAY BE LEFT OPEN (BLANK).
      *        THE HISTORY IS WRITTEN IN THE ORDER THE CHANGES WERE
      *        MADE, SO THE REPORT READS AS A TIMELINE.

           ENVIRONMENT DIVISION.
               CONFIGURATION SECTION.
               SPECIAL-NAMES.
                  CONSOLE IS DATA-INPUT.
               INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT HISTORY-CONTROL-FILE
                       ASSIGN TO "data/HISTCTL.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS HISTORY-CONTROL-FILE-STATUS.
                   SELECT MASTER-HISTORY-FILE
                       ASSIGN TO "data/EMPHIST.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS MASTER-HISTORY-FILE-STATUS.
                   SELECT HISTORY-REPORT-FILE
                       ASSIGN TO "data/EMPHIST.RPT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS HISTORY-REPORT-FILE-STATUS.

           DATA DIVISION.
               FILE SECTION.
               FD HISTORY-CONTROL-FILE.
               01 HISTORY-CONTROL-RECORD.
                   05 HQ-EMP-ID PIC X(10).
                   05 HQ-FROM-DATE PIC X(8).
                   05 HQ-TO-DATE PIC X(8).

               FD MASTER-HISTORY-FILE.
               COPY EMPHIST.

               FD HISTORY-REPORT-FILE.
               01 HISTORY-REPORT-LINE PIC X(132).

               WORKING-STORAGE SECTION.
               01 HISTORY-CONTROL-FILE-STATUS PIC X(2).
               01 MASTER-HISTORY-FILE-STATUS PIC X(2).
               01 HISTORY-REPORT-FILE-STATUS PIC X(2).

               01 WS-EOF-SW PIC X(1).
                   88 WS-EOF VALUE 'Y'.
                   88 WS-NOT-EOF VALUE 'N'.

               01 SELECT-EMP-ID PIC X(10) VALUE SPACES.
               01 SELECT-FROM-DATE PIC X(8) VALUE SPACES.
               01 SELECT-TO-DATE PIC X(8) VALUE SPACES.
               01 SELECTED-SW PIC X(1) VALUE 'N'.
                   88 ROW-SELECTED VALUE 'Y'.
                   88 ROW-NOT-SELECTED VALUE 'N'.

               01 HISTORY-READ-COUNT PIC 9(7) VALUE 0.
               01 HISTORY-SELECTED-COUNT PIC 9(7) VALUE 0.
               01 BANK-CHANGE-COUNT PIC 9(7) VALUE 0.

               01 REPORT-HEADER-LINE.
                   05 FILLER PIC X(32) VALUE
                       "EMPLOYEE MASTER HISTORY - EMP ".
                   05 RHL-EMP-ID PIC X(10).
                   05 FILLER PIC X(7) VALUE " FROM ".
                   05 RHL-FROM-DATE PIC X(8).
                   05 FILLER PIC X(5) VALUE " TO ".
                   05 RHL-TO-DATE PIC X(8).

               01 REPORT-COLUMN-LINE.
                   05 FILLER PIC X(12) VALUE "EMPLOYEE".
                   05 FILLER PIC X(17) VALUE "DATE     TIME".
                   05 FILLER PIC X(10) VALUE "USER".
                   05 FILLER PIC X(3) VALUE "A".
                   05 FILLER PIC X(22) VALUE "FIELD".
                   05 FILLER PIC X(34) VALUE "BEFORE".
                   05 FILLER PIC X(32) VALUE "AFTER".

               01 REPORT-DETAIL-LINE.
                   05 RDL-EMP-ID PIC X(10).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-DATE PIC X(8).
                   05 FILLER PIC X(1) VALUE SPACES.
                   05 RDL-TIME PIC X(6).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-USER PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-ACTION PIC X(1).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-FIELD-NAME PIC X(20).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-BEFORE PIC X(32).
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 RDL-AFTER PIC X(32).

               01 REPORT-TOTAL-LINE.
                   05 FILLER PIC X(14) VALUE "ROWS LISTED ".
                   05 RTL-SELECTED PIC ZZZZZZ9.
                   05 FILLER PIC X(25) VALUE
                       "  BANK DETAIL CHANGES ".
                   05 RTL-BANK-CHANGES PIC ZZZZZZ9.

           PROCEDURE DIVISION.

           0000-MAIN-LOGIC.
               DISPLAY "EMPLOYEE MASTER HISTORY REPORT".
               PERFORM 1000-GET-SELECTION.
               PERFORM 1100-OPEN-FILES.
               SET WS-NOT-EOF TO TRUE.
               PERFORM UNTIL WS-EOF
                   READ MASTER-HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO HISTORY-READ-COUNT
                           PERFORM 2000-SELECT-HISTORY-ROW
                   END-READ
               END-PERFORM.
               PERFORM 9000-CLOSE-FILES.
               DISPLAY HISTORY-READ-COUNT " HISTORY ROWS READ".
               DISPLAY HISTORY-SELECTED-COUNT " HISTORY ROWS LISTED".
               MOVE 0 TO RETURN-CODE.
               STOP RUN.

           1000-GET-SELECTION.
               OPEN INPUT HISTORY-CONTROL-FILE.
               IF HISTORY-CONTROL-FILE-STATUS = "35"
                   DISPLAY "NO HISTORY CONTROL FILE - USING CONSOLE"
                   DISPLAY "ENTER EMPLOYEE ID (BLANK FOR ALL):"
                   ACCEPT SELECT-EMP-ID FROM DATA-INPUT
                   DISPLAY "ENTER FROM DATE (YYYYMMDD, BLANK FOR "
                       "THE START):"
                   ACCEPT SELECT-FROM-DATE FROM DATA-INPUT
                   DISPLAY "ENTER TO DATE (YYYYMMDD, BLANK FOR "
                       "TODAY):"
                   ACCEPT SELECT-TO-DATE FROM DATA-INPUT
               ELSE
                   IF HISTORY-CONTROL-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN HISTORY CONTROL FILE - "
                           "STATUS " HISTORY-CONTROL-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-NOT-EOF TO TRUE
                   READ HISTORY-CONTROL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                   END-READ
                   IF WS-EOF
                       DISPLAY "HISTORY CONTROL FILE IS EMPTY"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE HQ-EMP-ID TO SELECT-EMP-ID
                   MOVE HQ-FROM-DATE TO SELECT-FROM-DATE
                   MOVE HQ-TO-DATE TO SELECT-TO-DATE
                   CLOSE HISTORY-CONTROL-FILE
               END-IF.
               IF SELECT-FROM-DATE NOT = SPACES
                       AND SELECT-TO-DATE NOT = SPACES
                       AND SELECT-FROM-DATE > SELECT-TO-DATE
                   DISPLAY "FROM DATE " SELECT-FROM-DATE
                       " IS AFTER TO DATE " SELECT-TO-DATE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.

           1100-OPEN-FILES.
               OPEN INPUT MASTER-HISTORY-FILE.
               IF MASTER-HISTORY-FILE-STATUS = "35"
                   DISPLAY "NO MASTER HISTORY FILE - NO CHANGES HAVE "
                       "BEEN LOGGED YET"
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF MASTER-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN MASTER HISTORY FILE - "
                       "STATUS " MASTER-HISTORY-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT HISTORY-REPORT-FILE.
               IF HISTORY-REPORT-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN HISTORY REPORT FILE - "
                       "STATUS " HISTORY-REPORT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF SELECT-EMP-ID = SPACES
                   MOVE "ALL" TO RHL-EMP-ID
               ELSE
                   MOVE SELECT-EMP-ID TO RHL-EMP-ID
               END-IF.
               IF SELECT-FROM-DATE = SPACES
                   MOVE "START" TO RHL-FROM-DATE
               ELSE
                   MOVE SELECT-FROM-DATE TO RHL-FROM-DATE
               END-IF.
               IF SELECT-TO-DATE = SPACES
                   MOVE "TODAY" TO RHL-TO-DATE
               ELSE
                   MOVE SELECT-TO-DATE TO RHL-TO-DATE
               END-IF.
               WRITE HISTORY-REPORT-LINE FROM REPORT-HEADER-LINE.
               WRITE HISTORY-REPORT-LINE FROM REPORT-COLUMN-LINE.

           2000-SELECT-HISTORY-ROW.
               SET ROW-SELECTED TO TRUE.
               IF SELECT-EMP-ID NOT = SPACES
                       AND MH-EMP-ID NOT = SELECT-EMP-ID
                   SET ROW-NOT-SELECTED TO TRUE
               END-IF.
               IF SELECT-FROM-DATE NOT = SPACES
                       AND MH-CHANGED-AT(1:8) < SELECT-FROM-DATE
                   SET ROW-NOT-SELECTED TO TRUE
               END-IF.
               IF SELECT-TO-DATE NOT = SPACES
                       AND MH-CHANGED-AT(1:8) > SELECT-TO-DATE
                   SET ROW-NOT-SELECTED TO TRUE
               END-IF.
               IF ROW-SELECTED
                   PERFORM 2100-WRITE-HISTORY-LINE
               END-IF.

           2100-WRITE-HISTORY-LINE.
               MOVE SPACES TO REPORT-DETAIL-LINE.
               MOVE MH-EMP-ID TO RDL-EMP-ID.
               MOVE MH-CHANGED-AT(1:8) TO RDL-DATE.
               MOVE MH-CHANGED-AT(9:6) TO RDL-TIME.
               MOVE MH-CHANGED-BY TO RDL-USER.
               MOVE MH-ACTION TO RDL-ACTION.
               MOVE MH-FIELD-NAME TO RDL-FIELD-NAME.
               MOVE MH-BEFORE TO RDL-BEFORE.
               MOVE MH-AFTER TO RDL-AFTER.
               WRITE HISTORY-REPORT-LINE FROM REPORT-DETAIL-LINE.
               ADD 1 TO HISTORY-SELECTED-COUNT.
               IF MH-FIELD-NAME = "BSB"
                       OR MH-FIELD-NAME = "ACCOUNT NO"
                       OR MH-FIELD-NAME = "ACCOUNT NAME"
                   ADD 1 TO BANK-CHANGE-COUNT
               END-IF.

           9000-CLOSE-FILES.
               MOVE HISTORY-SELECTED-COUNT TO RTL-SELECTED.
               MOVE BANK-CHANGE-COUNT TO RTL-BANK-CHANGES.
               WRITE HISTORY-REPORT-LINE FROM REPORT-TOTAL-LINE.
               CLOSE MASTER-HISTORY-FILE.
               CLOSE HISTORY-REPORT-FILE.

           END PROGRAM EMP_HISTORY.
