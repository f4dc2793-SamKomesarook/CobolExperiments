           IDENTIFICATION DIVISION.
           PROGRAM-ID. RECON_SIGNOFF.

      *        RECONCILIATION BREAK SIGN-OFF. WHEN PAYROLL_RECON HAS
      *        LEFT BREAKS OPEN THE NEXT PAY RUN IS REFUSED. WHERE
      *        THE BREAKS ARE UNDERSTOOD AND THE PAY MUST GO AHEAD
      *        BEFORE THEY CAN BE PUT RIGHT, THIS STEP RECORDS WHO
      *        ACCEPTED THEM, WHEN AND WHY, AND LETS THE PAY RUNS
      *        THROUGH. ONLY THE BREAKS OF THE RECONCILIATION ON FILE
      *        ARE SIGNED OFF - THE NEXT RUN THAT STILL FINDS BREAKS
      *        STOPS THE PAY AGAIN. THE SIGN-OFF IS ADDED TO THE
      *        RECONCILIATION HISTORY IN data/RECONHST.DAT.

           ENVIRONMENT DIVISION.
               CONFIGURATION SECTION.
               SPECIAL-NAMES.
                  CONSOLE IS DATA-INPUT.
               INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT SIGNOFF-CONTROL-FILE
                       ASSIGN TO "data/RECONSGN.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS SIGNOFF-CONTROL-FILE-STATUS.
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
      *        THE USER ID OF WHOEVER ACCEPTS THE BREAKS, THE REASON,
      *        AND THE RUN TIMESTAMP FROM THE HEAD OF data/RECON.RPT
      *        THEY REVIEWED - BLANK TAKES THE RUN ON FILE, BUT WHEN
      *        GIVEN IT MUST STILL BE THE RUN ON FILE, SO A NEWER
      *        RECONCILIATION IS NEVER SIGNED OFF UNSEEN.
               FD SIGNOFF-CONTROL-FILE.
               01 SIGNOFF-CONTROL-RECORD.
                   05 SC-USER PIC X(8).
                   05 SC-RUN-AT PIC X(14).
                   05 SC-REASON PIC X(40).

               FD RECON-STATUS-FILE.
               COPY RECONSTS.

               FD RECON-HISTORY-FILE.
               01 RECON-HISTORY-LINE PIC X(112).

               WORKING-STORAGE SECTION.
               01 SIGNOFF-CONTROL-FILE-STATUS PIC X(2).
               01 RECON-STATUS-FILE-STATUS PIC X(2).
               01 RECON-HISTORY-FILE-STATUS PIC X(2).

               01 WS-EOF-SW PIC X(1).
                   88 WS-EOF VALUE 'Y'.
                   88 WS-NOT-EOF VALUE 'N'.

               01 SIGNOFF-USER PIC X(8) VALUE SPACES.
               01 SIGNOFF-RUN-AT PIC X(14) VALUE SPACES.
               01 SIGNOFF-REASON PIC X(40) VALUE SPACES.
               01 SIGNOFF-TIMESTAMP PIC X(14) VALUE SPACES.

           PROCEDURE DIVISION.

           0000-MAIN-LOGIC.
               DISPLAY "RECONCILIATION BREAK SIGN-OFF".
               PERFORM 1000-GET-SIGNOFF.
               PERFORM 1100-READ-STATUS.
               PERFORM 2000-SIGN-OFF-BREAKS.
               MOVE 0 TO RETURN-CODE.
               STOP RUN.

           1000-GET-SIGNOFF.
               OPEN INPUT SIGNOFF-CONTROL-FILE.
               IF SIGNOFF-CONTROL-FILE-STATUS = "35"
                   DISPLAY "NO SIGN-OFF CONTROL FILE - USING CONSOLE"
                   DISPLAY "ENTER YOUR USER ID:"
                   ACCEPT SIGNOFF-USER FROM DATA-INPUT
                   DISPLAY "ENTER THE RECONCILIATION RUN TIMESTAMP "
                       "(YYYYMMDDHHMMSS, BLANK FOR THE LATEST):"
                   ACCEPT SIGNOFF-RUN-AT FROM DATA-INPUT
                   DISPLAY "ENTER THE REASON THE BREAKS ARE ACCEPTED:"
                   ACCEPT SIGNOFF-REASON FROM DATA-INPUT
               ELSE
                   IF SIGNOFF-CONTROL-FILE-STATUS NOT = "00"
                       DISPLAY "UNABLE TO OPEN SIGN-OFF CONTROL FILE "
                           "- STATUS " SIGNOFF-CONTROL-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-NOT-EOF TO TRUE
                   READ SIGNOFF-CONTROL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                   END-READ
                   IF WS-EOF
                       DISPLAY "SIGN-OFF CONTROL FILE IS EMPTY"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE SC-USER TO SIGNOFF-USER
                   MOVE SC-RUN-AT TO SIGNOFF-RUN-AT
                   MOVE SC-REASON TO SIGNOFF-REASON
                   CLOSE SIGNOFF-CONTROL-FILE
               END-IF.
               IF SIGNOFF-USER = SPACES
                   DISPLAY "THE USER ID OF WHOEVER IS SIGNING OFF THE "
                       "BREAKS MUST BE GIVEN"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF SIGNOFF-REASON = SPACES
                   DISPLAY "A REASON FOR ACCEPTING THE BREAKS MUST BE "
                       "GIVEN"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO SIGNOFF-TIMESTAMP.

           1100-READ-STATUS.
               OPEN INPUT RECON-STATUS-FILE.
               IF RECON-STATUS-FILE-STATUS = "35"
                   DISPLAY "NO RECONCILIATION STATUS FILE - THERE IS "
                       "NOTHING TO SIGN OFF"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF RECON-STATUS-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN RECONCILIATION STATUS "
                       "FILE - STATUS " RECON-STATUS-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               SET WS-NOT-EOF TO TRUE.
               READ RECON-STATUS-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ.
               CLOSE RECON-STATUS-FILE.
               IF WS-EOF
                   DISPLAY "RECONCILIATION STATUS FILE IS EMPTY - "
                       "THERE IS NOTHING TO SIGN OFF"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF SIGNOFF-RUN-AT NOT = SPACES
                       AND SIGNOFF-RUN-AT NOT = RS-RUN-AT
                   DISPLAY "THE RECONCILIATION ON FILE WAS RUN AT "
                       RS-RUN-AT " - NOT " SIGNOFF-RUN-AT
                       ". REVIEW THE LATEST data/RECON.RPT"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF RS-CLEAR
                   DISPLAY "THE RECONCILIATION AT " RS-RUN-AT
                       " FOUND NO BREAKS - THERE IS NOTHING TO "
                       "SIGN OFF"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF RS-SIGNED-OFF
                   DISPLAY "THE BREAKS FROM " RS-RUN-AT
                       " WERE SIGNED OFF BY " RS-SIGNED-BY
                       " AT " RS-SIGNED-AT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.

           2000-SIGN-OFF-BREAKS.
               SET RS-SIGNED-OFF TO TRUE.
               MOVE SIGNOFF-USER TO RS-SIGNED-BY.
               MOVE SIGNOFF-TIMESTAMP TO RS-SIGNED-AT.
               MOVE SIGNOFF-REASON TO RS-SIGNOFF-REASON.
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
               DISPLAY RS-BREAK-COUNT " BREAKS FROM THE RECONCILIATION "
                   "AT " RS-RUN-AT " SIGNED OFF BY " SIGNOFF-USER.
               DISPLAY "  " SIGNOFF-REASON.
               DISPLAY "PAY RUNS MAY PROCEED UNTIL THE NEXT "
                   "RECONCILIATION".

           END PROGRAM RECON_SIGNOFF.
