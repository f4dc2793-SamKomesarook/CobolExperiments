      *        EMPLOYEE MASTER HISTORY - ONE ROW PER FIELD CHANGED BY
      *        AN EMP_MAINT TRANSACTION, APPENDED TO data/EMPHIST.DAT
      *        AND NEVER REWRITTEN. THE ACTION IS THAT OF THE
      *        TRANSACTION ('A' ADD, 'C' CHANGE, 'T' TERMINATE, 'V'
      *        BANK DETAILS VERIFIED). BEFORE IS BLANK ON AN ADD. THE
      *        TAX FILE OR IRD NUMBER IS LOGGED WITH ALL BUT ITS LAST
      *        THREE DIGITS MASKED. THE TIMESTAMP IS YYYYMMDDHHMMSS.
               01 MASTER-HISTORY-RECORD.
                   05 MH-EMP-ID PIC X(10).
                   05 MH-CHANGED-AT PIC X(14).
                   05 MH-CHANGED-BY PIC X(8).
                   05 MH-ACTION PIC X(1).
                   05 MH-FIELD-NAME PIC X(20).
                   05 MH-BEFORE PIC X(40).
                   05 MH-AFTER PIC X(40).
