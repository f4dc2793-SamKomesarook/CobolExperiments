      *        RECONCILIATION STATUS RECORD - THE OUTCOME OF THE LAST
      *        PAYROLL_RECON RUN, HELD AS A SINGLE ROW IN
      *        data/RECONSTS.DAT AND COPIED TO THE HISTORY IN
      *        data/RECONHST.DAT EACH TIME IT CHANGES. 'B' MEANS THE
      *        MASTERS DISAGREE AND THE NEXT PAY RUN IS REFUSED UNTIL
      *        THE BREAKS ARE CLEARED AND THE RECONCILIATION RE-RUN
      *        CLEAN ('C'), OR RECON_SIGNOFF RECORDS WHO ACCEPTED THEM
      *        AND WHY ('S'). THE BREAKS ARE COUNTED BY CHECK SO THE
      *        FINAL-PAY RUN CAN STILL CLEAR THE LEAVERS IT IS FOR.
      *        TIMESTAMPS ARE YYYYMMDDHHMMSS.
               01 RECON-STATUS-RECORD.
                   05 RS-STATUS PIC X(1).
                       88 RS-CLEAR VALUE 'C'.
                       88 RS-BREAKS-OPEN VALUE 'B'.
                       88 RS-SIGNED-OFF VALUE 'S'.
                   05 RS-RUN-AT PIC X(14).
                   05 RS-BREAK-COUNT PIC 9(7).
      *        YTD GROSS, TAX OR SUPER NOT EQUAL TO THE PAYSLIPS.
                   05 RS-YTD-BREAKS PIC 9(7).
      *        YTD, LEAVE OR DEDUCTION RECORDS WITH NO EMPLOYEE.
                   05 RS-MASTER-BREAKS PIC 9(7).
      *        TERMINATED EMPLOYEES NOT YET FINAL-PAID.
                   05 RS-FINAL-PAY-BREAKS PIC 9(7).
      *        NEGATIVE OR UNREADABLE BALANCES, AND LEAVE LEFT ON A
      *        TERMINATED EMPLOYEE AFTER THE FINAL PAY.
                   05 RS-LEAVE-BREAKS PIC 9(7).
                   05 RS-SIGNED-BY PIC X(8).
                   05 RS-SIGNED-AT PIC X(14).
                   05 RS-SIGNOFF-REASON PIC X(40).
