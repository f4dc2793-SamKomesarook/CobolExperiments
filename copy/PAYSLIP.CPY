                   05 PS-KIWISAVER-EMPLOYER PIC 9(9)V99.
                   05 PS-ACC-LEVY PIC 9(9)V99.
                   05 PS-NZ-SLOAN PIC 9(9)V99.
      *        BONUS AND BACK PAY INCLUDED IN PS-ANNUAL-PAY FOR THE
      *        PERIOD. IT IS TAXED BY THE MARGINAL METHOD - THE TAX ON
      *        NORMAL EARNINGS PLUS THE LUMP SUM LESS THE TAX ON NORMAL
      *        EARNINGS ALONE - RATHER THAN BEING ANNUALISED WITH THE
      *        ORDINARY PAY. ZERO ON ANNUAL-PROJECTION ROWS.
                   05 PS-BONUS-PAY PIC 9(9)V99.
      *        THE TAX DECLARATION THE WITHHOLDING WAS WORKED ON, SO A
      *        RECALCULATION CAN APPLY THE SAME SCALE. 'F' IN
      *        PS-TAX-ID-SUPPLIED MEANS NO TFN OR IRD NUMBER WAS HELD
      *        AND THE TOP RATE WAS WITHHELD; 'F' IN THE THRESHOLD
      *        FLAG MEANS THE AU NO-THRESHOLD SCALE. PS-NZ-TAX-CODE IS
      *        THE CODE APPLIED - ND WHERE NO IRD NUMBER WAS HELD.
      *        BLANKS ARE READ AS A TFN HELD, THE THRESHOLD CLAIMED
      *        AND CODE M.
                   05 PS-TAX-ID-SUPPLIED PIC X(1).
                   05 PS-TAX-FREE-THRESHOLD PIC X(1).
                   05 PS-NZ-TAX-CODE PIC X(3).
      *        THE COST CENTRE ALLOCATION THE EXPENSE WAS POSTED TO,
      *        AS IT STOOD ON THE MASTER WHEN THE PAY WAS MADE, SO THE
      *        LABOUR-COST REPORT SPREADS EACH PAYMENT THE WAY THE GL
      *        JOURNAL DID. ALL BLANK MEANS UNALLOCATED.
                   05 PS-COST-ALLOCATION OCCURS 4 TIMES.
                       10 PS-CC-CODE PIC X(6).
                       10 PS-CC-PERCENT PIC 9(3)V99.
      *        THE AU STATE OR TERRITORY WORKED IN, AS IT STOOD ON THE
      *        MASTER WHEN THE PAY WAS MADE, SO THE PAYROLL TAX RETURN
      *        DECLARES THE WAGES TO THE STATE THEY WERE EARNED IN.
      *        BLANK FOR NZ AND ON ROWS CUT BEFORE IT WAS CARRIED.
                   05 PS-WORK-STATE PIC X(3).
