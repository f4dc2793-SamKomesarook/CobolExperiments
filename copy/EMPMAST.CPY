      *        MEMBER. FOR NZ EMPLOYEES THE EM-HECS FLAG CARRIES
      *        THE NZ STUDENT LOAN INDICATOR INSTEAD OF HECS-HELP.
                   05 EM-KIWISAVER PIC X(1).
      *        TAX DECLARATION - THE TFN (AU) OR IRD NUMBER (NZ),
      *        CHECK-DIGIT VALIDATED BY EMP_MAINT. AN EIGHT-DIGIT
      *        IRD NUMBER IS HELD WITH A LEADING ZERO. BLANK MEANS NO
      *        NUMBER HAS BEEN SUPPLIED AND THE PAY RUNS WITHHOLD AT
      *        THE TOP RATE.
                   05 EM-TAX-ID PIC X(9).
      *        AU ONLY - 'T' WHEN THE EMPLOYEE CLAIMS THE TAX-FREE
      *        THRESHOLD WITH THIS EMPLOYER. 'F' TAXES FROM THE
      *        FIRST DOLLAR, AS FOR A SECOND JOB.
                   05 EM-TAX-FREE-THRESHOLD PIC X(1).
      *        NZ ONLY - THE TAX CODE FROM THE EMPLOYEE'S IR330:
      *        M OR ME FOR PRIMARY INCOME, S, SH, ST OR SA FOR
      *        SECONDARY INCOME, ND FOR NO DECLARATION. BLANK FOR AU.
                   05 EM-NZ-TAX-CODE PIC X(3).
      *        COST CENTRE ALLOCATION - WHERE THE PERIOD RUN POSTS THE
      *        SALARY AND SUPER EXPENSE. ONE CODE AT 100.00 PERCENT
      *        FOR MOST STAFF; SHARED STAFF ARE SPLIT ACROSS UP TO
      *        FOUR CODES WHOSE PERCENTAGES ADD TO 100.00. UNUSED
      *        ENTRIES ARE BLANK WITH A ZERO PERCENTAGE. A MASTER
      *        WITH NO CODE AT ALL POSTS TO THE UNALLOCATED (BLANK)
      *        COST CENTRE.
                   05 EM-COST-ALLOCATION OCCURS 4 TIMES.
                       10 EM-CC-CODE PIC X(6).
                       10 EM-CC-PERCENT PIC 9(3)V99.
      *        BANK DETAIL SECURITY - SET BY EMP_MAINT WHENEVER AN
      *        EMPLOYEE'S BSB, ACCOUNT NUMBER OR ACCOUNT NAME IS
      *        CHANGED: THE DATE AND USER OF THE CHANGE, AND 'N' IN
      *        THE VERIFY STATUS UNTIL A DIFFERENT USER CONFIRMS THE
      *        NEW DETAILS WITH THE EMPLOYEE ('V' TRANSACTION). A PAY
      *        RUN SHORTLY AFTER AN UNVERIFIED CHANGE HOLDS THE CREDIT
      *        OUT OF THE BANK FILE. BLANK ON OLDER MASTERS AND NEW
      *        STARTERS MEANS THE DETAILS ARE TRUSTED.
                   05 EM-BANK-CHANGED-DATE PIC X(8).
                   05 EM-BANK-CHANGED-BY PIC X(8).
                   05 EM-BANK-VERIFY-STATUS PIC X(1).
                       88 EM-BANK-VERIFIED VALUE 'Y' ' '.
                       88 EM-BANK-UNVERIFIED VALUE 'N'.
                   05 EM-BANK-VERIFIED-BY PIC X(8).
      *        AU ONLY - THE STATE OR TERRITORY THE EMPLOYEE WORKS IN,
      *        WHOSE REVENUE OFFICE THEIR WAGES ARE DECLARED TO FOR
      *        PAYROLL TAX: NSW, VIC, QLD, SA, WA, TAS, ACT OR NT.
      *        BLANK FOR NZ.
                   05 EM-WORK-STATE PIC X(3).
