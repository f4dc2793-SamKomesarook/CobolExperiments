      *        RE-PAY FILE FROM THE BANK DETAILS NOW ON THE MASTER.
      *        AN ITEM WHOSE MASTER DETAILS STILL MATCH THE BOUNCED
      *        ACCOUNT IS HELD OUT OF THE RE-PAY FILE UNTIL
      *        EMP_MAINT HAS CORRECTED THEM AND A SECOND USER HAS
      *        VERIFIED THE CORRECTION. THE RE-PAY FILE IS PROVED
      *        AGAINST THE MATCHED RETURNS THE SAME WAY THE PAY RUN
      *        PROVES ITS OWN BANK FILE.

           ENVIRONMENT DIVISION.
               INPUT-OUTPUT SECTION.
               MOVE ABA-BSB-WORK-2 TO MBE-BSB-2.
      *        THE RE-PAYMENT ONLY GOES OUT ONCE EMP_MAINT HAS
      *        PUT DIFFERENT BANK DETAILS ON THE MASTER - PAYING
      *        THE SAME ACCOUNT AGAIN WOULD JUST BOUNCE AGAIN - AND
      *        NOT UNTIL A SECOND USER HAS VERIFIED THE NEW DETAILS.
               IF WS-NOT-FOUND
                       OR (MASTER-BSB-EDITED = RT-BSB
                           AND EM-ACCOUNT-NO = RT-ACCOUNT)
                       OR EM-BSB = SPACES
                       OR EM-ACCOUNT-NO = SPACES
                       OR EM-BANK-UNVERIFIED
                   DISPLAY "HOLDING RE-PAY FOR " RETURN-EMP-ID
                       " - BANK DETAILS NOT YET CORRECTED"
                   ADD 1 TO HELD-COUNT
