      *          DM-METHOD is "F" for a flat amount (DM-RATE is
      *          dollars and cents) or "P" for a percent of gross
      *          (DM-RATE is the percentage, e.g. 00750 = 7.50).
      *
      *          DM-GOAL-AMOUNT is the total to be recovered for a
      *          loan, advance or similar balance; once NetPayReg has
      *          taken that much the deduction stops by itself.  Zero
      *          means the deduction runs until it is removed.
      ******************************************************************
       05 DM-KEY.
           10 DM-SSNUM       PIC 9(9).
       05 DM-METHOD          PIC X.
       05 DM-RATE            PIC 9(5)V99.
       05 DM-DESCRIPTION     PIC X(20).
       05 DM-GOAL-AMOUNT     PIC 9(7)V99.
