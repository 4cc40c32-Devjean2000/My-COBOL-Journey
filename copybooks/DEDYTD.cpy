      ******************************************************************
      * Purpose: Annual deductions-withheld record layout (DEDYTD.DAT),
      *          COPYed into NetPayReg, which adds every deduction it
      *          actually takes to the employee's total for that code
      *          and tax year, and W2Stmt, which prints the year's
      *          withholding by code on the wage statement.  Keyed by
      *          SSN, tax year and deduction code, so a year stays on
      *          file untouched once the next one starts - no rollover
      *          is needed.
      *
      *          The elementary items are coded at level 05 so callers
      *          can REPLACING ==05== BY ==nn== to fit them under
      *          whatever level their own record uses.
      *
      *          DY-TAX-YEAR is the year of the check date the
      *          deduction was taken on, the same year TimecardPay
      *          files the gross under.  DY-DESCRIPTION is the
      *          deduction's description when it was last taken, so
      *          the statement can still name a deduction since
      *          removed from the deductions master.
      ******************************************************************
       05 DY-KEY.
           10 DY-SSNUM.
               15 DY-SSAREA   PIC 999.
               15 DY-SSGROUP  PIC 99.
               15 DY-SSSERIAL PIC 9999.
           10 DY-TAX-YEAR    PIC 9(4).
           10 DY-DEDUCT-CODE PIC X(4).
       05 DY-DESCRIPTION  PIC X(20).
       05 DY-AMOUNT       PIC 9(7)V99.
       05 DY-TIMES-TAKEN  PIC 9(3).
