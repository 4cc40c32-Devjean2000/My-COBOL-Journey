      ******************************************************************
      * Purpose: Deductions-taken detail body, COPYed into any program
      *          that writes or reads DEDTAKEN.DAT - the record of
      *          what NetPayReg actually withheld from each check, as
      *          opposed to what the deductions master asked for, so
      *          the ledger feed posts the money that really moved.
      *
      *          The elementary items are coded at level 05 so callers
      *          can REPLACING ==05== BY ==nn== to fit them under
      *          whatever level their own record uses.
      *
      *          DEDTAKEN.DAT wraps this body in the suite's usual
      *          balanced layout: a "D" record per deduction taken
      *          (DK-DEDUCT-CODE set), an "N" record per check carrying
      *          the net pay in DK-AMOUNT (DK-DEDUCT-CODE spaces), and a
      *          final "T" trailer carrying the counts and amount
      *          hashes of both kinds the reader balances against.
      ******************************************************************
       05 DK-SSNUM.
           10 DK-SSAREA   PIC 999.
           10 DK-SSGROUP  PIC 99.
           10 DK-SSSERIAL PIC 9999.
       05 DK-DEPARTMENT  PIC X(4).
       05 DK-DEDUCT-CODE PIC X(4).
       05 DK-AMOUNT      PIC 9(7)V99.
