      ******************************************************************
      * Purpose: Deduction balance record layout (DEDBAL.DAT), kept
      *          by NetPayReg for every deduction it prices, one record
      *          per SSN and deduction code.
      *
      *          The elementary items are coded at level 05 so callers
      *          can REPLACING ==05== BY ==nn== to fit them under
      *          whatever level their own record uses.
      *
      *          DB-ARREARS is what a short check could not cover and
      *          is still owed; it is recovered ahead of every current
      *          deduction on the employee's next check.
      *
      *          DB-GOAL-AMOUNT is the deductions master's goal the
      *          balance is running toward and DB-PAID-TO-GOAL what has
      *          been taken toward it.  When they meet, DB-STATUS goes
      *          from "A" (active) to "G" (goal reached), DB-GOAL-DATE
      *          is stamped and the deduction is taken no more.  A new
      *          goal amount loaded on the master starts a new balance
      *          from nothing, which is how a second loan is set up.
      ******************************************************************
       05 DB-KEY.
           10 DB-SSNUM       PIC 9(9).
           10 DB-DEDUCT-CODE PIC X(4).
       05 DB-NAME            PIC X(30).
       05 DB-DESCRIPTION     PIC X(20).
       05 DB-ARREARS         PIC 9(7)V99.
       05 DB-GOAL-AMOUNT     PIC 9(7)V99.
       05 DB-PAID-TO-GOAL    PIC 9(7)V99.
       05 DB-STATUS          PIC X.
       05 DB-GOAL-DATE       PIC 9(8).
       05 DB-LAST-DATE       PIC 9(8).
