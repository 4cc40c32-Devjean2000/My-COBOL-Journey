      ******************************************************************
      * Purpose: Pay-period calendar record layout (PAYCAL.DAT),
      *          COPYed into every program that stamps, edits, prices
      *          or closes a pay period.  Keyed by CP-PERIOD-ID, the
      *          year and the period's number within it (YYYYNN).
      *
      *          The elementary items are coded at level 05 so callers
      *          can REPLACING ==05== BY ==nn== to fit them under
      *          whatever level their own record uses.
      *
      *          CP-CHECK-DATE is payday - the date the period's pay is
      *          filed under in YTDEARN.DAT.  CP-STATUS is "O" while
      *          cards may still be taken for the period and "C" once
      *          PeriodClose has closed it; CP-CLOSED-DATE stays zeros
      *          until then.
      ******************************************************************
       05 CP-PERIOD-ID   PIC 9(6).
       05 CP-START-DATE  PIC 9(8).
       05 CP-END-DATE    PIC 9(8).
       05 CP-CHECK-DATE  PIC 9(8).
       05 CP-STATUS      PIC X.
       05 CP-CLOSED-DATE PIC 9(8).
