      ******************************************************************
      * Purpose: Paid-history record layout (PAIDHIST.DAT), COPYed into
      *          TimecardPay, which writes one record for every card it
      *          prices, and TimecardEdit, which refuses a second card
      *          for an SSN and pay period already on file.  Keyed by
      *          SSN, pay period and adjustment sequence, so an employee
      *          can be paid only once for any period however often the
      *          cards are rerun.
      *
      *          The elementary items are coded at level 05 so callers
      *          can REPLACING ==05== BY ==nn== to fit them under
      *          whatever level their own record uses.
      *
      *          The rate and pay amounts are kept exactly as priced so
      *          the week can be re-examined long after PAIDCARD.DAT
      *          has been overwritten.
      *
      *          PH-ADJ-SEQ is zeros for the week as first paid.  Each
      *          retroactive adjustment RetroPay raises for the week is
      *          paid under the next sequence, carrying the hours it
      *          repriced, the rate the week is now paid at, and the
      *          difference in pay - so the highest sequence on file
      *          always holds the rate the week currently stands at.
      ******************************************************************
       05 PH-KEY.
           10 PH-SSNUM.
               15 PH-SSAREA   PIC 999.
               15 PH-SSGROUP  PIC 99.
               15 PH-SSSERIAL PIC 9999.
           10 PH-PERIOD-ID PIC 9(6).
           10 PH-ADJ-SEQ   PIC 99.
       05 PH-DEPARTMENT   PIC X(4).
       05 PH-HOURLY-RATE  PIC 9(3)V99.
       05 PH-HOURS        PIC 9(2)V99.
       05 PH-REGULAR-PAY  PIC 9(6)V99.
       05 PH-OVERTIME-PAY PIC 9(6)V99.
       05 PH-GROSS-PAY    PIC 9(7)V99.
       05 PH-CHECK-DATE   PIC 9(8).
       05 PH-PAID-DATE    PIC 9(8).
