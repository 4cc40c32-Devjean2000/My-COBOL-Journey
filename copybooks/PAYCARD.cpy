      *          PAIDCARD.DAT itself wraps this body in the suite's
      *          usual balanced layout: a "D" record per paid card and
      *          a final "T" trailer carrying the detail count and the
      *          gross-pay hash the reader balances against, stamped
      *          with the date and time of the TimecardPay run that
      *          wrote it.
      *
      *          PC-PERIOD-ID and PC-CHECK-DATE carry the pay period
      *          the card was paid for and that period's payday.
      *          PC-CARD-TYPE is "W" for a week's timecard and "A" for
      *          a retroactive adjustment RetroPay raised for an
      *          already-paid week - the net-pay step takes only the
      *          percentage deductions from an adjustment, the flat
      *          ones having come out of the week's own check.
      ******************************************************************
       05 PC-SSNUM.
           10 PC-SSAREA   PIC 999.
       05 PC-REGULAR-PAY  PIC 9(6)V99.
       05 PC-OVERTIME-PAY PIC 9(6)V99.
       05 PC-GROSS-PAY    PIC 9(7)V99.
       05 PC-PERIOD-ID    PIC 9(6).
       05 PC-CHECK-DATE   PIC 9(8).
       05 PC-CARD-TYPE    PIC X.
