      ******************************************************************
      * Purpose: Retroactive pay adjustment card (RETROADJ.DAT),
      *          COPYed into RetroPay, which raises one card for every
      *          already-paid week a rate change reprices, and
      *          TimecardPay, which pays the cards after the week's
      *          timecards as ordinary pay.
      *
      *          The elementary items are coded at level 05 so callers
      *          can REPLACING ==05== BY ==nn== to fit them under
      *          whatever level their own record uses.
      *
      *          RA-PERIOD-ID and RA-ADJ-SEQ are the week repriced and
      *          the paid-history sequence the adjustment is paid
      *          under.  RA-HOURS are the hours paid for that week;
      *          TimecardPay prices them at the difference between
      *          RA-OLD-RATE and RA-NEW-RATE with the usual overtime
      *          rule.  RA-PAY-PERIOD-ID is the open period whose
      *          payday the adjustment is paid on.
      ******************************************************************
       05 RA-SSNUM.
           10 RA-SSAREA   PIC 999.
           10 RA-SSGROUP  PIC 99.
           10 RA-SSSERIAL PIC 9999.
       05 RA-PERIOD-ID      PIC 9(6).
       05 RA-ADJ-SEQ        PIC 99.
       05 RA-HOURS          PIC 9(2)V99.
       05 RA-OLD-RATE       PIC 9(3)V99.
       05 RA-NEW-RATE       PIC 9(3)V99.
       05 RA-PAY-PERIOD-ID  PIC 9(6).
       05 RA-EFFECTIVE-DATE PIC 9(8).
