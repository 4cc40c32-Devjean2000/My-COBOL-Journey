      *          TIMECARD.DAT holds only cards that already passed
      *          TimecardEdit - keyed entries go to TCENTRY.DAT and
      *          rejects land in the TCSUSP.DAT suspense file.
      *
      *          TC-PERIOD-ID is the pay period (PAYCAL.DAT key) the
      *          hours were worked in, stamped by TimecardGen or keyed
      *          with the card.
      ******************************************************************
       05 TC-SSNUM.
           10 TC-SSAREA   PIC 999.
           10 TC-SSGROUP  PIC 99.
           10 TC-SSSERIAL PIC 9999.
       05 TC-HOURS PIC 9(2)V99.
       05 TC-PERIOD-ID PIC 9(6).
