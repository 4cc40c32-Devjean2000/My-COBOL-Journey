      ******************************************************************
      * Purpose: Shift-schedule master record layout (SHIFTSCH.DAT),
      *          COPYed into ShiftMaint, which loads and maintains it,
      *          and AttendRpt, which holds each day's sign-in log up
      *          against it.  Keyed by SH-SSNUM - one standing shift
      *          per employee.
      *
      *          The elementary items are coded at level 05 so callers
      *          can REPLACING ==05== BY ==nn== to fit them under
      *          whatever level their own record uses.
      *
      *          SH-START-TIME and SH-END-TIME are HHMM on the 24-hour
      *          clock and the shift ends the same day it starts.
      *          SH-WORK-DAYS holds one "Y" or "N" per weekday,
      *          Monday first, so "YYYYYNN" is a Monday-to-Friday
      *          shift; SH-WORK-DAY gives the same flags by day number.
      ******************************************************************
       05 SH-SSNUM.
           10 SH-SSAREA   PIC 999.
           10 SH-SSGROUP  PIC 99.
           10 SH-SSSERIAL PIC 9999.
       05 SH-START-TIME PIC 9(4).
       05 SH-END-TIME   PIC 9(4).
       05 SH-WORK-DAYS  PIC X(7).
       05 SH-WORK-DAY-FLAGS REDEFINES SH-WORK-DAYS.
           10 SH-WORK-DAY PIC X OCCURS 7 TIMES.
