      ******************************************************************
      * Purpose: Employee mailing-address master record layout
      *          (EMPADDR.DAT), COPYed into AddrMaint, which loads and
      *          maintains it, and W2Stmt, which prints the address on
      *          each year-end wage statement and the submission file.
      *          Keyed by EA-SSNUM - one mailing address per employee.
      *
      *          The elementary items are coded at level 05 so callers
      *          can REPLACING ==05== BY ==nn== to fit them under
      *          whatever level their own record uses.
      *
      *          Kept apart from the Employee Master so the master's
      *          record length - and every backup, journal and history
      *          file built on it - stays as it is.  Terminated
      *          employees keep their record: they still get a
      *          statement for the year they left.
      ******************************************************************
       05 EA-SSNUM.
           10 EA-SSAREA   PIC 999.
           10 EA-SSGROUP  PIC 99.
           10 EA-SSSERIAL PIC 9999.
       05 EA-STREET PIC X(30).
       05 EA-CITY   PIC X(20).
       05 EA-STATE  PIC X(2).
       05 EA-ZIP    PIC X(10).
