      ******************************************************************
      * Purpose: Bank-account master record layout (BANKACCT.DAT),
      *          COPYed into BankMaint, which loads and maintains it,
      *          and NetPayReg, which routes net pay by it.  Keyed by
      *          BA-SSNUM - one deposit account per employee; anyone
      *          without a record is paid by paper check.
      *
      *          The elementary items are coded at level 05 so callers
      *          can REPLACING ==05== BY ==nn== to fit them under
      *          whatever level their own record uses.
      *
      *          BA-ACCOUNT-TYPE is "C" checking or "S" savings.
      *          BA-PRENOTE-STATUS is "P" while the account is being
      *          proved with a zero-dollar prenote (paper checks until
      *          the waiting period after BA-PRENOTE-DATE runs out) or
      *          "A" once net pay is deposited.  BA-PRENOTE-DATE stays
      *          zeros until NetPayReg has sent the prenote.
      ******************************************************************
       05 BA-SSNUM.
           10 BA-SSAREA   PIC 999.
           10 BA-SSGROUP  PIC 99.
           10 BA-SSSERIAL PIC 9999.
       05 BA-ROUTING-NUMBER PIC 9(9).
       05 BA-ACCOUNT-NUMBER PIC X(17).
       05 BA-ACCOUNT-TYPE   PIC X.
       05 BA-PRENOTE-STATUS PIC X.
       05 BA-PRENOTE-DATE   PIC 9(8).
