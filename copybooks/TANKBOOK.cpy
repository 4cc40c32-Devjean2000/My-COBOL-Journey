      ******************************************************************
      * Purpose: Tank book-inventory record layout (TANKBOOK.DAT),
      *          kept by TankRecon, one record per tank, keyed by
      *          TB-TANK-ID - the same tank IDs TANKDIMS.DAT and
      *          DIPREAD.DAT carry.
      *
      *          The elementary items are coded at level 05 so callers
      *          can REPLACING ==05== BY ==nn== to fit them under
      *          whatever level their own record uses.
      *
      *          TB-BOOK-BALANCE is the volume the tank should hold:
      *          the last dip's volume plus every receipt and less
      *          every issue posted since.  Each new dip is compared
      *          against it and then becomes the new starting point.
      *          TB-LAST-DIP-DATE stays zero until the first dip, which
      *          opens the book without being compared.
      *
      *          TB-LOSS-STREAK counts the consecutive dips that came
      *          in below book; any reading at or above book resets it.
      ******************************************************************
       05 TB-TANK-ID          PIC X(8).
       05 TB-BOOK-BALANCE     PIC 9(13)V99.
       05 TB-LAST-DIP-DATE    PIC 9(8).
       05 TB-LAST-DIP-VOLUME  PIC 9(13)V99.
       05 TB-RECEIPTS-SINCE   PIC 9(13)V99.
       05 TB-ISSUES-SINCE     PIC 9(13)V99.
       05 TB-LAST-VARIANCE    PIC S9(13)V99.
       05 TB-LOSS-STREAK      PIC 99.
