      ******************************************************************
      * Purpose: Pay-rate history record layout (RATEHIST.DAT), COPYed
      *          into EmpMaint, which writes one record for every
      *          rate-change transaction it applies, RetroPay, which
      *          reprices already-paid weeks from it, and EmpBackout,
      *          which cancels a change it backs out.  Keyed by SSN and
      *          effective date, so every rate an employee has been
      *          paid at stays on record after the master moves on.
      *
      *          The elementary items are coded at level 05 so callers
      *          can REPLACING ==05== BY ==nn== to fit them under
      *          whatever level their own record uses.
      *
      *          RH-RETRO-STATUS is "P" while the weeks already paid
      *          since the effective date are still to be repriced,
      *          "D" once RetroPay has raised the adjustment cards for
      *          them (RH-RETRO-DATE is that run), and "B" when the
      *          change was backed out - a backed-out change is kept
      *          for the record but never priced.
      ******************************************************************
       05 RH-KEY.
           10 RH-SSNUM.
               15 RH-SSAREA   PIC 999.
               15 RH-SSGROUP  PIC 99.
               15 RH-SSSERIAL PIC 9999.
           10 RH-EFFECTIVE-DATE PIC 9(8).
       05 RH-OLD-RATE     PIC 9(3)V99.
       05 RH-NEW-RATE     PIC 9(3)V99.
       05 RH-ENTERED-DATE PIC 9(8).
       05 RH-RETRO-STATUS PIC X.
       05 RH-RETRO-DATE   PIC 9(8).
