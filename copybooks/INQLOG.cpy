      ******************************************************************
      * Purpose: Employee inquiry access-log record (INQLOG.DAT),
      *          COPYed into EmpInquiry, which appends one record for
      *          every lookup it is asked to make, and into anything
      *          that reads the log back for a privacy review.
      *
      *          The elementary items are coded at level 05 so callers
      *          can REPLACING ==05== BY ==nn== to fit them under
      *          whatever level their own record uses.
      *
      *          IL-INQUIRY-VALUE is what the operator typed - an SSN
      *          or a username.  IL-SSNUM is the employee it led to,
      *          zeros when it led to nobody; IL-RESULT says why.
      ******************************************************************
       05 IL-DATE          PIC 9(8).
       05 IL-TIME          PIC 9(8).
       05 IL-OPERATOR      PIC X(30).
       05 IL-INQUIRY-VALUE PIC X(30).
       05 IL-SSNUM         PIC 9(9).
       05 IL-RESULT        PIC X(24).
