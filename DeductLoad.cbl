      *          prices against.  A re-sent entry for a key already on
      *          file replaces the old one, so payroll can correct a
      *          rate by reloading the one entry instead of rebuilding
      *          the master.  An entry may carry a goal amount, the
      *          total after which NetPayReg stops taking it; entries
      *          keyed before the goal column existed load with none.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02 DL-METHOD      PIC X.
           02 DL-RATE        PIC 9(5)V99.
           02 DL-DESCRIPTION PIC X(20).
           02 DL-GOAL-AMOUNT PIC 9(7)V99.
           02 DL-GOAL-AMOUNT-X REDEFINES DL-GOAL-AMOUNT PIC X(9).

       FD  DEDUCT-MASTER.
       01 DEDUCT-MASTER-RECORD.
                            DL-DEDUCT-CODE " is not a nonzero"
                            " number - deduction rejected"
                        SET SSN-IS-VALID TO FALSE
                    ELSE
                        PERFORM 2150-VALIDATE-GOAL
                    END-IF
                END-IF
            END-IF.

      *> A blank goal column is an open-ended deduction.
       2150-VALIDATE-GOAL.
            IF DL-GOAL-AMOUNT-X = SPACES
                MOVE ZEROS TO DL-GOAL-AMOUNT
            ELSE
                IF DL-GOAL-AMOUNT NOT NUMERIC
                    DISPLAY "Goal amount for " DL-SSNUM "/"
                        DL-DEDUCT-CODE " is not a number"
                        " - deduction rejected"
                    SET SSN-IS-VALID TO FALSE
                END-IF
            END-IF.

       2200-WRITE-DEDUCTION.
            MOVE DL-SSNUM       TO DM-SSNUM
            MOVE DL-PRIORITY    TO DM-PRIORITY
            MOVE DL-METHOD      TO DM-METHOD
            MOVE DL-RATE        TO DM-RATE
            MOVE DL-DESCRIPTION TO DM-DESCRIPTION
            MOVE DL-GOAL-AMOUNT TO DM-GOAL-AMOUNT
            WRITE DEDUCT-MASTER-RECORD
                INVALID KEY
                    REWRITE DEDUCT-MASTER-RECORD
