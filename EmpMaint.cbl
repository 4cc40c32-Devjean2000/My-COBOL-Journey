      *          transaction is also journaled to EMPJRNL.DAT with the
      *          full before- and after-image of the master record, so
      *          EmpBackout can undo a bad batch without restoring the
      *          whole master.  Pay-rate changes carry an effective
      *          date and are also kept on the RATEHIST.DAT rate
      *          history, from which RetroPay makes up any weeks
      *          already paid at the old rate.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPT-MASTER-STATUS.
           SELECT RATE-HISTORY ASSIGN TO "RATEHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RATE-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Transaction codes: "A" add a new employee, "C" change the
      *> name on an existing record, "D" terminate (the record stays
      *> on the master with EM-ACTIVE-STATUS "T" and the termination
      *> date), "R" rehire a terminated employee, "P" change the
      *> hourly rate from MT-EFFECTIVE-DATE (today or earlier - weeks
      *> already paid since then are made up by RetroPay).
       FD  MAINT-TRANS-FILE.
       01 MAINT-TRANS-RECORD.
           02 MT-TRANS-CODE PIC X.
           02 MT-DEPARTMENT  PIC X(4).
           02 MT-HIRE-DATE   PIC 9(8).
           02 MT-HOURLY-RATE PIC 9(3)V99.
           02 MT-EFFECTIVE-DATE PIC 9(8).

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-RECORD.
       01 DEPT-MASTER-RECORD.
           COPY "DEPTMAST.cpy" REPLACING ==05== BY ==02==.

       FD  RATE-HISTORY.
       01 RATE-HISTORY-RECORD.
           COPY "RATEHIST.cpy" REPLACING ==05== BY ==02==.

       WORKING-STORAGE SECTION.
       01 SSNum.
           COPY "SSNUM.cpy" REPLACING ==05== BY ==02==.
       01 WS-DEPT-MASTER-STATUS     PIC XX VALUE ZEROS.
       01 WS-DEPT-IS-VALID          PIC X VALUE "N".
           88 DEPT-IS-VALID VALUE "Y" FALSE "N".
       01 WS-RATE-HISTORY-STATUS    PIC XX VALUE ZEROS.
       01 WS-RATE-IS-VALID          PIC X VALUE "N".
           88 RATE-IS-VALID VALUE "Y" FALSE "N".
       01 WS-END-OF-RATES           PIC X VALUE "N".
           88 END-OF-RATES VALUE "Y" FALSE "N".
       01 WS-RATE-BACKED-OUT        PIC X VALUE "N".
           88 RATE-BACKED-OUT VALUE "Y" FALSE "N".
       01 WS-RUN-DATE               PIC 9(8) VALUE ZEROS.
       01 WS-LAST-EFFECTIVE-DATE    PIC 9(8) VALUE ZEROS.

      *> Active department codes are tabled once up front so each add
      *> costs one table scan, matching Coboltut's load-time check.
                SET END-OF-FILE TO TRUE
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-IF
            OPEN I-O RATE-HISTORY
            IF WS-RATE-HISTORY-STATUS = "35"
                OPEN OUTPUT RATE-HISTORY
                CLOSE RATE-HISTORY
                OPEN I-O RATE-HISTORY
            ELSE
                IF WS-RATE-HISTORY-STATUS NOT = "00"
                    DISPLAY "Error opening RATEHIST.DAT - status "
                        WS-RATE-HISTORY-STATUS
                        " - no maintenance applied"
                    SET END-OF-FILE TO TRUE
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                END-IF
            END-IF
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM 1100-LOAD-DEPARTMENTS.

       1100-LOAD-DEPARTMENTS.
                            IF MT-TRANS-CODE = "R"
                                PERFORM 2500-APPLY-REHIRE
                            ELSE
                                IF MT-TRANS-CODE = "P"
                                    PERFORM 2600-APPLY-RATE-CHANGE
                                ELSE
                                    MOVE
                                      "REJECTED - UNKNOWN TRANS CODE"
                                        TO WS-ACTION-TAKEN
                                    ADD 1 TO WS-TRANS-REJECTED
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                    END-IF
            END-READ.

       2600-APPLY-RATE-CHANGE.
            MOVE SSArea   TO EM-SSAREA
            MOVE SSGroup  TO EM-SSGROUP
            MOVE SSSerial TO EM-SSSERIAL
            READ EMPLOYEE-MASTER
                INVALID KEY
                    MOVE "REJECTED - NOT ON FILE"
                        TO WS-ACTION-TAKEN
                    ADD 1 TO WS-TRANS-REJECTED
                NOT INVALID KEY
                    IF EM-ACTIVE-STATUS = "T"
                        MOVE "REJECTED - EMPLOYEE TERMINATED"
                            TO WS-ACTION-TAKEN
                        ADD 1 TO WS-TRANS-REJECTED
                    ELSE
                        PERFORM 2610-VALIDATE-RATE-CHANGE
                        IF RATE-IS-VALID
                            PERFORM 2650-WRITE-RATE-CHANGE
                        ELSE
                            ADD 1 TO WS-TRANS-REJECTED
                        END-IF
                    END-IF
            END-READ.

      *> A future-dated change is refused: TimecardPay prices every
      *> week at the master rate, so the new rate would be paid before
      *> it was due.  Changes for one employee must also come in
      *> effective-date order, or RetroPay could not tell which rate
      *> a week was owed.
       2610-VALIDATE-RATE-CHANGE.
            SET RATE-IS-VALID TO TRUE
            IF MT-HOURLY-RATE NOT NUMERIC
                OR MT-HOURLY-RATE = ZEROS
                MOVE "REJECTED - INVALID RATE" TO WS-ACTION-TAKEN
                SET RATE-IS-VALID TO FALSE
            ELSE
                IF MT-EFFECTIVE-DATE NOT NUMERIC
                    OR MT-EFFECTIVE-DATE = ZEROS
                    MOVE "REJECTED - INVALID EFFECTIVE DATE"
                        TO WS-ACTION-TAKEN
                    SET RATE-IS-VALID TO FALSE
                ELSE
                    IF MT-EFFECTIVE-DATE > WS-RUN-DATE
                        MOVE "REJECTED - FUTURE EFFECTIVE DATE"
                            TO WS-ACTION-TAKEN
                        SET RATE-IS-VALID TO FALSE
                    ELSE
                        IF MT-EFFECTIVE-DATE < EM-HIRE-DATE
                            MOVE "REJECTED - EFFECTIVE BEFORE HIRE"
                                TO WS-ACTION-TAKEN
                            SET RATE-IS-VALID TO FALSE
                        ELSE
                            IF MT-HOURLY-RATE = EM-HOURLY-RATE
                                MOVE "REJECTED - RATE UNCHANGED"
                                    TO WS-ACTION-TAKEN
                                SET RATE-IS-VALID TO FALSE
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF
            IF RATE-IS-VALID
                PERFORM 2620-FIND-LAST-CHANGE
                IF MT-EFFECTIVE-DATE <= WS-LAST-EFFECTIVE-DATE
                    MOVE "REJECTED - NOT AFTER LAST CHANGE"
                        TO WS-ACTION-TAKEN
                    SET RATE-IS-VALID TO FALSE
                END-IF
            END-IF
            IF RATE-IS-VALID
                PERFORM 2630-CHECK-HISTORY-DATE
            END-IF.

      *> The history key leads with the SSN, so a START on it hands
      *> back the employee's changes oldest first.  Backed-out changes
      *> no longer count.
       2620-FIND-LAST-CHANGE.
            MOVE ZEROS TO WS-LAST-EFFECTIVE-DATE
            SET END-OF-RATES TO FALSE
            MOVE EM-SSNUM TO RH-SSNUM
            MOVE ZEROS    TO RH-EFFECTIVE-DATE
            START RATE-HISTORY KEY IS >= RH-KEY
                INVALID KEY SET END-OF-RATES TO TRUE
            END-START
            PERFORM UNTIL END-OF-RATES
                READ RATE-HISTORY NEXT
                    AT END SET END-OF-RATES TO TRUE
                    NOT AT END
                        IF RH-SSNUM = EM-SSNUM
                            IF RH-RETRO-STATUS NOT = "B"
                                MOVE RH-EFFECTIVE-DATE
                                    TO WS-LAST-EFFECTIVE-DATE
                            END-IF
                        ELSE
                            SET END-OF-RATES TO TRUE
                        END-IF
                END-READ
            END-PERFORM.

      *> The history is keyed by effective date, so the date must not
      *> be on file already.  A change that was backed out for that
      *> date is the one exception - its entry is put back in force
      *> with the rates now keyed, the same as a fresh change.
       2630-CHECK-HISTORY-DATE.
            SET RATE-BACKED-OUT TO FALSE
            MOVE EM-SSNUM          TO RH-SSNUM
            MOVE MT-EFFECTIVE-DATE TO RH-EFFECTIVE-DATE
            READ RATE-HISTORY
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    IF RH-RETRO-STATUS = "B"
                        SET RATE-BACKED-OUT TO TRUE
                    ELSE
                        MOVE "REJECTED - DATE ALREADY ON HISTORY"
                            TO WS-ACTION-TAKEN
                        SET RATE-IS-VALID TO FALSE
                    END-IF
            END-READ.

      *> The master change is journaled like any other, so EmpBackout
      *> can put the old rate back; the history record keeps the old
      *> rate on file for good and tells RetroPay what is owed.  The
      *> change is applied only once both are on file - a new rate on
      *> the master with no history behind it would never be made up.
       2650-WRITE-RATE-CHANGE.
            MOVE "Y" TO JR-BEFORE-PRESENT
            MOVE EMPLOYEE-MASTER-RECORD TO JR-BEFORE-IMAGE
            MOVE MT-HOURLY-RATE TO EM-HOURLY-RATE
            REWRITE EMPLOYEE-MASTER-RECORD
                INVALID KEY
                    MOVE "REJECTED - REWRITE FAILED"
                        TO WS-ACTION-TAKEN
                    ADD 1 TO WS-TRANS-REJECTED
                NOT INVALID KEY
                    PERFORM 2660-WRITE-RATE-HISTORY
            END-REWRITE.

       2660-WRITE-RATE-HISTORY.
            MOVE EM-SSNUM          TO RH-SSNUM
            MOVE MT-EFFECTIVE-DATE TO RH-EFFECTIVE-DATE
            MOVE JB-HOURLY-RATE    TO RH-OLD-RATE
            MOVE EM-HOURLY-RATE    TO RH-NEW-RATE
            MOVE WS-RUN-DATE       TO RH-ENTERED-DATE
            MOVE "P"               TO RH-RETRO-STATUS
            MOVE ZEROS             TO RH-RETRO-DATE
            IF RATE-BACKED-OUT
                REWRITE RATE-HISTORY-RECORD
                    INVALID KEY PERFORM 2670-UNDO-RATE-CHANGE
                    NOT INVALID KEY PERFORM 2680-RATE-CHANGE-APPLIED
                END-REWRITE
            ELSE
                WRITE RATE-HISTORY-RECORD
                    INVALID KEY PERFORM 2670-UNDO-RATE-CHANGE
                    NOT INVALID KEY PERFORM 2680-RATE-CHANGE-APPLIED
                END-WRITE
            END-IF.

      *> The master goes back to its before-image; were that to fail
      *> too, the master holds a rate with no journal or history and
      *> the run ends in error for someone to put right by hand.
       2670-UNDO-RATE-CHANGE.
            DISPLAY "Rate history not written for " RH-KEY
                " - status " WS-RATE-HISTORY-STATUS
            MOVE "REJECTED - HISTORY NOT WRITTEN" TO WS-ACTION-TAKEN
            ADD 1 TO WS-TRANS-REJECTED
            MOVE JR-BEFORE-IMAGE TO EMPLOYEE-MASTER-RECORD
            REWRITE EMPLOYEE-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Rate change for " EM-SSNUM
                        " could not be undone - status "
                        WS-EMPLOYEE-MASTER-STATUS
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-REWRITE.

       2680-RATE-CHANGE-APPLIED.
            IF RATE-BACKED-OUT
                MOVE "RATE CHANGED - BACKOUT REPLACED"
                    TO WS-ACTION-TAKEN
            ELSE
                MOVE "RATE CHANGED" TO WS-ACTION-TAKEN
            END-IF
            ADD 1 TO WS-TRANS-APPLIED
            MOVE "Y" TO JR-AFTER-PRESENT
            MOVE EMPLOYEE-MASTER-RECORD TO JR-AFTER-IMAGE
            PERFORM 2900-WRITE-JOURNAL.

      *> Callers fill the image fields and presence flags before
      *> coming here; the stamp and identifying fields are common to
      *> every journaled transaction.
            CLOSE MAINT-TRANS-FILE
            CLOSE EMPLOYEE-MASTER
            CLOSE MAINT-REGISTER
            CLOSE RATE-HISTORY
            IF WS-MAINT-JOURNAL-STATUS = "00"
                CLOSE MAINT-JOURNAL
            END-IF
