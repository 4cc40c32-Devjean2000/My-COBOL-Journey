      *          before-image back, deleted records are rewritten.
      *          One bad maintenance run no longer means restoring the
      *          whole master and losing the day's good changes.
      *          A backed-out pay-rate change gets its old rate back
      *          and its RATEHIST.DAT entry is marked backed out, so
      *          RetroPay never makes up pay for it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BACKOUT-REGISTER ASSIGN TO "EMPBKOUT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-REGISTER-STATUS.
           SELECT RATE-HISTORY ASSIGN TO "RATEHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RATE-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKOUT-REGISTER.
       01 BACKOUT-REGISTER-LINE PIC X(100).

       FD  RATE-HISTORY.
       01 RATE-HISTORY-RECORD.
           COPY "RATEHIST.cpy" REPLACING ==05== BY ==02==.

       WORKING-STORAGE SECTION.
       01 WS-MAINT-JOURNAL-STATUS   PIC XX VALUE ZEROS.
       01 WS-EMPLOYEE-MASTER-STATUS PIC XX VALUE ZEROS.
       01 WS-BACKOUT-REGISTER-STATUS PIC XX VALUE ZEROS.
       01 WS-RATE-HISTORY-STATUS    PIC XX VALUE ZEROS.
       01 WS-END-OF-FILE            PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".
       01 WS-END-OF-RATES           PIC X VALUE "N".
           88 END-OF-RATES VALUE "Y" FALSE "N".
       01 WS-RATE-HISTORY-OPEN      PIC X VALUE "N".
           88 RATE-HISTORY-OPEN VALUE "Y" FALSE "N".
       01 WS-RATE-FOUND             PIC X VALUE "N".
           88 RATE-FOUND VALUE "Y" FALSE "N".
       01 WS-RATE-KEY               PIC X(17) VALUE SPACES.
       01 WS-RATE-STATUS-WAS        PIC X VALUE SPACE.
       01 WS-DATE-INPUT             PIC X(8) VALUE SPACES.
       01 WS-BACKOUT-DATE           PIC 9(8) VALUE ZEROS.
       01 WS-JOURNAL-DATE           PIC 9(8) VALUE ZEROS.
            WRITE BACKOUT-REGISTER-LINE FROM WS-HEADING-2
      *> The backouts themselves are journaled as "B" entries, so the
      *> audit trail shows the restore as well as the damage.
            OPEN EXTEND MAINT-JOURNAL
      *> Without a rate history no rate change was ever applied, so
      *> there is no history entry to cancel.
            OPEN I-O RATE-HISTORY
            IF WS-RATE-HISTORY-STATUS = "00"
                SET RATE-HISTORY-OPEN TO TRUE
            ELSE
                IF WS-RATE-HISTORY-STATUS NOT = "35"
                    DISPLAY "Error opening RATEHIST.DAT - status "
                        WS-RATE-HISTORY-STATUS
                        " - rate changes cannot be backed out"
                END-IF
            END-IF.

       3000-BACKOUT-ENTRIES.
            PERFORM VARYING WS-JNL-IX FROM WS-JNL-COUNT BY -1
                        IF WS-JNL-CODE (WS-JNL-IX) = "R"
                            PERFORM 3300-BACKOUT-CHANGE
                        ELSE
                            IF WS-JNL-CODE (WS-JNL-IX) = "P"
                                PERFORM 3350-BACKOUT-RATE-CHANGE
                            ELSE
                                MOVE "SKIPPED - UNKNOWN TRANS CODE"
                                    TO WS-ACTION-TAKEN
                                ADD 1 TO WS-ENTRIES-FAILED
                            END-IF
                        END-IF
                    END-IF
                END-IF
                    END-REWRITE
            END-READ.

      *> A rate change is a journaled REWRITE like any other, but the
      *> master is only touched when its rate-history entry can be
      *> cancelled with it - otherwise RetroPay would still make up
      *> pay at a rate the master no longer has.  The entry is the
      *> employee's latest live change entered on the backout date
      *> from the journaled old rate to the new one.
       3350-BACKOUT-RATE-CHANGE.
            IF NOT RATE-HISTORY-OPEN
                MOVE "FAILED - NO RATE HISTORY"
                    TO WS-ACTION-TAKEN
                ADD 1 TO WS-ENTRIES-FAILED
            ELSE
                PERFORM 3360-FIND-RATE-CHANGE
                IF NOT RATE-FOUND
                    MOVE "FAILED - RATE HISTORY NOT FOUND"
                        TO WS-ACTION-TAKEN
                    ADD 1 TO WS-ENTRIES-FAILED
                ELSE
                    PERFORM 3300-BACKOUT-CHANGE
                    IF WS-ACTION-TAKEN = "BEFORE-IMAGE RESTORED"
                        PERFORM 3370-CANCEL-RATE-CHANGE
                    END-IF
                END-IF
            END-IF.

       3360-FIND-RATE-CHANGE.
            SET RATE-FOUND TO FALSE
            SET END-OF-RATES TO FALSE
            MOVE WS-JNL-SSNUM (WS-JNL-IX) TO RH-SSNUM
            MOVE ZEROS TO RH-EFFECTIVE-DATE
            START RATE-HISTORY KEY IS >= RH-KEY
                INVALID KEY SET END-OF-RATES TO TRUE
            END-START
            PERFORM UNTIL END-OF-RATES
                READ RATE-HISTORY NEXT
                    AT END SET END-OF-RATES TO TRUE
                    NOT AT END
                        IF RH-SSNUM = WS-JNL-SSNUM (WS-JNL-IX)
                            IF RH-ENTERED-DATE = WS-BACKOUT-DATE
                                AND RH-RETRO-STATUS NOT = "B"
                                AND RH-OLD-RATE
                                    = WB-HOURLY-RATE (WS-JNL-IX)
                                AND RH-NEW-RATE
                                    = WA-HOURLY-RATE (WS-JNL-IX)
                                SET RATE-FOUND TO TRUE
                                MOVE RH-KEY TO WS-RATE-KEY
                            END-IF
                        ELSE
                            SET END-OF-RATES TO TRUE
                        END-IF
                END-READ
            END-PERFORM.

      *> A change RetroPay already made up pay for is still cancelled,
      *> but the register says so - the adjustment cards it raised
      *> must be pulled or recovered by hand.
       3370-CANCEL-RATE-CHANGE.
            MOVE WS-RATE-KEY TO RH-KEY
            READ RATE-HISTORY
                INVALID KEY
                    MOVE "RESTORED - HISTORY NOT CANCELLED"
                        TO WS-ACTION-TAKEN
                NOT INVALID KEY
                    MOVE RH-RETRO-STATUS TO WS-RATE-STATUS-WAS
                    MOVE "B" TO RH-RETRO-STATUS
                    REWRITE RATE-HISTORY-RECORD
                        INVALID KEY
                            MOVE "RESTORED - HISTORY NOT CANCELLED"
                                TO WS-ACTION-TAKEN
                        NOT INVALID KEY
                            IF WS-RATE-STATUS-WAS = "D"
                                MOVE "RESTORED - RETRO ALREADY RAISED"
                                    TO WS-ACTION-TAKEN
                            ELSE
                                MOVE "RATE CHANGE BACKED OUT"
                                    TO WS-ACTION-TAKEN
                            END-IF
                    END-REWRITE
            END-READ.

      *> Terminations journal an after-image (the record stays on the
      *> master with status "T"), so they back out as a rewrite of
      *> the before-image.  Journal entries from the days when "D"
            CLOSE EMPLOYEE-MASTER
            CLOSE BACKOUT-REGISTER
            CLOSE MAINT-JOURNAL
            IF RATE-HISTORY-OPEN
                CLOSE RATE-HISTORY
            END-IF
            DISPLAY "Maintenance backout complete - backed out "
                WS-ENTRIES-RESTORED " failed " WS-ENTRIES-FAILED
            MOVE WS-JNL-COUNT        TO WS-JOBLOG-READ
