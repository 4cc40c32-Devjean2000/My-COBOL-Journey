      *          cards for TimecardEdit to validate ahead of
      *          TimecardPay.  Unmatched names, unpaired INs and weeks
      *          over the hours cap go to an exception report for
      *          review before pricing.  The week must fall in an open
      *          period on the PAYCAL.DAT pay-period calendar, and
      *          every card is stamped with that period.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT GEN-REPORT ASSIGN TO "TCGEN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-REPORT-STATUS.
           SELECT PAY-CALENDAR ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PERIOD-ID
               FILE STATUS IS WS-PAY-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GEN-REPORT.
       01 GEN-REPORT-LINE PIC X(110).

       FD  PAY-CALENDAR.
       01 PAY-CALENDAR-RECORD.
           COPY "PAYCAL.cpy" REPLACING ==05== BY ==02==.

       WORKING-STORAGE SECTION.
       01 WS-SIGNIN-LOG-STATUS PIC XX VALUE ZEROS.
       01 WS-NAME-XREF-STATUS  PIC XX VALUE ZEROS.
       01 WS-ENTRY-STATUS      PIC XX VALUE ZEROS.
       01 WS-GEN-REPORT-STATUS PIC XX VALUE ZEROS.
       01 WS-PAY-CALENDAR-STATUS PIC XX VALUE ZEROS.
       01 WS-END-OF-FILE       PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".

       01 WS-DATE-INPUT        PIC X(8) VALUE SPACES.
       01 WS-WEEK-START        PIC 9(8) VALUE ZEROS.
       01 WS-WEEK-END          PIC 9(8) VALUE ZEROS.
       01 WS-PERIOD-ID         PIC 9(6) VALUE ZEROS.
       01 WS-END-OF-CALENDAR   PIC X VALUE "N".
           88 END-OF-CALENDAR VALUE "Y" FALSE "N".
       01 WS-PERIOD-FOUND      PIC X VALUE "N".
           88 PERIOD-FOUND VALUE "Y" FALSE "N".

      *> The requested week's log records are tabled so INs can be
      *> paired with OUTs that arrive later in the file, exactly as
           05 FILLER PIC X(32) VALUE
               "TIMECARD GENERATION FOR WEEK OF ".
           05 WS-HDG-DATE PIC 9(8).
           05 FILLER PIC X(9) VALUE "  PERIOD ".
           05 WS-HDG-PERIOD PIC 9(6).
       01 WS-HEADING-2.
           05 FILLER PIC X(52) VALUE "USERNAME".
           05 FILLER PIC X(10) VALUE "DATE".
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM 0500-FIND-PAY-PERIOD
            IF NOT PERIOD-FOUND
                PERFORM 8000-JOBLOG-ERROR-END
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM 1000-INITIALIZE
            PERFORM 1500-LOAD-NAME-XREF
            PERFORM UNTIL END-OF-FILE
            PERFORM 4000-TERMINATE
            STOP RUN.

      *> The week has to lie in a period that is on the calendar and
      *> still open - a closed period has been paid and put away.
      *> The period's own dates then bound the log records paired, so
      *> a period longer than a week still yields one card per person.
       0500-FIND-PAY-PERIOD.
            SET PERIOD-FOUND TO FALSE
            OPEN INPUT PAY-CALENDAR
            IF WS-PAY-CALENDAR-STATUS NOT = "00"
                DISPLAY "Error opening PAYCAL.DAT - status "
                    WS-PAY-CALENDAR-STATUS " - no timecards built"
            ELSE
                SET END-OF-CALENDAR TO FALSE
                PERFORM UNTIL END-OF-CALENDAR OR PERIOD-FOUND
                    READ PAY-CALENDAR NEXT
                        AT END SET END-OF-CALENDAR TO TRUE
                        NOT AT END
                            IF WS-WEEK-START >= CP-START-DATE
                                AND WS-WEEK-START <= CP-END-DATE
                                SET PERIOD-FOUND TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAY-CALENDAR
                IF NOT PERIOD-FOUND
                    DISPLAY "No pay period on the calendar holds "
                        WS-WEEK-START " - no timecards built"
                ELSE
                    IF CP-STATUS = "C"
                        DISPLAY "Pay period " CP-PERIOD-ID
                            " is closed - no timecards built"
                        SET PERIOD-FOUND TO FALSE
                    ELSE
                        MOVE CP-PERIOD-ID  TO WS-PERIOD-ID
                        MOVE CP-START-DATE TO WS-WEEK-START
                        MOVE CP-END-DATE   TO WS-WEEK-END
                    END-IF
                END-IF
            END-IF.

       1000-INITIALIZE.
            OPEN INPUT SIGNIN-LOG-FILE
            IF WS-SIGNIN-LOG-STATUS = "35"
            END-IF
            OPEN OUTPUT GEN-REPORT
            MOVE WS-WEEK-START TO WS-HDG-DATE
            MOVE WS-PERIOD-ID  TO WS-HDG-PERIOD
            WRITE GEN-REPORT-LINE FROM WS-HEADING-1
            WRITE GEN-REPORT-LINE FROM WS-HEADING-2.

                        TO TC-SSSERIAL
                    MOVE WS-PERSON-HOURS (WS-PERSON-IX)
                        TO TC-HOURS
                    MOVE WS-PERIOD-ID TO TC-PERIOD-ID
                    WRITE ENTRY-RECORD
                END-IF
            END-IF.
