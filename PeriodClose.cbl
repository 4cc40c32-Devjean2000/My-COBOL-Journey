      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pay-period close - marks one period closed on the
      *          PAYCAL.DAT pay-period calendar once its cards are all
      *          settled, after which TimecardGen, TimecardEdit and
      *          TimecardPay take no more cards for it.  The close is
      *          refused while any card for the period is still
      *          waiting in the TCSUSP.DAT suspense file, so nobody's
      *          corrected card is shut out of the week it belongs to.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodClose.
       AUTHOR. Jean Buelvas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-CALENDAR ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PERIOD-ID
               FILE STATUS IS WS-PAY-CALENDAR-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "TCSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-CALENDAR.
       01 PAY-CALENDAR-RECORD.
           COPY "PAYCAL.cpy" REPLACING ==05== BY ==02==.

      *> Same layout TimecardEdit writes: the card exactly as keyed,
      *> then the reason it was suspended.
       FD  SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           02 SU-CARD-IMAGE.
               03 SU-SSNUM-X  PIC X(9).
               03 SU-HOURS-X  PIC X(4).
               03 SU-PERIOD-X PIC X(6).
           02 SU-REASON-CODE PIC XX.
           02 SU-REASON-TEXT PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-PAY-CALENDAR-STATUS PIC XX VALUE ZEROS.
       01 WS-SUSPENSE-STATUS     PIC XX VALUE ZEROS.
       01 WS-END-OF-FILE         PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".
       01 WS-PERIOD-INPUT        PIC X(6) VALUE SPACES.
       01 WS-CLOSE-DATE          PIC 9(8) VALUE ZEROS.
       01 WS-SUSPENSE-READ       PIC 9(7) VALUE ZEROS.
       01 WS-SUSPENSE-PENDING    PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-PROGRAM      PIC X(12) VALUE "PERIODCLOSE".
       01 WS-JOBLOG-READ         PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-GOOD         PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-BAD          PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-OUTCOME      PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "JobLog-Start" USING WS-JOBLOG-PROGRAM
            END-CALL
            DISPLAY "Close pay period (YYYYNN): "
            ACCEPT WS-PERIOD-INPUT
            IF WS-PERIOD-INPUT IS NOT NUMERIC
                OR WS-PERIOD-INPUT = "000000"
                DISPLAY "No usable pay period given - "
                    "nothing closed"
                PERFORM 8000-JOBLOG-ERROR-END
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM 1000-INITIALIZE
            IF WS-JOBLOG-OUTCOME = "OK" AND CP-STATUS = "O"
                PERFORM 2000-CHECK-SUSPENSE
                IF WS-SUSPENSE-PENDING > ZEROS
                    DISPLAY "Pay period " CP-PERIOD-ID " not closed - "
                        WS-SUSPENSE-PENDING
                        " card(s) still in TCSUSP.DAT"
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                ELSE
                    PERFORM 3000-CLOSE-PERIOD
                END-IF
            END-IF
            PERFORM 4000-TERMINATE
            STOP RUN.

       1000-INITIALIZE.
            OPEN I-O PAY-CALENDAR
            IF WS-PAY-CALENDAR-STATUS NOT = "00"
                DISPLAY "Error opening PAYCAL.DAT - status "
                    WS-PAY-CALENDAR-STATUS " - nothing closed"
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            ELSE
                MOVE WS-PERIOD-INPUT TO CP-PERIOD-ID
                READ PAY-CALENDAR
                    INVALID KEY
                        DISPLAY "Pay period " WS-PERIOD-INPUT
                            " is not on the calendar - nothing closed"
                        MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                    NOT INVALID KEY
                        IF CP-STATUS = "C"
                            DISPLAY "Pay period " CP-PERIOD-ID
                                " was already closed on "
                                CP-CLOSED-DATE
                        END-IF
                END-READ
            END-IF.

      *> Every suspended card naming the period holds the close, each
      *> one listed so the supervisor knows which to chase.  A card
      *> whose period was mis-keyed cannot be told apart and is left
      *> to the supervisor's correction sheet.
       2000-CHECK-SUSPENSE.
            OPEN INPUT SUSPENSE-FILE
            IF WS-SUSPENSE-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ SUSPENSE-FILE
                        AT END SET END-OF-FILE TO TRUE
                        NOT AT END PERFORM 2100-CHECK-ONE-CARD
                    END-READ
                END-PERFORM
                CLOSE SUSPENSE-FILE
            ELSE
                IF WS-SUSPENSE-STATUS NOT = "35"
                    DISPLAY "Error opening TCSUSP.DAT - status "
                        WS-SUSPENSE-STATUS " - nothing closed"
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                    MOVE 1 TO WS-SUSPENSE-PENDING
                END-IF
            END-IF.

       2100-CHECK-ONE-CARD.
            ADD 1 TO WS-SUSPENSE-READ
            IF SU-PERIOD-X = WS-PERIOD-INPUT
                ADD 1 TO WS-SUSPENSE-PENDING
                DISPLAY "  Suspended card " SU-SSNUM-X " - "
                    SU-REASON-CODE " " SU-REASON-TEXT
            END-IF.

       3000-CLOSE-PERIOD.
            ACCEPT WS-CLOSE-DATE FROM DATE YYYYMMDD
            MOVE "C" TO CP-STATUS
            MOVE WS-CLOSE-DATE TO CP-CLOSED-DATE
            REWRITE PAY-CALENDAR-RECORD
                INVALID KEY
                    DISPLAY "Pay period " CP-PERIOD-ID
                        " could not be closed - status "
                        WS-PAY-CALENDAR-STATUS
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                NOT INVALID KEY
                    DISPLAY "Pay period " CP-PERIOD-ID " closed"
                    MOVE 1 TO WS-JOBLOG-GOOD
            END-REWRITE.

       4000-TERMINATE.
            IF WS-PAY-CALENDAR-STATUS NOT = "35"
                CLOSE PAY-CALENDAR
            END-IF
            MOVE WS-SUSPENSE-READ    TO WS-JOBLOG-READ
            MOVE WS-SUSPENSE-PENDING TO WS-JOBLOG-BAD
            CALL "JobLog-End" USING WS-JOBLOG-PROGRAM
                WS-JOBLOG-READ WS-JOBLOG-GOOD WS-JOBLOG-BAD
                WS-JOBLOG-OUTCOME
            END-CALL
      *> RETURN-CODE is set after the call - the CALL would reset it.
            IF WS-JOBLOG-OUTCOME NOT = "OK"
                MOVE 8 TO RETURN-CODE
            END-IF.

      *> Stamp an END record for the refusal paths so the operations
      *> report shows the run finished rather than hanging open.
       8000-JOBLOG-ERROR-END.
            MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            CALL "JobLog-End" USING WS-JOBLOG-PROGRAM
                WS-JOBLOG-READ WS-JOBLOG-GOOD WS-JOBLOG-BAD
                WS-JOBLOG-OUTCOME
            END-CALL.

       END PROGRAM PeriodClose.
