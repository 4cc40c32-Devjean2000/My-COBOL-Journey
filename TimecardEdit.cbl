      * Purpose: Timecard edit - validates the week's keyed timecards
      *          before any pricing happens: numeric hours in a
      *          plausible range, SSN format per the same rules as
      *          Coboltut's 1500-VALIDATE-SSN, a pay period that is on
      *          the PAYCAL.DAT calendar and still open, no pay already
      *          on PAIDHIST.DAT for the employee and period, and one
      *          card per employee and period per run.  Clean cards
      *          go to TIMECARD.DAT for TimecardPay; rejects go to the
      *          TCSUSP.DAT suspense file with a reason code so the
      *          supervisor can correct and resubmit just the bad
      *          cards the same day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EDIT-REPORT ASSIGN TO "TCEDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-REPORT-STATUS.
           SELECT PAY-CALENDAR ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PERIOD-ID
               FILE STATUS IS WS-PAY-CALENDAR-STATUS.
           SELECT PAID-HISTORY ASSIGN TO "PAIDHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAID-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
                   04 ET-SSSERIAL PIC 9999.
               03 ET-HOURS-X PIC X(4).
               03 ET-HOURS REDEFINES ET-HOURS-X PIC 9(2)V99.
               03 ET-PERIOD-X PIC X(6).
               03 ET-PERIOD-ID REDEFINES ET-PERIOD-X PIC 9(6).

       FD  TIMECARD-FILE.
       01 TIMECARD-RECORD.
           COPY "TIMECARD.cpy" REPLACING ==05== BY ==02==.

      *> Suspense layout: the card exactly as keyed, then the reason,
      *> so a corrected card is just the first 19 columns re-keyed.
      *> PeriodClose reads the period back out of the card image.
       FD  SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           02 SU-CARD-IMAGE  PIC X(19).
           02 SU-REASON-CODE PIC XX.
           02 SU-REASON-TEXT PIC X(30).

       FD  EDIT-REPORT.
       01 EDIT-REPORT-LINE PIC X(80).

       FD  PAY-CALENDAR.
       01 PAY-CALENDAR-RECORD.
           COPY "PAYCAL.cpy" REPLACING ==05== BY ==02==.

       FD  PAID-HISTORY.
       01 PAID-HISTORY-RECORD.
           COPY "PAIDHIST.cpy" REPLACING ==05== BY ==02==.

       WORKING-STORAGE SECTION.
       01 WS-ENTRY-STATUS       PIC XX VALUE ZEROS.
       01 WS-TIMECARD-STATUS    PIC XX VALUE ZEROS.
       01 WS-SUSPENSE-STATUS    PIC XX VALUE ZEROS.
       01 WS-EDIT-REPORT-STATUS PIC XX VALUE ZEROS.
       01 WS-PAY-CALENDAR-STATUS PIC XX VALUE ZEROS.
       01 WS-PAID-HISTORY-STATUS PIC XX VALUE ZEROS.
      *> Until TimecardPay has paid anything there is no paid history
      *> to check against, and every period is unpaid.
       01 WS-HISTORY-ON-FILE    PIC X VALUE "N".
           88 HISTORY-ON-FILE VALUE "Y" FALSE "N".
       01 WS-END-OF-FILE        PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".
       01 WS-CARD-IS-CLEAN      PIC X VALUE "N".
       01 WS-JOBLOG-BAD         PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-OUTCOME     PIC X(8) VALUE "OK".

      *> SSNs already passed this run, tabled with their period to
      *> catch the same employee keyed twice for a week before
      *> TimecardPay prices them twice.  A late card for an earlier
      *> period is a different card, not a duplicate.
       01 WS-SEEN-TABLE.
           02 WS-SEEN-ENTRY OCCURS 1000 TIMES.
               03 WS-SEEN-SSNUM  PIC X(9).
               03 WS-SEEN-PERIOD PIC X(6).
       01 WS-SEEN-TABLE-MAX     PIC 9(4) VALUE 1000.
       01 WS-SEEN-COUNT         PIC 9(4) VALUE ZEROS.
       01 WS-SEEN-IX            PIC 9(4) VALUE ZEROS.
       01 WS-HEADING-1.
           05 FILLER PIC X(30) VALUE "TIMECARD EDIT REJECTS".
       01 WS-HEADING-2.
           05 FILLER PIC X(21) VALUE "CARD AS KEYED".
           05 FILLER PIC X(6)  VALUE "CODE".
           05 FILLER PIC X(30) VALUE "REASON".
       01 WS-DETAIL-LINE.
           05 WS-DTL-CARD   PIC X(19).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DTL-CODE   PIC XX.
           05 FILLER        PIC X(4) VALUE SPACES.
                SET END-OF-FILE TO TRUE
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-IF
      *> No card can be edited without the calendar - whether its
      *> period is open is the whole point of the run.
            OPEN INPUT PAY-CALENDAR
            IF WS-PAY-CALENDAR-STATUS NOT = "00"
                DISPLAY "Error opening PAYCAL.DAT - status "
                    WS-PAY-CALENDAR-STATUS " - no cards edited"
                SET END-OF-FILE TO TRUE
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-IF
            OPEN INPUT PAID-HISTORY
            IF WS-PAID-HISTORY-STATUS = "00"
                SET HISTORY-ON-FILE TO TRUE
            ELSE
                IF WS-PAID-HISTORY-STATUS NOT = "35"
                    DISPLAY "Error opening PAIDHIST.DAT - status "
                        WS-PAID-HISTORY-STATUS " - no cards edited"
                    SET END-OF-FILE TO TRUE
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                END-IF
            END-IF
            OPEN OUTPUT EDIT-REPORT
            WRITE EDIT-REPORT-LINE FROM WS-HEADING-1
            WRITE EDIT-REPORT-LINE FROM WS-HEADING-2.
                                TO WS-REASON-TEXT
                            SET CARD-IS-CLEAN TO FALSE
                        ELSE
                            PERFORM 2150-CHECK-PERIOD
                        END-IF
                    END-IF
                END-IF
            END-IF.

      *> A card for a closed period, or for a week the employee has
      *> already been paid for, is suspended rather than paid twice -
      *> whether TIMECARD.DAT was rerun or the card simply came late.
       2150-CHECK-PERIOD.
            IF ET-PERIOD-X NOT NUMERIC
                MOVE "06" TO WS-REASON-CODE
                MOVE "PERIOD NOT ON CALENDAR" TO WS-REASON-TEXT
                SET CARD-IS-CLEAN TO FALSE
            ELSE
                MOVE ET-PERIOD-ID TO CP-PERIOD-ID
                READ PAY-CALENDAR
                    INVALID KEY
                        MOVE "06" TO WS-REASON-CODE
                        MOVE "PERIOD NOT ON CALENDAR"
                            TO WS-REASON-TEXT
                        SET CARD-IS-CLEAN TO FALSE
                END-READ
            END-IF
            IF CARD-IS-CLEAN
                IF CP-STATUS = "C"
                    MOVE "07" TO WS-REASON-CODE
                    MOVE "PERIOD CLOSED" TO WS-REASON-TEXT
                    SET CARD-IS-CLEAN TO FALSE
                ELSE
                    IF HISTORY-ON-FILE
                        MOVE ET-SSAREA    TO PH-SSAREA
                        MOVE ET-SSGROUP   TO PH-SSGROUP
                        MOVE ET-SSSERIAL  TO PH-SSSERIAL
                        MOVE ET-PERIOD-ID TO PH-PERIOD-ID
                        MOVE ZEROS        TO PH-ADJ-SEQ
                        READ PAID-HISTORY
                            NOT INVALID KEY
                                MOVE "08" TO WS-REASON-CODE
                                MOVE "ALREADY PAID FOR PERIOD"
                                    TO WS-REASON-TEXT
                                SET CARD-IS-CLEAN TO FALSE
                        END-READ
                    END-IF
                END-IF
            END-IF
            IF CARD-IS-CLEAN
                PERFORM 2200-CHECK-DUPLICATE
            END-IF.

       2200-CHECK-DUPLICATE.
            SET SEEN-BEFORE TO FALSE
            PERFORM VARYING WS-SEEN-IX FROM 1 BY 1
                UNTIL WS-SEEN-IX > WS-SEEN-COUNT OR SEEN-BEFORE
                IF WS-SEEN-SSNUM (WS-SEEN-IX) = ET-SSNUM-X
                    AND WS-SEEN-PERIOD (WS-SEEN-IX) = ET-PERIOD-X
                    SET SEEN-BEFORE TO TRUE
                END-IF
            END-PERFORM
                    ADD 1 TO WS-SEEN-COUNT
                    MOVE ET-SSNUM-X
                        TO WS-SEEN-SSNUM (WS-SEEN-COUNT)
                    MOVE ET-PERIOD-X
                        TO WS-SEEN-PERIOD (WS-SEEN-COUNT)
                END-IF
            END-IF.

            MOVE ET-SSGROUP  TO TC-SSGROUP
            MOVE ET-SSSERIAL TO TC-SSSERIAL
            MOVE ET-HOURS    TO TC-HOURS
            MOVE ET-PERIOD-ID TO TC-PERIOD-ID
            WRITE TIMECARD-RECORD.

       2600-WRITE-SUSPENSE.
            CLOSE TIMECARD-FILE
            CLOSE SUSPENSE-FILE
            CLOSE EDIT-REPORT
            IF WS-PAY-CALENDAR-STATUS = "00"
                CLOSE PAY-CALENDAR
            END-IF
            IF HISTORY-ON-FILE
                CLOSE PAID-HISTORY
            END-IF
            DISPLAY "Timecard edit complete - read " WS-CARDS-READ
                " passed " WS-CARDS-CLEAN
                " suspended " WS-CARDS-REJECTED
