      ******************************************************************
      * Author:
      * Date:
      * Purpose: Retroactive pay - for every pay-rate change EmpMaint
      *          left waiting on the RATEHIST.DAT rate history, reprices
      *          the weeks already paid from the effective date on.
      *          Each week's hours and the rate it was paid at come
      *          from the PAIDHIST.DAT paid history; a week owed more
      *          gets a RETROADJ.DAT adjustment card for the difference,
      *          which TimecardPay pays on the next open payday through
      *          the usual PAIDCARD.DAT, NetPayReg and YTDEARN.DAT
      *          flow.  The retro register shows the old rate, the new
      *          rate and the amount owed for every week repriced.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetroPay.
       AUTHOR. Jean Buelvas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-HISTORY ASSIGN TO "RATEHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RATE-HISTORY-STATUS.
           SELECT PAID-HISTORY ASSIGN TO "PAIDHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAID-HISTORY-STATUS.
           SELECT PAY-CALENDAR ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PERIOD-ID
               FILE STATUS IS WS-PAY-CALENDAR-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-SSNUM
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
           SELECT RETRO-ADJ-FILE ASSIGN TO "RETROADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-ADJ-STATUS.
           SELECT RETRO-REGISTER ASSIGN TO "RETROREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-HISTORY.
       01 RATE-HISTORY-RECORD.
           COPY "RATEHIST.cpy" REPLACING ==05== BY ==02==.

       FD  PAID-HISTORY.
       01 PAID-HISTORY-RECORD.
           COPY "PAIDHIST.cpy" REPLACING ==05== BY ==02==.

       FD  PAY-CALENDAR.
       01 PAY-CALENDAR-RECORD.
           COPY "PAYCAL.cpy" REPLACING ==05== BY ==02==.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-RECORD.
           COPY "EMPMAST.cpy" REPLACING ==05== BY ==02==.

       FD  RETRO-ADJ-FILE.
       01 RETRO-ADJ-RECORD.
           COPY "RETROADJ.cpy" REPLACING ==05== BY ==02==.

       FD  RETRO-REGISTER.
       01 RETRO-REGISTER-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-RATE-HISTORY-STATUS    PIC XX VALUE ZEROS.
       01 WS-PAID-HISTORY-STATUS    PIC XX VALUE ZEROS.
       01 WS-PAY-CALENDAR-STATUS    PIC XX VALUE ZEROS.
       01 WS-EMPLOYEE-MASTER-STATUS PIC XX VALUE ZEROS.
       01 WS-RETRO-ADJ-STATUS       PIC XX VALUE ZEROS.
       01 WS-RETRO-REGISTER-STATUS  PIC XX VALUE ZEROS.
       01 WS-END-OF-FILE            PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".
       01 WS-END-OF-RATES           PIC X VALUE "N".
           88 END-OF-RATES VALUE "Y" FALSE "N".
       01 WS-END-OF-HISTORY         PIC X VALUE "N".
           88 END-OF-HISTORY VALUE "Y" FALSE "N".
       01 WS-END-OF-CALENDAR        PIC X VALUE "N".
           88 END-OF-CALENDAR VALUE "Y" FALSE "N".
       01 WS-HISTORY-ON-FILE        PIC X VALUE "N".
           88 HISTORY-ON-FILE VALUE "Y" FALSE "N".
       01 WS-RATES-ON-FILE          PIC X VALUE "N".
           88 RATES-ON-FILE VALUE "Y" FALSE "N".
       01 WS-PAY-PERIOD-FOUND       PIC X VALUE "N".
           88 PAY-PERIOD-FOUND VALUE "Y" FALSE "N".
       01 WS-OUTPUTS-OPEN           PIC X VALUE "N".
           88 OUTPUTS-OPEN VALUE "Y" FALSE "N".
       01 WS-CHANGES-LOADED         PIC X VALUE "N".
           88 CHANGES-LOADED VALUE "Y" FALSE "N".
       01 WS-WEEK-NOT-PRICED        PIC X VALUE "N".
           88 WEEK-NOT-PRICED VALUE "Y" FALSE "N".
       01 WS-RUN-DATE               PIC 9(8) VALUE ZEROS.
      *> Adjustments are paid on the next payday still to come - the
      *> first open period on the calendar whose check date is today
      *> or later.
       01 WS-PAY-PERIOD-ID          PIC 9(6) VALUE ZEROS.
       01 WS-PAY-CHECK-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-UNPAID-CARDS           PIC 9(7) VALUE ZEROS.

      *> Employees with at least one change waiting, tabled from one
      *> pass of the rate history so the history can then be re-read
      *> and rewritten one employee at a time.
       01 WS-SSN-TABLE.
           02 WS-SSN-ENTRY OCCURS 500 TIMES.
               03 WS-SSN-KEY PIC 9(9).
       01 WS-SSN-TABLE-MAX          PIC 9(4) VALUE 500.
       01 WS-SSN-COUNT              PIC 9(4) VALUE ZEROS.
       01 WS-SSN-IX                 PIC 9(4) VALUE ZEROS.
       01 WS-LAST-SSN               PIC 9(9) VALUE ZEROS.

      *> One employee's live rate changes, oldest first.  The rate a
      *> week is owed is the new rate of the latest change in force by
      *> the period's end date - the rate that prices an unpaid week.
       01 WS-CHG-TABLE.
           02 WS-CHG-ENTRY OCCURS 50 TIMES.
               03 WS-CHG-EFFECTIVE PIC 9(8).
               03 WS-CHG-NEW-RATE  PIC 9(3)V99.
               03 WS-CHG-STATUS    PIC X.
       01 WS-CHG-TABLE-MAX          PIC 99 VALUE 50.
       01 WS-CHG-COUNT              PIC 99 VALUE ZEROS.
       01 WS-CHG-IX                 PIC 99 VALUE ZEROS.
       01 WS-EARLIEST-PENDING       PIC 9(8) VALUE ZEROS.

      *> The paid week being gathered from the paid history: its hours
      *> and the rate and sequence of its latest paid record.
       01 WS-WEEK-PERIOD-ID         PIC 9(6) VALUE ZEROS.
       01 WS-WEEK-HOURS             PIC 9(2)V99 VALUE ZEROS.
       01 WS-WEEK-RATE              PIC 9(3)V99 VALUE ZEROS.
       01 WS-WEEK-SEQ               PIC 99 VALUE ZEROS.
       01 WS-TARGET-RATE            PIC 9(3)V99 VALUE ZEROS.
       01 WS-TARGET-EFFECTIVE       PIC 9(8) VALUE ZEROS.

      *> Priced exactly as TimecardPay prices the card, so the amount
      *> on the register is the amount that will be paid.
       01 WS-OVERTIME-THRESHOLD     PIC 99 VALUE 40.
       01 WS-OVERTIME-FACTOR        PIC 9V9 VALUE 1.5.
       01 WS-RATE-DIFFERENCE        PIC 9(3)V99 VALUE ZEROS.
       01 WS-REGULAR-HOURS          PIC 9(2)V99 VALUE ZEROS.
       01 WS-OVERTIME-HOURS         PIC 9(2)V99 VALUE ZEROS.
       01 WS-REGULAR-PAY            PIC 9(6)V99 VALUE ZEROS.
       01 WS-OVERTIME-PAY           PIC 9(6)V99 VALUE ZEROS.
       01 WS-AMOUNT-OWED            PIC 9(7)V99 VALUE ZEROS.
       01 WS-NOTE                   PIC X(24) VALUE SPACES.

       01 WS-CHANGES-PENDING        PIC 9(7) VALUE ZEROS.
       01 WS-CHANGES-PRICED         PIC 9(7) VALUE ZEROS.
       01 WS-WEEKS-REPRICED         PIC 9(7) VALUE ZEROS.
       01 WS-WEEKS-NOT-ADJUSTED     PIC 9(7) VALUE ZEROS.
       01 WS-CARDS-WRITTEN          PIC 9(7) VALUE ZEROS.
       01 WS-EMPLOYEES-HELD         PIC 9(7) VALUE ZEROS.
       01 WS-TOTAL-OWED             PIC 9(9)V99 VALUE ZEROS.
       01 WS-JOBLOG-PROGRAM         PIC X(12) VALUE "RETROPAY".
       01 WS-JOBLOG-READ            PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-GOOD            PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-BAD             PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-OUTCOME         PIC X(8) VALUE "OK".

       01 WS-HEADING-1.
           05 FILLER PIC X(30) VALUE "RETROACTIVE PAY REGISTER".
           05 FILLER PIC X(17) VALUE "PAID WITH PERIOD ".
           05 WS-HDG-PERIOD PIC 9(6).
           05 FILLER PIC X(14) VALUE "  CHECK DATE ".
           05 WS-HDG-CHECK-DATE PIC 9(8).
       01 WS-HEADING-2.
           05 FILLER PIC X(13) VALUE "SSN".
           05 FILLER PIC X(32) VALUE "NAME".
           05 FILLER PIC X(8)  VALUE "PERIOD".
           05 FILLER PIC X(7)  VALUE "HOURS".
           05 FILLER PIC X(10) VALUE "OLD RATE".
           05 FILLER PIC X(10) VALUE "NEW RATE".
           05 FILLER PIC X(13) VALUE "AMOUNT OWED".
           05 FILLER PIC X(24) VALUE "NOTE".
       01 WS-DETAIL-LINE.
           05 WS-DTL-SSAREA   PIC 999.
           05 FILLER          PIC X VALUE "-".
           05 WS-DTL-SSGROUP  PIC 99.
           05 FILLER          PIC X VALUE "-".
           05 WS-DTL-SSSERIAL PIC 9999.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-NAME     PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-PERIOD   PIC 9(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-HOURS    PIC Z9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-OLD-RATE PIC ZZ9.99.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 WS-DTL-NEW-RATE PIC ZZ9.99.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 WS-DTL-OWED     PIC ZZZZZZ9.99.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-DTL-NOTE     PIC X(24).
       01 WS-FOOTER-CHANGES.
           05 FILLER          PIC X(25) VALUE "RATE CHANGES PRICED:".
           05 WS-FTR-CHANGES  PIC ZZZZZZ9.
       01 WS-FOOTER-WEEKS.
           05 FILLER          PIC X(25) VALUE "WEEKS REPRICED:".
           05 WS-FTR-WEEKS    PIC ZZZZZZ9.
       01 WS-FOOTER-CARDS.
           05 FILLER          PIC X(25)
               VALUE "ADJUSTMENT CARDS WRITTEN:".
           05 WS-FTR-CARDS    PIC ZZZZZZ9.
       01 WS-FOOTER-HELD.
           05 FILLER          PIC X(25)
               VALUE "EMPLOYEES HELD:".
           05 WS-FTR-HELD     PIC ZZZZZZ9.
       01 WS-FOOTER-OWED.
           05 FILLER          PIC X(25) VALUE "TOTAL AMOUNT OWED:".
           05 WS-FTR-OWED     PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "JobLog-Start" USING WS-JOBLOG-PROGRAM
            END-CALL
            PERFORM 1000-INITIALIZE
            IF WS-JOBLOG-OUTCOME = "OK"
                PERFORM 1100-FIND-PAY-PERIOD
            END-IF
            IF WS-JOBLOG-OUTCOME = "OK"
                PERFORM 1200-CHECK-UNPAID-CARDS
            END-IF
            IF WS-JOBLOG-OUTCOME = "OK"
                PERFORM 1300-OPEN-OUTPUTS
            END-IF
            IF WS-JOBLOG-OUTCOME = "OK" AND RATES-ON-FILE
                PERFORM 2000-TABLE-EMPLOYEES
                PERFORM VARYING WS-SSN-IX FROM 1 BY 1
                    UNTIL WS-SSN-IX > WS-SSN-COUNT
                    PERFORM 3000-REPRICE-EMPLOYEE
                END-PERFORM
            END-IF
            PERFORM 4000-TERMINATE
            STOP RUN.

       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN I-O RATE-HISTORY
            IF WS-RATE-HISTORY-STATUS = "00"
                SET RATES-ON-FILE TO TRUE
            ELSE
                IF WS-RATE-HISTORY-STATUS = "35"
                    DISPLAY "RATEHIST.DAT not found - "
                        "no rate changes to reprice"
                ELSE
                    DISPLAY "Error opening RATEHIST.DAT - status "
                        WS-RATE-HISTORY-STATUS
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                END-IF
            END-IF
            OPEN INPUT PAID-HISTORY
            IF WS-PAID-HISTORY-STATUS = "00"
                SET HISTORY-ON-FILE TO TRUE
            ELSE
                IF WS-PAID-HISTORY-STATUS = "35"
                    DISPLAY "PAIDHIST.DAT not found - "
                        "no paid weeks to reprice"
                ELSE
                    DISPLAY "Error opening PAIDHIST.DAT - status "
                        WS-PAID-HISTORY-STATUS
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                END-IF
            END-IF
            OPEN INPUT PAY-CALENDAR
            IF WS-PAY-CALENDAR-STATUS NOT = "00"
                DISPLAY "Error opening PAYCAL.DAT - status "
                    WS-PAY-CALENDAR-STATUS " - no adjustments raised"
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-IF
            OPEN INPUT EMPLOYEE-MASTER
            IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
                DISPLAY "Error opening EMPMAST.DAT - status "
                    WS-EMPLOYEE-MASTER-STATUS " - no adjustments raised"
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-IF.

       1100-FIND-PAY-PERIOD.
            SET PAY-PERIOD-FOUND TO FALSE
            SET END-OF-CALENDAR TO FALSE
            MOVE ZEROS TO CP-PERIOD-ID
            START PAY-CALENDAR KEY IS >= CP-PERIOD-ID
                INVALID KEY SET END-OF-CALENDAR TO TRUE
            END-START
            PERFORM UNTIL END-OF-CALENDAR
                READ PAY-CALENDAR NEXT
                    AT END SET END-OF-CALENDAR TO TRUE
                    NOT AT END
                        IF CP-STATUS = "O"
                            AND CP-CHECK-DATE >= WS-RUN-DATE
                            SET PAY-PERIOD-FOUND TO TRUE
                            SET END-OF-CALENDAR TO TRUE
                            MOVE CP-PERIOD-ID  TO WS-PAY-PERIOD-ID
                            MOVE CP-CHECK-DATE TO WS-PAY-CHECK-DATE
                        END-IF
                END-READ
            END-PERFORM
            IF NOT PAY-PERIOD-FOUND
                DISPLAY "No open pay period pays on or after "
                    WS-RUN-DATE " - no adjustments raised"
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-IF.

      *> RETROADJ.DAT is rebuilt every run, so cards from the last run
      *> that TimecardPay has not yet paid would be lost - and their
      *> changes are already marked done.  Any card whose paid-history
      *> record is missing holds the run until TimecardPay pays it or
      *> the operator pulls it.
       1200-CHECK-UNPAID-CARDS.
            OPEN INPUT RETRO-ADJ-FILE
            IF WS-RETRO-ADJ-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ RETRO-ADJ-FILE
                        AT END SET END-OF-FILE TO TRUE
                        NOT AT END PERFORM 1210-CHECK-ONE-CARD
                    END-READ
                END-PERFORM
                CLOSE RETRO-ADJ-FILE
            ELSE
                IF WS-RETRO-ADJ-STATUS NOT = "35"
                    DISPLAY "Error opening RETROADJ.DAT - status "
                        WS-RETRO-ADJ-STATUS " - no adjustments raised"
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                END-IF
            END-IF
            IF WS-UNPAID-CARDS > ZEROS
                DISPLAY "RETROADJ.DAT still holds " WS-UNPAID-CARDS
                    " unpaid card(s) - run TIMECARDPAY first; "
                    "no adjustments raised"
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-IF.

       1210-CHECK-ONE-CARD.
            IF HISTORY-ON-FILE
                MOVE RA-SSNUM     TO PH-SSNUM
                MOVE RA-PERIOD-ID TO PH-PERIOD-ID
                MOVE RA-ADJ-SEQ   TO PH-ADJ-SEQ
                READ PAID-HISTORY
                    INVALID KEY
                        ADD 1 TO WS-UNPAID-CARDS
                        DISPLAY "  Unpaid adjustment " RA-SSNUM
                            " period " RA-PERIOD-ID
                END-READ
            ELSE
                ADD 1 TO WS-UNPAID-CARDS
                DISPLAY "  Unpaid adjustment " RA-SSNUM
                    " period " RA-PERIOD-ID
            END-IF.

       1300-OPEN-OUTPUTS.
            OPEN OUTPUT RETRO-ADJ-FILE
            IF WS-RETRO-ADJ-STATUS NOT = "00"
                DISPLAY "Error opening RETROADJ.DAT - status "
                    WS-RETRO-ADJ-STATUS " - no adjustments raised"
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            ELSE
                SET OUTPUTS-OPEN TO TRUE
                OPEN OUTPUT RETRO-REGISTER
                MOVE WS-PAY-PERIOD-ID  TO WS-HDG-PERIOD
                MOVE WS-PAY-CHECK-DATE TO WS-HDG-CHECK-DATE
                WRITE RETRO-REGISTER-LINE FROM WS-HEADING-1
                WRITE RETRO-REGISTER-LINE FROM WS-HEADING-2
            END-IF.

      *> The history key leads with the SSN, so one employee's changes
      *> arrive together and each SSN is tabled once.
       2000-TABLE-EMPLOYEES.
            SET END-OF-RATES TO FALSE
            MOVE ZEROS TO RH-SSNUM
            MOVE ZEROS TO RH-EFFECTIVE-DATE
            START RATE-HISTORY KEY IS >= RH-KEY
                INVALID KEY SET END-OF-RATES TO TRUE
            END-START
            PERFORM UNTIL END-OF-RATES
                READ RATE-HISTORY NEXT
                    AT END SET END-OF-RATES TO TRUE
                    NOT AT END
                        IF RH-RETRO-STATUS = "P"
                            PERFORM 2100-TABLE-ONE-CHANGE
                        END-IF
                END-READ
            END-PERFORM.

       2100-TABLE-ONE-CHANGE.
            ADD 1 TO WS-CHANGES-PENDING
            IF RH-SSNUM NOT = WS-LAST-SSN
                MOVE RH-SSNUM TO WS-LAST-SSN
                IF WS-SSN-COUNT >= WS-SSN-TABLE-MAX
                    DISPLAY "Employee table full - changes for "
                        RH-SSNUM " left for the next run"
                ELSE
                    ADD 1 TO WS-SSN-COUNT
                    MOVE RH-SSNUM TO WS-SSN-KEY (WS-SSN-COUNT)
                END-IF
            END-IF.

       3000-REPRICE-EMPLOYEE.
            MOVE WS-SSN-KEY (WS-SSN-IX) TO EM-SSNUM
            READ EMPLOYEE-MASTER
                INVALID KEY
                    DISPLAY "Employee " WS-SSN-KEY (WS-SSN-IX)
                        " not on EMPMAST.DAT - rate changes left "
                        "waiting"
                NOT INVALID KEY
                    PERFORM 3100-LOAD-CHANGES
                    SET WEEK-NOT-PRICED TO FALSE
                    IF CHANGES-LOADED
                        IF HISTORY-ON-FILE
                            PERFORM 3200-SCAN-PAID-WEEKS
                        END-IF
                        IF WEEK-NOT-PRICED
                            ADD 1 TO WS-EMPLOYEES-HELD
                        ELSE
                            PERFORM 3600-MARK-CHANGES-PRICED
                        END-IF
                    END-IF
            END-READ.

       3100-LOAD-CHANGES.
            SET CHANGES-LOADED TO TRUE
            MOVE ZEROS TO WS-CHG-COUNT
            MOVE 99999999 TO WS-EARLIEST-PENDING
            SET END-OF-RATES TO FALSE
            MOVE WS-SSN-KEY (WS-SSN-IX) TO RH-SSNUM
            MOVE ZEROS TO RH-EFFECTIVE-DATE
            START RATE-HISTORY KEY IS >= RH-KEY
                INVALID KEY SET END-OF-RATES TO TRUE
            END-START
            PERFORM UNTIL END-OF-RATES
                READ RATE-HISTORY NEXT
                    AT END SET END-OF-RATES TO TRUE
                    NOT AT END
                        IF RH-SSNUM = WS-SSN-KEY (WS-SSN-IX)
                            IF RH-RETRO-STATUS NOT = "B"
                                PERFORM 3110-TABLE-CHANGE
                            END-IF
                        ELSE
                            SET END-OF-RATES TO TRUE
                        END-IF
                END-READ
            END-PERFORM.

       3110-TABLE-CHANGE.
            IF WS-CHG-COUNT >= WS-CHG-TABLE-MAX
                DISPLAY "Rate change table full for "
                    WS-SSN-KEY (WS-SSN-IX)
                    " - rate changes left waiting"
                SET CHANGES-LOADED TO FALSE
                SET END-OF-RATES TO TRUE
            ELSE
                ADD 1 TO WS-CHG-COUNT
                MOVE RH-EFFECTIVE-DATE
                    TO WS-CHG-EFFECTIVE (WS-CHG-COUNT)
                MOVE RH-NEW-RATE     TO WS-CHG-NEW-RATE (WS-CHG-COUNT)
                MOVE RH-RETRO-STATUS TO WS-CHG-STATUS (WS-CHG-COUNT)
                IF RH-RETRO-STATUS = "P"
                    AND RH-EFFECTIVE-DATE < WS-EARLIEST-PENDING
                    MOVE RH-EFFECTIVE-DATE TO WS-EARLIEST-PENDING
                END-IF
            END-IF.

      *> The paid history is keyed SSN, period, sequence: a week's
      *> records arrive together, the week as first paid and then any
      *> adjustments, so the last one read holds the rate the week
      *> now stands at.
       3200-SCAN-PAID-WEEKS.
            MOVE ZEROS TO WS-WEEK-PERIOD-ID
            SET END-OF-HISTORY TO FALSE
            MOVE WS-SSN-KEY (WS-SSN-IX) TO PH-SSNUM
            MOVE ZEROS TO PH-PERIOD-ID
            MOVE ZEROS TO PH-ADJ-SEQ
            START PAID-HISTORY KEY IS >= PH-KEY
                INVALID KEY SET END-OF-HISTORY TO TRUE
            END-START
            PERFORM UNTIL END-OF-HISTORY
                READ PAID-HISTORY NEXT
                    AT END SET END-OF-HISTORY TO TRUE
                    NOT AT END
                        IF PH-SSNUM = WS-SSN-KEY (WS-SSN-IX)
                            PERFORM 3210-GATHER-PAID-RECORD
                        ELSE
                            SET END-OF-HISTORY TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            IF WS-WEEK-PERIOD-ID > ZEROS
                PERFORM 3300-REPRICE-WEEK
            END-IF.

       3210-GATHER-PAID-RECORD.
            IF PH-PERIOD-ID NOT = WS-WEEK-PERIOD-ID
                IF WS-WEEK-PERIOD-ID > ZEROS
                    PERFORM 3300-REPRICE-WEEK
                END-IF
                MOVE PH-PERIOD-ID  TO WS-WEEK-PERIOD-ID
                MOVE PH-HOURS      TO WS-WEEK-HOURS
            END-IF
            MOVE PH-HOURLY-RATE TO WS-WEEK-RATE
            MOVE PH-ADJ-SEQ     TO WS-WEEK-SEQ.

      *> Only weeks ending on or after the earliest waiting change are
      *> looked at - anything earlier was settled by an earlier run.
      *> A week whose period is missing from the calendar cannot be
      *> priced, so the employee's changes are left waiting for the
      *> next run once the calendar is put right.
       3300-REPRICE-WEEK.
            MOVE WS-WEEK-PERIOD-ID TO CP-PERIOD-ID
            READ PAY-CALENDAR
                INVALID KEY
                    DISPLAY "Period " WS-WEEK-PERIOD-ID
                        " not on PAYCAL.DAT - week for "
                        WS-SSN-KEY (WS-SSN-IX) " not repriced"
                    SET WEEK-NOT-PRICED TO TRUE
                    MOVE WS-WEEK-RATE TO WS-TARGET-RATE
                    MOVE ZEROS TO WS-AMOUNT-OWED
                    MOVE "PERIOD NOT ON CALENDAR" TO WS-NOTE
                    PERFORM 3580-PRINT-REGISTER-LINE
                NOT INVALID KEY
                    IF CP-END-DATE >= WS-EARLIEST-PENDING
                        PERFORM 3400-FIND-RATE-OWED
                        IF WS-TARGET-RATE NOT = WS-WEEK-RATE
                            PERFORM 3500-PRICE-DIFFERENCE
                        END-IF
                    END-IF
            END-READ.

       3400-FIND-RATE-OWED.
            MOVE WS-WEEK-RATE TO WS-TARGET-RATE
            MOVE ZEROS TO WS-TARGET-EFFECTIVE
            PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                UNTIL WS-CHG-IX > WS-CHG-COUNT
                IF WS-CHG-EFFECTIVE (WS-CHG-IX) <= CP-END-DATE
                    MOVE WS-CHG-NEW-RATE (WS-CHG-IX) TO WS-TARGET-RATE
                    MOVE WS-CHG-EFFECTIVE (WS-CHG-IX)
                        TO WS-TARGET-EFFECTIVE
                END-IF
            END-PERFORM.

      *> Pay is only ever made up, never clawed back: a week paid
      *> above the rate now owed is listed for payroll to decide.
       3500-PRICE-DIFFERENCE.
            ADD 1 TO WS-WEEKS-REPRICED
            MOVE SPACES TO WS-NOTE
            MOVE ZEROS TO WS-AMOUNT-OWED
            IF WS-TARGET-RATE < WS-WEEK-RATE
                MOVE "DECREASE NOT RECOVERED" TO WS-NOTE
                ADD 1 TO WS-WEEKS-NOT-ADJUSTED
            ELSE
                COMPUTE WS-RATE-DIFFERENCE =
                    WS-TARGET-RATE - WS-WEEK-RATE
                IF WS-WEEK-HOURS > WS-OVERTIME-THRESHOLD
                    MOVE WS-OVERTIME-THRESHOLD TO WS-REGULAR-HOURS
                    COMPUTE WS-OVERTIME-HOURS =
                        WS-WEEK-HOURS - WS-OVERTIME-THRESHOLD
                ELSE
                    MOVE WS-WEEK-HOURS TO WS-REGULAR-HOURS
                    MOVE ZEROS TO WS-OVERTIME-HOURS
                END-IF
                COMPUTE WS-REGULAR-PAY ROUNDED =
                    WS-REGULAR-HOURS * WS-RATE-DIFFERENCE
                COMPUTE WS-OVERTIME-PAY ROUNDED =
                    WS-OVERTIME-HOURS * WS-RATE-DIFFERENCE
                        * WS-OVERTIME-FACTOR
                COMPUTE WS-AMOUNT-OWED =
                    WS-REGULAR-PAY + WS-OVERTIME-PAY
                IF WS-AMOUNT-OWED = ZEROS
                    MOVE "NOTHING OWED" TO WS-NOTE
                    ADD 1 TO WS-WEEKS-NOT-ADJUSTED
                ELSE
                    PERFORM 3550-WRITE-ADJUSTMENT-CARD
                END-IF
            END-IF
            PERFORM 3580-PRINT-REGISTER-LINE.

       3550-WRITE-ADJUSTMENT-CARD.
            MOVE WS-SSN-KEY (WS-SSN-IX) TO RA-SSNUM
            MOVE WS-WEEK-PERIOD-ID   TO RA-PERIOD-ID
            COMPUTE RA-ADJ-SEQ = WS-WEEK-SEQ + 1
            MOVE WS-WEEK-HOURS       TO RA-HOURS
            MOVE WS-WEEK-RATE        TO RA-OLD-RATE
            MOVE WS-TARGET-RATE      TO RA-NEW-RATE
            MOVE WS-PAY-PERIOD-ID    TO RA-PAY-PERIOD-ID
            MOVE WS-TARGET-EFFECTIVE TO RA-EFFECTIVE-DATE
            WRITE RETRO-ADJ-RECORD
            ADD 1 TO WS-CARDS-WRITTEN
            ADD WS-AMOUNT-OWED TO WS-TOTAL-OWED.

       3580-PRINT-REGISTER-LINE.
            MOVE EM-SSAREA         TO WS-DTL-SSAREA
            MOVE EM-SSGROUP        TO WS-DTL-SSGROUP
            MOVE EM-SSSERIAL       TO WS-DTL-SSSERIAL
            MOVE EM-NAME           TO WS-DTL-NAME
            MOVE WS-WEEK-PERIOD-ID TO WS-DTL-PERIOD
            MOVE WS-WEEK-HOURS     TO WS-DTL-HOURS
            MOVE WS-WEEK-RATE      TO WS-DTL-OLD-RATE
            MOVE WS-TARGET-RATE    TO WS-DTL-NEW-RATE
            MOVE WS-AMOUNT-OWED    TO WS-DTL-OWED
            MOVE WS-NOTE           TO WS-DTL-NOTE
            WRITE RETRO-REGISTER-LINE FROM WS-DETAIL-LINE.

      *> Every waiting change for the employee is now settled - even
      *> one that reached no paid week, since every week paid after
      *> it was entered was paid at the new rate already.
       3600-MARK-CHANGES-PRICED.
            PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                UNTIL WS-CHG-IX > WS-CHG-COUNT
                IF WS-CHG-STATUS (WS-CHG-IX) = "P"
                    MOVE WS-SSN-KEY (WS-SSN-IX) TO RH-SSNUM
                    MOVE WS-CHG-EFFECTIVE (WS-CHG-IX)
                        TO RH-EFFECTIVE-DATE
                    PERFORM 3610-MARK-ONE-CHANGE
                END-IF
            END-PERFORM.

       3610-MARK-ONE-CHANGE.
            READ RATE-HISTORY
                INVALID KEY
                    DISPLAY "Rate change " RH-KEY " vanished - "
                        "not marked priced"
                NOT INVALID KEY
                    MOVE "D" TO RH-RETRO-STATUS
                    MOVE WS-RUN-DATE TO RH-RETRO-DATE
                    REWRITE RATE-HISTORY-RECORD
                        INVALID KEY
                            DISPLAY "Rate change " RH-KEY
                                " not marked priced - status "
                                WS-RATE-HISTORY-STATUS
                        NOT INVALID KEY
                            ADD 1 TO WS-CHANGES-PRICED
                    END-REWRITE
            END-READ.

       4000-TERMINATE.
            IF OUTPUTS-OPEN
                MOVE SPACES TO RETRO-REGISTER-LINE
                WRITE RETRO-REGISTER-LINE
                MOVE WS-CHANGES-PRICED TO WS-FTR-CHANGES
                MOVE WS-WEEKS-REPRICED TO WS-FTR-WEEKS
                MOVE WS-CARDS-WRITTEN  TO WS-FTR-CARDS
                MOVE WS-EMPLOYEES-HELD TO WS-FTR-HELD
                MOVE WS-TOTAL-OWED     TO WS-FTR-OWED
                WRITE RETRO-REGISTER-LINE FROM WS-FOOTER-CHANGES
                WRITE RETRO-REGISTER-LINE FROM WS-FOOTER-WEEKS
                WRITE RETRO-REGISTER-LINE FROM WS-FOOTER-CARDS
                WRITE RETRO-REGISTER-LINE FROM WS-FOOTER-HELD
                WRITE RETRO-REGISTER-LINE FROM WS-FOOTER-OWED
                CLOSE RETRO-ADJ-FILE
                CLOSE RETRO-REGISTER
            END-IF
            IF RATES-ON-FILE
                CLOSE RATE-HISTORY
            END-IF
            IF HISTORY-ON-FILE
                CLOSE PAID-HISTORY
            END-IF
            IF WS-PAY-CALENDAR-STATUS NOT = "35"
                CLOSE PAY-CALENDAR
            END-IF
            IF WS-EMPLOYEE-MASTER-STATUS NOT = "35"
                CLOSE EMPLOYEE-MASTER
            END-IF
            DISPLAY "Retro pay complete - changes priced "
                WS-CHANGES-PRICED " weeks repriced " WS-WEEKS-REPRICED
                " cards " WS-CARDS-WRITTEN " owed " WS-TOTAL-OWED
                " held " WS-EMPLOYEES-HELD
            MOVE WS-CHANGES-PENDING TO WS-JOBLOG-READ
            MOVE WS-CARDS-WRITTEN   TO WS-JOBLOG-GOOD
      *> Every change left waiting counts as bad - a held employee's
      *> changes among them.
            COMPUTE WS-JOBLOG-BAD =
                WS-CHANGES-PENDING - WS-CHANGES-PRICED
            CALL "JobLog-End" USING WS-JOBLOG-PROGRAM
                WS-JOBLOG-READ WS-JOBLOG-GOOD WS-JOBLOG-BAD
                WS-JOBLOG-OUTCOME
            END-CALL
      *> RETURN-CODE is set after the call - the CALL would reset it.
            IF WS-JOBLOG-OUTCOME NOT = "OK"
                MOVE 8 TO RETURN-CODE
            END-IF.

       END PROGRAM RetroPay.
