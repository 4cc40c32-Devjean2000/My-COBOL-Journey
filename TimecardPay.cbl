      *          card is also written to the balanced PAIDCARD.DAT
      *          feed that NetPayReg prices deductions against, and
      *          posted to the YTDEARN.DAT year-to-date earnings file
      *          the quarterly wage report is filed from, under the
      *          year and quarter of the pay period's check date on
      *          the PAYCAL.DAT calendar.  Each paid card is recorded
      *          on PAIDHIST.DAT, and a card for an employee and
      *          period already there is rejected, never paid twice.
      *          After the timecards, the RETROADJ.DAT adjustment cards
      *          RetroPay raised are paid the same way - each priced at
      *          the difference between the old and new rate for the
      *          week it reprices, and paid on the open period's
      *          payday it was raised for.  A card already on
      *          PAIDHIST.DAT was paid by an earlier run and is passed
      *          over, neither paid nor rejected.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPT-MASTER-STATUS.
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
           SELECT RETRO-ADJ-FILE ASSIGN TO "RETROADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-ADJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Paid-card feed for the net-pay step: a "D" record per priced
      *> timecard and a final "T" trailer carrying the detail count
      *> and the gross-pay hash NetPayReg balances against before it
      *> cuts any checks.  The trailer is stamped with this run's date
      *> and time, which NetPayReg knows the batch by.
       FD  PAID-CARDS-FILE.
       01 PAID-CARDS-RECORD.
           02 PD-RECORD-TYPE PIC X.
           02 PD-TRAILER-DATA REDEFINES PD-DETAIL-DATA.
               03 PD-RECORD-COUNT PIC 9(7).
               03 PD-GROSS-TOTAL  PIC 9(11)V99.
               03 PD-BATCH-DATE   PIC 9(8).
               03 PD-BATCH-TIME   PIC 9(8).
               03 FILLER          PIC X(51).

       FD  YTD-EARNINGS.
       01 YTD-EARNINGS-RECORD.
       01 DEPT-MASTER-RECORD.
           COPY "DEPTMAST.cpy" REPLACING ==05== BY ==02==.

       FD  PAY-CALENDAR.
       01 PAY-CALENDAR-RECORD.
           COPY "PAYCAL.cpy" REPLACING ==05== BY ==02==.

       FD  PAID-HISTORY.
       01 PAID-HISTORY-RECORD.
           COPY "PAIDHIST.cpy" REPLACING ==05== BY ==02==.

       FD  RETRO-ADJ-FILE.
       01 RETRO-ADJ-RECORD.
           COPY "RETROADJ.cpy" REPLACING ==05== BY ==02==.

       WORKING-STORAGE SECTION.
       01 WS-TIMECARD-STATUS        PIC XX VALUE ZEROS.
       01 WS-EMPLOYEE-MASTER-STATUS PIC XX VALUE ZEROS.
       01 WS-PAID-CARDS-STATUS      PIC XX VALUE ZEROS.
       01 WS-YTD-EARNINGS-STATUS    PIC XX VALUE ZEROS.
       01 WS-DEPT-MASTER-STATUS     PIC XX VALUE ZEROS.
       01 WS-PAY-CALENDAR-STATUS    PIC XX VALUE ZEROS.
       01 WS-PAID-HISTORY-STATUS    PIC XX VALUE ZEROS.
       01 WS-RETRO-ADJ-STATUS       PIC XX VALUE ZEROS.
       01 WS-END-OF-FILE            PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".
       01 WS-END-OF-ADJUSTMENTS     PIC X VALUE "N".
           88 END-OF-ADJUSTMENTS VALUE "Y" FALSE "N".
       01 WS-CARD-TYPE              PIC X VALUE "W".
           88 WEEK-CARD       VALUE "W".
           88 ADJUSTMENT-CARD VALUE "A".
       01 WS-OVERTIME-THRESHOLD     PIC 99 VALUE 40.
       01 WS-OVERTIME-FACTOR        PIC 9V9 VALUE 1.5.
       01 WS-HOURS-WORKED           PIC 9(2)V99 VALUE ZEROS.
       01 WS-REGULAR-PAY            PIC 9(6)V99 VALUE ZEROS.
       01 WS-OVERTIME-PAY           PIC 9(6)V99 VALUE ZEROS.
       01 WS-GROSS-PAY              PIC 9(7)V99 VALUE ZEROS.
      *> A week's card is priced at the master rate; an adjustment at
      *> the rise it makes up for.  Its hours were posted when the
      *> week was first paid, so an adjustment posts no hours again.
       01 WS-PAY-RATE               PIC 9(3)V99 VALUE ZEROS.
       01 WS-HOURS-POSTED           PIC 9(2)V99 VALUE ZEROS.
      *> Paid-history key of the card: the week's own period and
      *> sequence zeros, or the week repriced and its adjustment
      *> sequence.
       01 WS-HIST-PERIOD-ID         PIC 9(6) VALUE ZEROS.
       01 WS-HIST-SEQ               PIC 99 VALUE ZEROS.
       01 WS-ADJUSTMENTS-PAID       PIC 9(7) VALUE ZEROS.
       01 WS-ADJUSTMENTS-PASSED     PIC 9(7) VALUE ZEROS.
       01 WS-CARDS-READ             PIC 9(7) VALUE ZEROS.
       01 WS-CARDS-PAID             PIC 9(7) VALUE ZEROS.
       01 WS-CARDS-REJECTED         PIC 9(7) VALUE ZEROS.
       01 WS-GRAND-TOTAL-PAY        PIC 9(9)V99 VALUE ZEROS.
       01 WS-RUN-DATE               PIC 9(8) VALUE ZEROS.
       01 WS-RUN-TIME               PIC 9(8) VALUE ZEROS.
      *> Pay is filed under the period's payday, not the day the run
      *> happens to be made, so a late card lands in its own quarter.
       01 WS-CHECK-DATE             PIC 9(8) VALUE ZEROS.
       01 WS-CHECK-DATE-SPLIT REDEFINES WS-CHECK-DATE.
           02 WS-CHECK-YEAR  PIC 9(4).
           02 WS-CHECK-MONTH PIC 99.
           02 WS-CHECK-DAY   PIC 99.
       01 WS-REJECT-TEXT            PIC X(30) VALUE SPACES.
       01 WS-PAY-QUARTER            PIC 9 VALUE ZEROS.
       01 WS-QTR-IX                 PIC 9 VALUE ZEROS.
       01 WS-YTD-POSTED             PIC 9(7) VALUE ZEROS.
           05 FILLER PIC X(12) VALUE "REGULAR".
           05 FILLER PIC X(12) VALUE "OVERTIME".
           05 FILLER PIC X(12) VALUE "GROSS".
           05 FILLER PIC X(5)  VALUE "TYPE".
       01 WS-DETAIL-LINE.
           05 WS-DTL-SSAREA   PIC 999.
           05 FILLER          PIC X VALUE "-".
           05 WS-DTL-OVERTIME PIC ZZZZZ9.99.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-DTL-GROSS    PIC ZZZZZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-TYPE     PIC X(5).
       01 WS-SUBTOTAL-HEADING.
           05 FILLER PIC X(30) VALUE "DEPARTMENT SUBTOTALS".
       01 WS-SUBTOTAL-LINE.
                    NOT AT END PERFORM 2000-PROCESS-TIMECARD
                END-READ
            END-PERFORM
            PERFORM UNTIL END-OF-ADJUSTMENTS
                READ RETRO-ADJ-FILE
                    AT END SET END-OF-ADJUSTMENTS TO TRUE
                    NOT AT END PERFORM 2900-PROCESS-ADJUSTMENT
                END-READ
            END-PERFORM
            PERFORM 3000-WRITE-SUBTOTALS
            PERFORM 4000-TERMINATE
            STOP RUN.
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-IF
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME
            OPEN INPUT PAY-CALENDAR
            IF WS-PAY-CALENDAR-STATUS NOT = "00"
                DISPLAY "Error opening PAYCAL.DAT - status "
                    WS-PAY-CALENDAR-STATUS " - no pay computed"
                SET END-OF-FILE TO TRUE
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-IF
            OPEN I-O PAID-HISTORY
            IF WS-PAID-HISTORY-STATUS = "35"
                OPEN OUTPUT PAID-HISTORY
                CLOSE PAID-HISTORY
                OPEN I-O PAID-HISTORY
            ELSE
                IF WS-PAID-HISTORY-STATUS NOT = "00"
                    DISPLAY "Error opening PAIDHIST.DAT - status "
                        WS-PAID-HISTORY-STATUS " - no pay computed"
                    SET END-OF-FILE TO TRUE
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                END-IF
            END-IF
            OPEN I-O YTD-EARNINGS
            IF WS-YTD-EARNINGS-STATUS = "35"
                OPEN OUTPUT YTD-EARNINGS
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                END-IF
            END-IF
      *> No adjustment file simply means no rate change is owed.
            OPEN INPUT RETRO-ADJ-FILE
            IF WS-RETRO-ADJ-STATUS = "35"
                SET END-OF-ADJUSTMENTS TO TRUE
            ELSE
                IF WS-RETRO-ADJ-STATUS NOT = "00"
                    DISPLAY "Error opening RETROADJ.DAT - status "
                        WS-RETRO-ADJ-STATUS
                    SET END-OF-FILE TO TRUE
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                END-IF
            END-IF
            IF WS-JOBLOG-OUTCOME = "ERROR"
                SET END-OF-ADJUSTMENTS TO TRUE
            END-IF
            PERFORM 1100-LOAD-DEPT-NAMES.

       1100-LOAD-DEPT-NAMES.

       2000-PROCESS-TIMECARD.
            ADD 1 TO WS-CARDS-READ
            SET WEEK-CARD TO TRUE
            MOVE SPACES       TO WS-DTL-TYPE
            MOVE TC-PERIOD-ID TO WS-HIST-PERIOD-ID
            MOVE ZEROS        TO WS-HIST-SEQ
            MOVE TC-SSAREA   TO EM-SSAREA
            MOVE TC-SSGROUP  TO EM-SSGROUP
            MOVE TC-SSSERIAL TO EM-SSSERIAL
      *> employees, matching SignInRecon's reading of the field.
                    IF EM-ACTIVE-STATUS = "A"
                        OR EM-ACTIVE-STATUS = SPACE
                        PERFORM 2050-CHECK-PAY-PERIOD
                    ELSE
                        PERFORM 2700-PRINT-REJECT-INACTIVE
                    END-IF
            END-READ.

      *> TimecardEdit has already vetted the period, but TIMECARD.DAT
      *> can be rerun straight into this step - so the period and the
      *> paid history are checked again at the moment of paying.
       2050-CHECK-PAY-PERIOD.
            MOVE SPACES TO WS-REJECT-TEXT
            MOVE TC-PERIOD-ID TO CP-PERIOD-ID
            READ PAY-CALENDAR
                INVALID KEY
                    MOVE "*** PERIOD NOT ON CALENDAR ***"
                        TO WS-REJECT-TEXT
                NOT INVALID KEY
                    IF CP-STATUS = "C"
                        MOVE "*** PAY PERIOD CLOSED ***"
                            TO WS-REJECT-TEXT
                    ELSE
                        MOVE TC-SSAREA    TO PH-SSAREA
                        MOVE TC-SSGROUP   TO PH-SSGROUP
                        MOVE TC-SSSERIAL  TO PH-SSSERIAL
                        MOVE WS-HIST-PERIOD-ID TO PH-PERIOD-ID
                        MOVE WS-HIST-SEQ       TO PH-ADJ-SEQ
                        READ PAID-HISTORY
                            NOT INVALID KEY
                                MOVE "*** ALREADY PAID FOR PERIOD ***"
                                    TO WS-REJECT-TEXT
                        END-READ
                    END-IF
            END-READ
            IF WS-REJECT-TEXT = SPACES
                MOVE CP-CHECK-DATE TO WS-CHECK-DATE
                COMPUTE WS-PAY-QUARTER = (WS-CHECK-MONTH + 2) / 3
                PERFORM 2100-COMPUTE-PAY
            ELSE
                PERFORM 2800-PRINT-REJECT-PERIOD
            END-IF.

       2100-COMPUTE-PAY.
            MOVE TC-HOURS TO WS-HOURS-WORKED
            IF ADJUSTMENT-CARD
                COMPUTE WS-PAY-RATE = RA-NEW-RATE - RA-OLD-RATE
                MOVE ZEROS TO WS-HOURS-POSTED
                ADD 1 TO WS-ADJUSTMENTS-PAID
            ELSE
                MOVE EM-HOURLY-RATE  TO WS-PAY-RATE
                MOVE WS-HOURS-WORKED TO WS-HOURS-POSTED
            END-IF
            IF WS-HOURS-WORKED > WS-OVERTIME-THRESHOLD
                MOVE WS-OVERTIME-THRESHOLD TO WS-REGULAR-HOURS
                COMPUTE WS-OVERTIME-HOURS =
                MOVE ZEROS TO WS-OVERTIME-HOURS
            END-IF
            COMPUTE WS-REGULAR-PAY ROUNDED =
                WS-REGULAR-HOURS * WS-PAY-RATE
            COMPUTE WS-OVERTIME-PAY ROUNDED =
                WS-OVERTIME-HOURS * WS-PAY-RATE
                    * WS-OVERTIME-FACTOR
            COMPUTE WS-GROSS-PAY =
                WS-REGULAR-PAY + WS-OVERTIME-PAY
            PERFORM 2200-ACCUMULATE-DEPARTMENT
            PERFORM 2300-PRINT-PAY-LINE
            PERFORM 2400-WRITE-PAID-CARD
            PERFORM 2450-WRITE-PAID-HISTORY
            PERFORM 2500-POST-YTD-EARNINGS.

       2200-ACCUMULATE-DEPARTMENT.
            MOVE TC-SSSERIAL     TO PC-SSSERIAL
            MOVE EM-NAME         TO PC-NAME
            MOVE EM-DEPARTMENT   TO PC-DEPARTMENT
            MOVE WS-HOURS-POSTED TO PC-HOURS
            MOVE WS-REGULAR-PAY  TO PC-REGULAR-PAY
            MOVE WS-OVERTIME-PAY TO PC-OVERTIME-PAY
            MOVE WS-GROSS-PAY    TO PC-GROSS-PAY
            MOVE WS-HIST-PERIOD-ID TO PC-PERIOD-ID
            MOVE WS-CHECK-DATE   TO PC-CHECK-DATE
            MOVE WS-CARD-TYPE    TO PC-CARD-TYPE
            WRITE PAID-CARDS-RECORD.

       2450-WRITE-PAID-HISTORY.
            MOVE TC-SSAREA       TO PH-SSAREA
            MOVE TC-SSGROUP      TO PH-SSGROUP
            MOVE TC-SSSERIAL     TO PH-SSSERIAL
            MOVE WS-HIST-PERIOD-ID TO PH-PERIOD-ID
            MOVE WS-HIST-SEQ     TO PH-ADJ-SEQ
            MOVE EM-DEPARTMENT   TO PH-DEPARTMENT
            IF ADJUSTMENT-CARD
                MOVE RA-NEW-RATE    TO PH-HOURLY-RATE
            ELSE
                MOVE EM-HOURLY-RATE TO PH-HOURLY-RATE
            END-IF
            MOVE WS-HOURS-WORKED TO PH-HOURS
            MOVE WS-REGULAR-PAY  TO PH-REGULAR-PAY
            MOVE WS-OVERTIME-PAY TO PH-OVERTIME-PAY
            MOVE WS-GROSS-PAY    TO PH-GROSS-PAY
            MOVE WS-CHECK-DATE   TO PH-CHECK-DATE
            MOVE WS-RUN-DATE     TO PH-PAID-DATE
            WRITE PAID-HISTORY-RECORD
                INVALID KEY
                    DISPLAY "Paid history not written for " PH-KEY
                        " - status " WS-PAID-HISTORY-STATUS
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-WRITE.

      *> One YTD record per employee accumulates the year's quarters.
      *> A record still carrying last year's YE-YEAR means YtdRollover
      *> was never run: the week's pay stands but is NOT mixed into
                    MOVE TC-SSSERIAL TO YE-SSSERIAL
                    MOVE EM-NAME       TO YE-NAME
                    MOVE EM-DEPARTMENT TO YE-DEPARTMENT
                    MOVE WS-CHECK-YEAR TO YE-YEAR
                    PERFORM 2510-CLEAR-YTD-BUCKETS
                    PERFORM 2520-ADD-WEEK-TO-YTD
                    WRITE YTD-EARNINGS-RECORD
                            ADD 1 TO WS-YTD-POSTED
                    END-WRITE
                NOT INVALID KEY
                    IF YE-YEAR NOT = WS-CHECK-YEAR
                        DISPLAY "YTD record for " YE-SSNUM
                            " still carries year " YE-YEAR
                            " - run YTDROLLOVER; week not posted"
                YE-YTD-OVERTIME YE-YTD-GROSS.

       2520-ADD-WEEK-TO-YTD.
            ADD WS-HOURS-POSTED TO YE-QTR-HOURS (WS-PAY-QUARTER)
            ADD WS-REGULAR-PAY  TO YE-QTR-REGULAR (WS-PAY-QUARTER)
            ADD WS-OVERTIME-PAY TO YE-QTR-OVERTIME (WS-PAY-QUARTER)
            ADD WS-GROSS-PAY    TO YE-QTR-GROSS (WS-PAY-QUARTER)
            ADD WS-HOURS-POSTED TO YE-YTD-HOURS
            ADD WS-REGULAR-PAY  TO YE-YTD-REGULAR
            ADD WS-OVERTIME-PAY TO YE-YTD-OVERTIME
            ADD WS-GROSS-PAY    TO YE-YTD-GROSS.
                WS-DTL-OVERTIME WS-DTL-GROSS
            WRITE PAY-REGISTER-LINE FROM WS-DETAIL-LINE.

       2800-PRINT-REJECT-PERIOD.
            ADD 1 TO WS-CARDS-REJECTED
            MOVE TC-SSAREA   TO WS-DTL-SSAREA
            MOVE TC-SSGROUP  TO WS-DTL-SSGROUP
            MOVE TC-SSSERIAL TO WS-DTL-SSSERIAL
            MOVE WS-REJECT-TEXT TO WS-DTL-NAME
            MOVE EM-DEPARTMENT TO WS-DTL-DEPT
            MOVE ZEROS TO WS-DTL-HOURS WS-DTL-REGULAR
                WS-DTL-OVERTIME WS-DTL-GROSS
            WRITE PAY-REGISTER-LINE FROM WS-DETAIL-LINE.

      *> An adjustment card is staged through the timecard fields so
      *> it is checked, priced, printed and posted by the same
      *> paragraphs as a week's card.  It is paid whether or not the
      *> employee is still active - back pay is owed either way.
      *> RETROADJ.DAT stays as RetroPay left it until its next run, so
      *> a card this program paid last time is read again - its
      *> paid-history record shows it settled.
       2900-PROCESS-ADJUSTMENT.
            MOVE RA-SSNUM     TO PH-SSNUM
            MOVE RA-PERIOD-ID TO PH-PERIOD-ID
            MOVE RA-ADJ-SEQ   TO PH-ADJ-SEQ
            READ PAID-HISTORY
                INVALID KEY
                    PERFORM 2910-PAY-ADJUSTMENT
                NOT INVALID KEY
                    ADD 1 TO WS-ADJUSTMENTS-PASSED
            END-READ.

       2910-PAY-ADJUSTMENT.
            ADD 1 TO WS-CARDS-READ
            SET ADJUSTMENT-CARD TO TRUE
            MOVE "RETRO"          TO WS-DTL-TYPE
            MOVE RA-SSNUM         TO TC-SSNUM
            MOVE RA-HOURS         TO TC-HOURS
            MOVE RA-PAY-PERIOD-ID TO TC-PERIOD-ID
            MOVE RA-PERIOD-ID     TO WS-HIST-PERIOD-ID
            MOVE RA-ADJ-SEQ       TO WS-HIST-SEQ
            MOVE TC-SSAREA   TO EM-SSAREA
            MOVE TC-SSGROUP  TO EM-SSGROUP
            MOVE TC-SSSERIAL TO EM-SSSERIAL
            READ EMPLOYEE-MASTER
                INVALID KEY
                    PERFORM 2600-PRINT-REJECT-NOT-FOUND
                NOT INVALID KEY
                    PERFORM 2050-CHECK-PAY-PERIOD
            END-READ.

       3000-WRITE-SUBTOTALS.
            MOVE SPACES TO PAY-REGISTER-LINE
            WRITE PAY-REGISTER-LINE
            MOVE "T" TO PD-RECORD-TYPE
            MOVE WS-CARDS-PAID      TO PD-RECORD-COUNT
            MOVE WS-GRAND-TOTAL-PAY TO PD-GROSS-TOTAL
            MOVE WS-RUN-DATE        TO PD-BATCH-DATE
            MOVE WS-RUN-TIME        TO PD-BATCH-TIME
            WRITE PAID-CARDS-RECORD
            CLOSE PAID-CARDS-FILE
            CLOSE PAID-HISTORY
            CLOSE PAY-CALENDAR
            CLOSE YTD-EARNINGS
            CLOSE TIMECARD-FILE
            IF WS-RETRO-ADJ-STATUS NOT = "35"
                CLOSE RETRO-ADJ-FILE
            END-IF
            CLOSE EMPLOYEE-MASTER
            CLOSE PAY-REGISTER
            DISPLAY "Pay register complete - read " WS-CARDS-READ
                " paid " WS-CARDS-PAID
                " rejected " WS-CARDS-REJECTED
            DISPLAY "Retroactive adjustments paid " WS-ADJUSTMENTS-PAID
                " already paid " WS-ADJUSTMENTS-PASSED
            DISPLAY "YTD earnings posted " WS-YTD-POSTED
                " not posted " WS-YTD-SKIPPED
            MOVE WS-CARDS-READ     TO WS-JOBLOG-READ
            CALL "JobLog-End" USING WS-JOBLOG-PROGRAM
                WS-JOBLOG-READ WS-JOBLOG-GOOD WS-JOBLOG-BAD
                WS-JOBLOG-OUTCOME
            END-CALL
      *> RETURN-CODE is set after the call - the CALL would reset it.
            IF WS-JOBLOG-OUTCOME NOT = "OK"
                MOVE 8 TO RETURN-CODE
            END-IF.

       END PROGRAM TimecardPay.
