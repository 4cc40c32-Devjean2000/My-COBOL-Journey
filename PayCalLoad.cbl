      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pay-period calendar load - reads keyed period entries
      *          and loads the indexed pay-period calendar that
      *          TimecardGen, TimecardEdit and TimecardPay stamp,
      *          check and date every card by.  New periods load
      *          open.  A re-sent entry for an open period replaces
      *          its dates; a closed period can no longer be changed,
      *          and no period may overlap another one's dates.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayCalLoad.
       AUTHOR. Jean Buelvas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-LOAD-FILE ASSIGN TO "PAYCALLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-LOAD-STATUS.
           SELECT PAY-CALENDAR ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PERIOD-ID
               FILE STATUS IS WS-PAY-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The dates are read as raw characters so a mis-keyed entry is
      *> caught instead of abending the run.
       FD  CAL-LOAD-FILE.
       01 CAL-LOAD-RECORD.
           02 CL-PERIOD-ID-X  PIC X(6).
           02 CL-PERIOD-ID REDEFINES CL-PERIOD-ID-X PIC 9(6).
           02 CL-START-DATE-X PIC X(8).
           02 CL-START-DATE REDEFINES CL-START-DATE-X PIC 9(8).
           02 CL-END-DATE-X   PIC X(8).
           02 CL-END-DATE REDEFINES CL-END-DATE-X PIC 9(8).
           02 CL-CHECK-DATE-X PIC X(8).
           02 CL-CHECK-DATE REDEFINES CL-CHECK-DATE-X PIC 9(8).

       FD  PAY-CALENDAR.
       01 PAY-CALENDAR-RECORD.
           COPY "PAYCAL.cpy" REPLACING ==05== BY ==02==.

       WORKING-STORAGE SECTION.
       01 WS-CAL-LOAD-STATUS     PIC XX VALUE ZEROS.
       01 WS-PAY-CALENDAR-STATUS PIC XX VALUE ZEROS.
       01 WS-END-OF-FILE         PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".
       01 WS-END-OF-CALENDAR     PIC X VALUE "N".
           88 END-OF-CALENDAR VALUE "Y" FALSE "N".
       01 WS-ENTRY-IS-VALID      PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-RECORDS-READ        PIC 9(7) VALUE ZEROS.
       01 WS-RECORDS-LOADED      PIC 9(7) VALUE ZEROS.
       01 WS-RECORDS-REPLACED    PIC 9(7) VALUE ZEROS.
       01 WS-RECORDS-REJECTED    PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-PROGRAM      PIC X(12) VALUE "PAYCALLOAD".
       01 WS-JOBLOG-READ         PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-GOOD         PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-BAD          PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-OUTCOME      PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "JobLog-Start" USING WS-JOBLOG-PROGRAM
            END-CALL
            PERFORM 1000-INITIALIZE
            PERFORM UNTIL END-OF-FILE
                READ CAL-LOAD-FILE
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END PERFORM 2000-PROCESS-LOAD-RECORD
                END-READ
            END-PERFORM
            PERFORM 4000-TERMINATE
            STOP RUN.

       1000-INITIALIZE.
            OPEN INPUT CAL-LOAD-FILE
            IF WS-CAL-LOAD-STATUS = "35"
                DISPLAY "PAYCALLD.DAT not found - "
                    "no pay periods loaded"
                SET END-OF-FILE TO TRUE
            ELSE
                IF WS-CAL-LOAD-STATUS NOT = "00"
                    DISPLAY "Error opening PAYCALLD.DAT - status "
                        WS-CAL-LOAD-STATUS
                    SET END-OF-FILE TO TRUE
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                END-IF
            END-IF
            OPEN I-O PAY-CALENDAR
            IF WS-PAY-CALENDAR-STATUS = "35"
                OPEN OUTPUT PAY-CALENDAR
                CLOSE PAY-CALENDAR
                OPEN I-O PAY-CALENDAR
            ELSE
                IF WS-PAY-CALENDAR-STATUS NOT = "00"
                    DISPLAY "Error opening PAYCAL.DAT - status "
                        WS-PAY-CALENDAR-STATUS
                    SET END-OF-FILE TO TRUE
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                END-IF
            END-IF.

       2000-PROCESS-LOAD-RECORD.
            ADD 1 TO WS-RECORDS-READ
            PERFORM 2100-VALIDATE-ENTRY
            IF ENTRY-IS-VALID
                PERFORM 2150-CHECK-OVERLAP
            END-IF
            IF ENTRY-IS-VALID
                PERFORM 2200-WRITE-PERIOD
            ELSE
                ADD 1 TO WS-RECORDS-REJECTED
            END-IF.

       2100-VALIDATE-ENTRY.
            SET ENTRY-IS-VALID TO TRUE
            IF CL-PERIOD-ID-X NOT NUMERIC
                OR CL-PERIOD-ID = ZEROS
                DISPLAY "Period """ CL-PERIOD-ID-X
                    """ is not a YYYYNN number - entry rejected"
                SET ENTRY-IS-VALID TO FALSE
            ELSE
                IF CL-START-DATE-X NOT NUMERIC
                    OR CL-END-DATE-X NOT NUMERIC
                    OR CL-CHECK-DATE-X NOT NUMERIC
                    DISPLAY "Period " CL-PERIOD-ID
                        " has a non-numeric date - entry rejected"
                    SET ENTRY-IS-VALID TO FALSE
                ELSE
                    IF CL-START-DATE > CL-END-DATE
                        DISPLAY "Period " CL-PERIOD-ID
                            " starts after it ends - entry rejected"
                        SET ENTRY-IS-VALID TO FALSE
                    ELSE
                        IF CL-CHECK-DATE < CL-START-DATE
                            DISPLAY "Period " CL-PERIOD-ID
                                " is paid before it starts - "
                                "entry rejected"
                            SET ENTRY-IS-VALID TO FALSE
                        END-IF
                    END-IF
                END-IF
            END-IF.

      *> A date may belong to one period only - TimecardGen finds the
      *> period to stamp by the week's start date.  The whole calendar
      *> is scanned; it holds a few dozen periods a year.
       2150-CHECK-OVERLAP.
            SET END-OF-CALENDAR TO FALSE
            MOVE ZEROS TO CP-PERIOD-ID
            START PAY-CALENDAR KEY IS >= CP-PERIOD-ID
                INVALID KEY SET END-OF-CALENDAR TO TRUE
            END-START
            PERFORM UNTIL END-OF-CALENDAR
                READ PAY-CALENDAR NEXT
                    AT END SET END-OF-CALENDAR TO TRUE
                    NOT AT END
                        IF CP-PERIOD-ID NOT = CL-PERIOD-ID
                            AND CP-START-DATE <= CL-END-DATE
                            AND CP-END-DATE >= CL-START-DATE
                            DISPLAY "Period " CL-PERIOD-ID
                                " overlaps period " CP-PERIOD-ID
                                " - entry rejected"
                            SET ENTRY-IS-VALID TO FALSE
                            SET END-OF-CALENDAR TO TRUE
                        END-IF
                END-READ
            END-PERFORM.

       2200-WRITE-PERIOD.
            MOVE CL-PERIOD-ID TO CP-PERIOD-ID
            READ PAY-CALENDAR
                INVALID KEY
                    MOVE CL-START-DATE TO CP-START-DATE
                    MOVE CL-END-DATE   TO CP-END-DATE
                    MOVE CL-CHECK-DATE TO CP-CHECK-DATE
                    MOVE "O"           TO CP-STATUS
                    MOVE ZEROS         TO CP-CLOSED-DATE
                    WRITE PAY-CALENDAR-RECORD
                        INVALID KEY
                            DISPLAY "Period " CP-PERIOD-ID
                                " could not be written - status "
                                WS-PAY-CALENDAR-STATUS
                            ADD 1 TO WS-RECORDS-REJECTED
                        NOT INVALID KEY
                            ADD 1 TO WS-RECORDS-LOADED
                    END-WRITE
                NOT INVALID KEY
                    IF CP-STATUS = "C"
                        DISPLAY "Period " CP-PERIOD-ID
                            " is closed - entry rejected"
                        ADD 1 TO WS-RECORDS-REJECTED
                    ELSE
                        MOVE CL-START-DATE TO CP-START-DATE
                        MOVE CL-END-DATE   TO CP-END-DATE
                        MOVE CL-CHECK-DATE TO CP-CHECK-DATE
                        REWRITE PAY-CALENDAR-RECORD
                            INVALID KEY
                                DISPLAY "Period " CP-PERIOD-ID
                                    " could not be written - status "
                                    WS-PAY-CALENDAR-STATUS
                                ADD 1 TO WS-RECORDS-REJECTED
                            NOT INVALID KEY
                                ADD 1 TO WS-RECORDS-REPLACED
                        END-REWRITE
                    END-IF
            END-READ.

       4000-TERMINATE.
            CLOSE CAL-LOAD-FILE
            CLOSE PAY-CALENDAR
            DISPLAY "Pay calendar load complete - read "
                WS-RECORDS-READ " loaded " WS-RECORDS-LOADED
                " replaced " WS-RECORDS-REPLACED
                " rejected " WS-RECORDS-REJECTED
            MOVE WS-RECORDS-READ TO WS-JOBLOG-READ
            COMPUTE WS-JOBLOG-GOOD =
                WS-RECORDS-LOADED + WS-RECORDS-REPLACED
            MOVE WS-RECORDS-REJECTED TO WS-JOBLOG-BAD
            CALL "JobLog-End" USING WS-JOBLOG-PROGRAM
                WS-JOBLOG-READ WS-JOBLOG-GOOD WS-JOBLOG-BAD
                WS-JOBLOG-OUTCOME
            END-CALL.

       END PROGRAM PayCalLoad.
