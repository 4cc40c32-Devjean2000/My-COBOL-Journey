      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily attendance report - holds one day's IN and OUT
      *          records from the workstation sign-in log up against
      *          each employee's standing shift on SHIFTSCH.DAT,
      *          translating usernames to SSNs through NAMEXREF.DAT the
      *          way TimecardGen does.  Lists late arrivals beyond the
      *          grace period, early departures and scheduled
      *          employees who never signed in, grouped and subtotaled
      *          by department from DEPTMAST.DAT.  Employees
      *          terminated by the report date, and anyone whose shift
      *          does not work that weekday, are never counted absent.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AttendRpt.
       AUTHOR. Jean Buelvas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNIN-LOG-FILE ASSIGN TO "SIGNINLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNIN-LOG-STATUS.
           SELECT NAME-XREF-FILE ASSIGN TO "NAMEXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAME-XREF-STATUS.
           SELECT SHIFT-MASTER ASSIGN TO "SHIFTSCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-SSNUM
               FILE STATUS IS WS-SHIFT-MASTER-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-SSNUM
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPT-MASTER-STATUS.
           SELECT ATTEND-REPORT ASSIGN TO "ATTEND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEND-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNIN-LOG-FILE.
       01 SIGNIN-LOG-RECORD.
           COPY "SIGNLOG.cpy" REPLACING ==05== BY ==02==.

       FD  NAME-XREF-FILE.
       01 NAME-XREF-RECORD.
           COPY "NAMEXREF.cpy" REPLACING ==05== BY ==02==.

       FD  SHIFT-MASTER.
       01 SHIFT-MASTER-RECORD.
           COPY "SHIFTSCH.cpy" REPLACING ==05== BY ==02==.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-RECORD.
           COPY "EMPMAST.cpy" REPLACING ==05== BY ==02==.

       FD  DEPT-MASTER.
       01 DEPT-MASTER-RECORD.
           COPY "DEPTMAST.cpy" REPLACING ==05== BY ==02==.

       FD  ATTEND-REPORT.
       01 ATTEND-REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-SIGNIN-LOG-STATUS      PIC XX VALUE ZEROS.
       01 WS-NAME-XREF-STATUS       PIC XX VALUE ZEROS.
       01 WS-SHIFT-MASTER-STATUS    PIC XX VALUE ZEROS.
       01 WS-EMPLOYEE-MASTER-STATUS PIC XX VALUE ZEROS.
       01 WS-DEPT-MASTER-STATUS     PIC XX VALUE ZEROS.
       01 WS-ATTEND-REPORT-STATUS   PIC XX VALUE ZEROS.
       01 WS-END-OF-FILE            PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".
       01 WS-END-OF-XREF            PIC X VALUE "N".
           88 END-OF-XREF VALUE "Y" FALSE "N".
       01 WS-END-OF-LOG             PIC X VALUE "N".
           88 END-OF-LOG VALUE "Y" FALSE "N".
       01 WS-EMP-OPEN               PIC X VALUE "N".
           88 EMP-OPEN VALUE "Y" FALSE "N".
       01 WS-DEPT-OPEN              PIC X VALUE "N".
           88 DEPT-OPEN VALUE "Y" FALSE "N".

       01 WS-DATE-INPUT             PIC X(8) VALUE SPACES.
       01 WS-TODAY-DATE             PIC 9(8) VALUE ZEROS.
       01 WS-ATTEND-DATE            PIC 9(8) VALUE ZEROS.
      *> 1 is Monday through 7 for Sunday, matching SH-WORK-DAY.
       01 WS-WEEKDAY                PIC 9 VALUE ZEROS.
       01 WS-WEEKDAY-NAMES.
           02 FILLER PIC X(9) VALUE "MONDAY".
           02 FILLER PIC X(9) VALUE "TUESDAY".
           02 FILLER PIC X(9) VALUE "WEDNESDAY".
           02 FILLER PIC X(9) VALUE "THURSDAY".
           02 FILLER PIC X(9) VALUE "FRIDAY".
           02 FILLER PIC X(9) VALUE "SATURDAY".
           02 FILLER PIC X(9) VALUE "SUNDAY".
       01 WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
           02 WS-WEEKDAY-NAME PIC X(9) OCCURS 7 TIMES.

      *> Minutes either side of the shift before an arrival counts
      *> as late or a departure as early.
       01 WS-GRACE-MINUTES          PIC 99 VALUE 5.

      *> The username-to-SSN cross-reference, tabled for trimmed
      *> compares the way SignInRecon matches names.
       01 WS-XREF-TABLE.
           02 WS-XREF-ENTRY OCCURS 500 TIMES.
               03 WS-XREF-NAME  PIC X(99).
               03 WS-XREF-SSNUM PIC 9(9).
       01 WS-XREF-TABLE-MAX         PIC 9(4) VALUE 500.
       01 WS-XREF-COUNT             PIC 9(4) VALUE ZEROS.
       01 WS-XREF-IX                PIC 9(4) VALUE ZEROS.
       01 WS-COMPARE-NAME           PIC X(99) VALUE SPACES.

      *> Only the report date's log records are tabled, each already
      *> carrying the SSN its username resolves to (zeros when the
      *> name is not on the cross-reference - SignInRecon reports
      *> those).
       01 WS-LOG-TABLE.
           02 WS-LOG-ENTRY OCCURS 1000 TIMES.
               03 WS-LOG-SSNUM PIC 9(9).
               03 WS-LOG-TIME  PIC 9(8).
               03 WS-LOG-TYPE  PIC X(3).
       01 WS-LOG-TABLE-MAX          PIC 9(4) VALUE 1000.
       01 WS-LOG-COUNT              PIC 9(4) VALUE ZEROS.
       01 WS-LOG-SKIPPED            PIC 9(7) VALUE ZEROS.
       01 WS-LOG-IX                 PIC 9(4) VALUE ZEROS.

      *> One entry per employee due in on the report date, so the
      *> report can be printed a department at a time afterwards.
       01 WS-ATT-TABLE.
           02 WS-ATT-ENTRY OCCURS 500 TIMES.
               03 WS-ATT-DEPT      PIC X(4).
               03 WS-ATT-SSNUM.
                   04 WS-ATT-SSAREA   PIC 999.
                   04 WS-ATT-SSGROUP  PIC 99.
                   04 WS-ATT-SSSERIAL PIC 9999.
               03 WS-ATT-NAME      PIC X(30).
               03 WS-ATT-START     PIC 9(4).
               03 WS-ATT-END       PIC 9(4).
               03 WS-ATT-IN        PIC 9(8).
               03 WS-ATT-OUT       PIC 9(8).
               03 WS-ATT-LATE-MIN  PIC 9(4).
               03 WS-ATT-EARLY-MIN PIC 9(4).
               03 WS-ATT-STATUS    PIC X(24).
               03 WS-ATT-PRINTED   PIC X.
       01 WS-ATT-TABLE-MAX          PIC 9(4) VALUE 500.
       01 WS-ATT-COUNT              PIC 9(4) VALUE ZEROS.
       01 WS-ATT-SKIPPED            PIC 9(7) VALUE ZEROS.
       01 WS-ATT-IX                 PIC 9(4) VALUE ZEROS.
       01 WS-GROUP-IX               PIC 9(4) VALUE ZEROS.

       01 WS-FIRST-IN               PIC 9(8) VALUE ZEROS.
       01 WS-LAST-OUT               PIC 9(8) VALUE ZEROS.
       01 WS-IN-FOUND               PIC X VALUE "N".
           88 IN-FOUND VALUE "Y" FALSE "N".
       01 WS-OUT-FOUND              PIC X VALUE "N".
           88 OUT-FOUND VALUE "Y" FALSE "N".
       01 WS-IS-LATE                PIC X VALUE "N".
           88 IS-LATE VALUE "Y" FALSE "N".
       01 WS-IS-EARLY               PIC X VALUE "N".
           88 IS-EARLY VALUE "Y" FALSE "N".

       01 WS-WORK-TIME              PIC 9(8) VALUE ZEROS.
       01 WS-WORK-TIME-SPLIT REDEFINES WS-WORK-TIME.
           02 WS-WT-HOUR PIC 99.
           02 WS-WT-MIN  PIC 99.
           02 WS-WT-SEC  PIC 99.
           02 WS-WT-HUND PIC 99.
       01 WS-SHIFT-TIME             PIC 9(4) VALUE ZEROS.
       01 WS-SHIFT-TIME-SPLIT REDEFINES WS-SHIFT-TIME.
           02 WS-ST-HOUR PIC 99.
           02 WS-ST-MIN  PIC 99.
       01 WS-SHIFT-MINUTES          PIC 9(4) VALUE ZEROS.
       01 WS-ACTUAL-MINUTES         PIC 9(4) VALUE ZEROS.

       01 WS-CUR-DEPT               PIC X(4) VALUE SPACES.
       01 WS-CUR-DEPT-NAME          PIC X(30) VALUE SPACES.
       01 WS-DEPT-SCHEDULED         PIC 9(5) VALUE ZEROS.
       01 WS-DEPT-PRESENT           PIC 9(5) VALUE ZEROS.
       01 WS-DEPT-LATE              PIC 9(5) VALUE ZEROS.
       01 WS-DEPT-EARLY             PIC 9(5) VALUE ZEROS.
       01 WS-DEPT-NO-SHOW           PIC 9(5) VALUE ZEROS.

       01 WS-SCHEDULES-READ         PIC 9(7) VALUE ZEROS.
       01 WS-NOT-WORKING-DAY        PIC 9(7) VALUE ZEROS.
       01 WS-TERMINATED             PIC 9(7) VALUE ZEROS.
       01 WS-NOT-ON-MASTER          PIC 9(7) VALUE ZEROS.
       01 WS-TOT-SCHEDULED          PIC 9(7) VALUE ZEROS.
       01 WS-TOT-PRESENT            PIC 9(7) VALUE ZEROS.
       01 WS-TOT-LATE               PIC 9(7) VALUE ZEROS.
       01 WS-TOT-EARLY              PIC 9(7) VALUE ZEROS.
       01 WS-TOT-NO-SHOW            PIC 9(7) VALUE ZEROS.
       01 WS-TOT-EXCEPTIONS         PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-PROGRAM         PIC X(12) VALUE "ATTENDRPT".
       01 WS-JOBLOG-READ            PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-GOOD            PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-BAD             PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-OUTCOME         PIC X(8) VALUE "OK".

       01 WS-OPEN-ERROR-LINE.
           05 WS-OPEN-ERROR-TEXT   PIC X(36).
           05 FILLER               PIC X(7) VALUE "STATUS ".
           05 WS-OPEN-ERROR-STATUS PIC XX.
       01 WS-HEADING-1.
           05 FILLER PIC X(27) VALUE "DAILY ATTENDANCE REPORT FOR".
           05 FILLER PIC X VALUE SPACE.
           05 WS-HDG-WEEKDAY PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 WS-HDG-DATE    PIC 9(8).
           05 FILLER PIC X(17) VALUE "   GRACE MINUTES ".
           05 WS-HDG-GRACE   PIC Z9.
       01 WS-HEADING-2.
           05 FILLER PIC X(13) VALUE "SSN".
           05 FILLER PIC X(32) VALUE "NAME".
           05 FILLER PIC X(13) VALUE "SHIFT".
           05 FILLER PIC X(7)  VALUE "IN".
           05 FILLER PIC X(7)  VALUE "OUT".
           05 FILLER PIC X(6)  VALUE "LATE".
           05 FILLER PIC X(6)  VALUE "EARLY".
           05 FILLER PIC X(24) VALUE "STATUS".
       01 WS-DEPT-HEADING.
           05 FILLER          PIC X(12) VALUE "DEPARTMENT: ".
           05 WS-DHD-CODE     PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DHD-NAME     PIC X(30).
       01 WS-DETAIL-LINE.
           05 WS-DTL-SSAREA   PIC 999.
           05 FILLER          PIC X VALUE "-".
           05 WS-DTL-SSGROUP  PIC 99.
           05 FILLER          PIC X VALUE "-".
           05 WS-DTL-SSSERIAL PIC 9999.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-NAME     PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-START.
               10 WS-DTL-START-HH PIC 99.
               10 FILLER          PIC X VALUE ":".
               10 WS-DTL-START-MM PIC 99.
           05 FILLER          PIC X VALUE "-".
           05 WS-DTL-END.
               10 WS-DTL-END-HH   PIC 99.
               10 FILLER          PIC X VALUE ":".
               10 WS-DTL-END-MM   PIC 99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-IN.
               10 WS-DTL-IN-HH    PIC 99.
               10 WS-DTL-IN-COLON PIC X.
               10 WS-DTL-IN-MM    PIC 99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-OUT.
               10 WS-DTL-OUT-HH    PIC 99.
               10 WS-DTL-OUT-COLON PIC X.
               10 WS-DTL-OUT-MM    PIC 99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-LATE     PIC ZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-EARLY    PIC ZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-STATUS   PIC X(24).
       01 WS-SUBTOTAL-LINE.
           05 FILLER          PIC X(6) VALUE SPACES.
           05 FILLER          PIC X(11) VALUE "SCHEDULED: ".
           05 WS-SUB-SCHEDULED PIC ZZZZ9.
           05 FILLER          PIC X(11) VALUE "  PRESENT: ".
           05 WS-SUB-PRESENT  PIC ZZZZ9.
           05 FILLER          PIC X(8) VALUE "  LATE: ".
           05 WS-SUB-LATE     PIC ZZZZ9.
           05 FILLER          PIC X(13) VALUE "  EARLY OUT: ".
           05 WS-SUB-EARLY    PIC ZZZZ9.
           05 FILLER          PIC X(11) VALUE "  NO-SHOW: ".
           05 WS-SUB-NO-SHOW  PIC ZZZZ9.
       01 WS-FOOTER-LINE.
           05 WS-FTR-LABEL    PIC X(26).
           05 WS-FTR-COUNT    PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "JobLog-Start" USING WS-JOBLOG-PROGRAM
            END-CALL
            PERFORM 0500-ACCEPT-ATTEND-DATE
            PERFORM 1000-INITIALIZE
            PERFORM 1500-LOAD-NAME-XREF
            PERFORM 1800-LOAD-DAYS-LOG
            PERFORM UNTIL END-OF-FILE
                READ SHIFT-MASTER NEXT
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END PERFORM 2000-CHECK-ONE-SCHEDULE
                END-READ
            END-PERFORM
            PERFORM 3000-PRINT-BY-DEPARTMENT
            PERFORM 4000-TERMINATE
            STOP RUN.

      *> The report normally runs the morning after, so a blank date
      *> means yesterday, as on the operations report.
       0500-ACCEPT-ATTEND-DATE.
            DISPLAY "Attendance date (YYYYMMDD, blank for yesterday): "
            ACCEPT WS-DATE-INPUT
            IF WS-DATE-INPUT = SPACES
                ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                COMPUTE WS-ATTEND-DATE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1)
            ELSE
                IF WS-DATE-INPUT IS NUMERIC
                    AND WS-DATE-INPUT NOT = "00000000"
                    MOVE WS-DATE-INPUT TO WS-ATTEND-DATE
                ELSE
                    DISPLAY "No usable attendance date given - "
                        "no report produced"
                    PERFORM 8000-JOBLOG-ERROR-END
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-ATTEND-DATE) NOT = ZERO
                DISPLAY WS-ATTEND-DATE " is not a calendar date - "
                    "no report produced"
                PERFORM 8000-JOBLOG-ERROR-END
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
      *> Day 1 of the integer calendar, 1 January 1601, was a Monday.
            COMPUTE WS-WEEKDAY = FUNCTION MOD(
                FUNCTION INTEGER-OF-DATE(WS-ATTEND-DATE) - 1, 7) + 1.

       1000-INITIALIZE.
            OPEN INPUT SHIFT-MASTER
            IF WS-SHIFT-MASTER-STATUS = "35"
                DISPLAY "SHIFTSCH.DAT not found - "
                    "no schedules to check"
                SET END-OF-FILE TO TRUE
            ELSE
                IF WS-SHIFT-MASTER-STATUS NOT = "00"
                    DISPLAY "Error opening SHIFTSCH.DAT - status "
                        WS-SHIFT-MASTER-STATUS
                    SET END-OF-FILE TO TRUE
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                END-IF
            END-IF
            OPEN INPUT EMPLOYEE-MASTER
            IF WS-EMPLOYEE-MASTER-STATUS = "00"
                SET EMP-OPEN TO TRUE
            ELSE
                DISPLAY "Error opening EMPMAST.DAT - status "
                    WS-EMPLOYEE-MASTER-STATUS
                SET END-OF-FILE TO TRUE
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-IF
            OPEN INPUT DEPT-MASTER
            IF WS-DEPT-MASTER-STATUS = "00"
                SET DEPT-OPEN TO TRUE
            ELSE
                IF WS-DEPT-MASTER-STATUS = "35"
                    DISPLAY "DEPTMAST.DAT not found - "
                        "departments printed without names"
                ELSE
                    DISPLAY "Error opening DEPTMAST.DAT - status "
                        WS-DEPT-MASTER-STATUS
                        " - departments printed without names"
                END-IF
            END-IF
            OPEN OUTPUT ATTEND-REPORT
            MOVE WS-WEEKDAY-NAME (WS-WEEKDAY) TO WS-HDG-WEEKDAY
            MOVE WS-ATTEND-DATE   TO WS-HDG-DATE
            MOVE WS-GRACE-MINUTES TO WS-HDG-GRACE
            WRITE ATTEND-REPORT-LINE FROM WS-HEADING-1
            WRITE ATTEND-REPORT-LINE FROM WS-HEADING-2.

      *> Without the cross-reference or the day's log nobody can be
      *> seen signing in, and every scheduled employee would be listed
      *> absent - so no attendance is reported at all.
       1500-LOAD-NAME-XREF.
            OPEN INPUT NAME-XREF-FILE
            IF WS-NAME-XREF-STATUS = "35"
                DISPLAY "NAMEXREF.DAT not found - no report produced"
                MOVE "NAME XREF NOT FOUND - NO ATTENDANCE REPORTED"
                    TO ATTEND-REPORT-LINE
                WRITE ATTEND-REPORT-LINE
                SET END-OF-FILE TO TRUE
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            ELSE
                IF WS-NAME-XREF-STATUS NOT = "00"
                    DISPLAY "Error opening NAMEXREF.DAT - status "
                        WS-NAME-XREF-STATUS " - no report produced"
                    MOVE "NAME XREF COULD NOT BE OPENED -"
                        TO WS-OPEN-ERROR-TEXT
                    MOVE WS-NAME-XREF-STATUS TO WS-OPEN-ERROR-STATUS
                    WRITE ATTEND-REPORT-LINE FROM WS-OPEN-ERROR-LINE
                    SET END-OF-FILE TO TRUE
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                ELSE
                    PERFORM 1600-READ-XREF-RECORDS
                    CLOSE NAME-XREF-FILE
                END-IF
            END-IF.

       1600-READ-XREF-RECORDS.
            PERFORM UNTIL END-OF-XREF
                READ NAME-XREF-FILE
                    AT END SET END-OF-XREF TO TRUE
                    NOT AT END PERFORM 1700-TABLE-XREF-RECORD
                END-READ
            END-PERFORM.

       1700-TABLE-XREF-RECORD.
            IF WS-XREF-COUNT >= WS-XREF-TABLE-MAX
                DISPLAY "Name cross-reference table full - "
                    "later entries not matchable"
            ELSE
                ADD 1 TO WS-XREF-COUNT
                MOVE NX-USERNAME TO WS-XREF-NAME (WS-XREF-COUNT)
                MOVE NX-SSNUM    TO WS-XREF-SSNUM (WS-XREF-COUNT)
            END-IF.

       1800-LOAD-DAYS-LOG.
            OPEN INPUT SIGNIN-LOG-FILE
            IF WS-SIGNIN-LOG-STATUS = "35"
                DISPLAY "SIGNINLOG.DAT not found - no report produced"
                MOVE "SIGN-IN LOG NOT FOUND - NO ATTENDANCE REPORTED"
                    TO ATTEND-REPORT-LINE
                WRITE ATTEND-REPORT-LINE
                SET END-OF-FILE TO TRUE
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            ELSE
                IF WS-SIGNIN-LOG-STATUS NOT = "00"
                    DISPLAY "Error opening SIGNINLOG.DAT - status "
                        WS-SIGNIN-LOG-STATUS " - no report produced"
                    MOVE "SIGN-IN LOG COULD NOT BE OPENED -"
                        TO WS-OPEN-ERROR-TEXT
                    MOVE WS-SIGNIN-LOG-STATUS TO WS-OPEN-ERROR-STATUS
                    WRITE ATTEND-REPORT-LINE FROM WS-OPEN-ERROR-LINE
                    SET END-OF-FILE TO TRUE
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                ELSE
                    PERFORM UNTIL END-OF-LOG
                        READ SIGNIN-LOG-FILE
                            AT END SET END-OF-LOG TO TRUE
                            NOT AT END PERFORM 1900-TABLE-LOG-RECORD
                        END-READ
                    END-PERFORM
                    CLOSE SIGNIN-LOG-FILE
                END-IF
            END-IF.

       1900-TABLE-LOG-RECORD.
            IF SL-DATE = WS-ATTEND-DATE
                IF WS-LOG-COUNT >= WS-LOG-TABLE-MAX
                    ADD 1 TO WS-LOG-SKIPPED
                ELSE
                    ADD 1 TO WS-LOG-COUNT
                    MOVE SL-TIME TO WS-LOG-TIME (WS-LOG-COUNT)
      *> Records written before the type field existed carry spaces
      *> there - treat them as arrivals, as TimeOnSite does.
                    IF SL-RECORD-TYPE = SPACES
                        MOVE "IN" TO WS-LOG-TYPE (WS-LOG-COUNT)
                    ELSE
                        MOVE SL-RECORD-TYPE
                            TO WS-LOG-TYPE (WS-LOG-COUNT)
                    END-IF
                    MOVE ZEROS TO WS-LOG-SSNUM (WS-LOG-COUNT)
                    MOVE FUNCTION TRIM(SL-USERNAME) TO WS-COMPARE-NAME
                    PERFORM VARYING WS-XREF-IX FROM 1 BY 1
                        UNTIL WS-XREF-IX > WS-XREF-COUNT
                            OR WS-LOG-SSNUM (WS-LOG-COUNT) > ZEROS
                        IF FUNCTION TRIM(WS-XREF-NAME (WS-XREF-IX))
                            = WS-COMPARE-NAME
                            MOVE WS-XREF-SSNUM (WS-XREF-IX)
                                TO WS-LOG-SSNUM (WS-LOG-COUNT)
                        END-IF
                    END-PERFORM
                END-IF
            END-IF.

      *> Only shifts that work this weekday are looked at, and only
      *> for employees on the payroll that day: hired by then and not
      *> yet terminated.  A termination dated after the report date
      *> still leaves the employee due in on it.
       2000-CHECK-ONE-SCHEDULE.
            ADD 1 TO WS-SCHEDULES-READ
            IF SH-WORK-DAY (WS-WEEKDAY) NOT = "Y"
                ADD 1 TO WS-NOT-WORKING-DAY
            ELSE
                MOVE SH-SSNUM TO EM-SSNUM
                READ EMPLOYEE-MASTER
                    INVALID KEY
                        DISPLAY "Shift for " SH-SSNUM
                            " has no employee master record"
                        ADD 1 TO WS-NOT-ON-MASTER
                    NOT INVALID KEY
                        IF (EM-ACTIVE-STATUS = "T"
                                AND EM-TERM-DATE <= WS-ATTEND-DATE)
                            OR EM-HIRE-DATE > WS-ATTEND-DATE
                            ADD 1 TO WS-TERMINATED
                        ELSE
                            PERFORM 2100-TABLE-ATTENDANCE
                        END-IF
                END-READ
            END-IF.

       2100-TABLE-ATTENDANCE.
            IF WS-ATT-COUNT >= WS-ATT-TABLE-MAX
                ADD 1 TO WS-ATT-SKIPPED
            ELSE
                ADD 1 TO WS-ATT-COUNT
                MOVE WS-ATT-COUNT TO WS-ATT-IX
                MOVE EM-DEPARTMENT TO WS-ATT-DEPT (WS-ATT-IX)
                MOVE SH-SSNUM      TO WS-ATT-SSNUM (WS-ATT-IX)
                MOVE EM-NAME       TO WS-ATT-NAME (WS-ATT-IX)
                MOVE SH-START-TIME TO WS-ATT-START (WS-ATT-IX)
                MOVE SH-END-TIME   TO WS-ATT-END (WS-ATT-IX)
                MOVE "N"           TO WS-ATT-PRINTED (WS-ATT-IX)
                PERFORM 2200-FIND-SIGNINS
                PERFORM 2300-SET-STATUS
            END-IF.

      *> The earliest IN and the latest OUT of the day stand for the
      *> shift, so a lunch-time OUT and IN in between is not counted
      *> as leaving early or arriving late.
       2200-FIND-SIGNINS.
            SET IN-FOUND TO FALSE
            SET OUT-FOUND TO FALSE
            MOVE ZEROS TO WS-FIRST-IN WS-LAST-OUT
            PERFORM VARYING WS-LOG-IX FROM 1 BY 1
                UNTIL WS-LOG-IX > WS-LOG-COUNT
                IF WS-LOG-SSNUM (WS-LOG-IX) = SH-SSNUM
                    IF WS-LOG-TYPE (WS-LOG-IX) = "OUT"
                        IF NOT OUT-FOUND
                            OR WS-LOG-TIME (WS-LOG-IX) > WS-LAST-OUT
                            MOVE WS-LOG-TIME (WS-LOG-IX)
                                TO WS-LAST-OUT
                            SET OUT-FOUND TO TRUE
                        END-IF
                    ELSE
                        IF NOT IN-FOUND
                            OR WS-LOG-TIME (WS-LOG-IX) < WS-FIRST-IN
                            MOVE WS-LOG-TIME (WS-LOG-IX)
                                TO WS-FIRST-IN
                            SET IN-FOUND TO TRUE
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            MOVE WS-FIRST-IN TO WS-ATT-IN (WS-ATT-IX)
            MOVE WS-LAST-OUT TO WS-ATT-OUT (WS-ATT-IX).

       2300-SET-STATUS.
            SET IS-LATE TO FALSE
            SET IS-EARLY TO FALSE
            MOVE ZEROS TO WS-ATT-LATE-MIN (WS-ATT-IX)
                WS-ATT-EARLY-MIN (WS-ATT-IX)
            MOVE SPACES TO WS-ATT-STATUS (WS-ATT-IX)
            IF NOT IN-FOUND AND NOT OUT-FOUND
                MOVE "NO-SHOW" TO WS-ATT-STATUS (WS-ATT-IX)
            ELSE
                IF IN-FOUND
                    MOVE WS-ATT-START (WS-ATT-IX) TO WS-SHIFT-TIME
                    COMPUTE WS-SHIFT-MINUTES =
                        (WS-ST-HOUR * 60) + WS-ST-MIN
                    MOVE WS-FIRST-IN TO WS-WORK-TIME
                    COMPUTE WS-ACTUAL-MINUTES =
                        (WS-WT-HOUR * 60) + WS-WT-MIN
                    IF WS-ACTUAL-MINUTES
                        > WS-SHIFT-MINUTES + WS-GRACE-MINUTES
                        SET IS-LATE TO TRUE
                        COMPUTE WS-ATT-LATE-MIN (WS-ATT-IX) =
                            WS-ACTUAL-MINUTES - WS-SHIFT-MINUTES
                    END-IF
                END-IF
                IF OUT-FOUND
                    MOVE WS-ATT-END (WS-ATT-IX) TO WS-SHIFT-TIME
                    COMPUTE WS-SHIFT-MINUTES =
                        (WS-ST-HOUR * 60) + WS-ST-MIN
                    MOVE WS-LAST-OUT TO WS-WORK-TIME
                    COMPUTE WS-ACTUAL-MINUTES =
                        (WS-WT-HOUR * 60) + WS-WT-MIN
                    IF WS-ACTUAL-MINUTES + WS-GRACE-MINUTES
                        < WS-SHIFT-MINUTES
                        SET IS-EARLY TO TRUE
                        COMPUTE WS-ATT-EARLY-MIN (WS-ATT-IX) =
                            WS-SHIFT-MINUTES - WS-ACTUAL-MINUTES
                    END-IF
                END-IF
                PERFORM 2350-STATUS-TEXT
            END-IF.

       2350-STATUS-TEXT.
            IF NOT IN-FOUND
                IF IS-EARLY
                    MOVE "NO SIGN-IN + EARLY OUT"
                        TO WS-ATT-STATUS (WS-ATT-IX)
                ELSE
                    MOVE "NO SIGN-IN RECORDED"
                        TO WS-ATT-STATUS (WS-ATT-IX)
                END-IF
            ELSE
                IF NOT OUT-FOUND
                    IF IS-LATE
                        MOVE "LATE + NO SIGN-OUT"
                            TO WS-ATT-STATUS (WS-ATT-IX)
                    ELSE
                        MOVE "NO SIGN-OUT RECORDED"
                            TO WS-ATT-STATUS (WS-ATT-IX)
                    END-IF
                ELSE
                    IF IS-LATE AND IS-EARLY
                        MOVE "LATE + EARLY OUT"
                            TO WS-ATT-STATUS (WS-ATT-IX)
                    ELSE
                        IF IS-LATE
                            MOVE "LATE" TO WS-ATT-STATUS (WS-ATT-IX)
                        ELSE
                            IF IS-EARLY
                                MOVE "EARLY OUT"
                                    TO WS-ATT-STATUS (WS-ATT-IX)
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.

      *> Departments print in code order off the department master;
      *> anyone whose department is not on it prints afterwards under
      *> their own code, so nobody drops off the report.
       3000-PRINT-BY-DEPARTMENT.
            IF DEPT-OPEN
                SET END-OF-FILE TO FALSE
                PERFORM UNTIL END-OF-FILE
                    READ DEPT-MASTER NEXT
                        AT END SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE DP-DEPT-CODE TO WS-CUR-DEPT
                            MOVE DP-DEPT-NAME TO WS-CUR-DEPT-NAME
                            PERFORM 3100-PRINT-ONE-DEPARTMENT
                    END-READ
                END-PERFORM
            END-IF
            PERFORM VARYING WS-ATT-IX FROM 1 BY 1
                UNTIL WS-ATT-IX > WS-ATT-COUNT
                IF WS-ATT-PRINTED (WS-ATT-IX) = "N"
                    MOVE WS-ATT-DEPT (WS-ATT-IX) TO WS-CUR-DEPT
                    MOVE "** NOT ON DEPARTMENT MASTER **"
                        TO WS-CUR-DEPT-NAME
                    PERFORM 3100-PRINT-ONE-DEPARTMENT
                END-IF
            END-PERFORM.

       3100-PRINT-ONE-DEPARTMENT.
            MOVE ZEROS TO WS-DEPT-SCHEDULED WS-DEPT-PRESENT
                WS-DEPT-LATE WS-DEPT-EARLY WS-DEPT-NO-SHOW
            PERFORM VARYING WS-GROUP-IX FROM 1 BY 1
                UNTIL WS-GROUP-IX > WS-ATT-COUNT
                IF WS-ATT-DEPT (WS-GROUP-IX) = WS-CUR-DEPT
                    AND WS-ATT-PRINTED (WS-GROUP-IX) = "N"
                    IF WS-DEPT-SCHEDULED = ZEROS
                        MOVE SPACES TO ATTEND-REPORT-LINE
                        WRITE ATTEND-REPORT-LINE
                        MOVE WS-CUR-DEPT      TO WS-DHD-CODE
                        MOVE WS-CUR-DEPT-NAME TO WS-DHD-NAME
                        WRITE ATTEND-REPORT-LINE FROM WS-DEPT-HEADING
                    END-IF
                    MOVE "Y" TO WS-ATT-PRINTED (WS-GROUP-IX)
                    PERFORM 3200-COUNT-AND-PRINT
                END-IF
            END-PERFORM
            IF WS-DEPT-SCHEDULED > ZEROS
                MOVE WS-DEPT-SCHEDULED TO WS-SUB-SCHEDULED
                MOVE WS-DEPT-PRESENT   TO WS-SUB-PRESENT
                MOVE WS-DEPT-LATE      TO WS-SUB-LATE
                MOVE WS-DEPT-EARLY     TO WS-SUB-EARLY
                MOVE WS-DEPT-NO-SHOW   TO WS-SUB-NO-SHOW
                WRITE ATTEND-REPORT-LINE FROM WS-SUBTOTAL-LINE
            END-IF.

      *> Everyone due in is counted; only exceptions get a line.
       3200-COUNT-AND-PRINT.
            ADD 1 TO WS-DEPT-SCHEDULED WS-TOT-SCHEDULED
            IF WS-ATT-STATUS (WS-GROUP-IX) = "NO-SHOW"
                ADD 1 TO WS-DEPT-NO-SHOW WS-TOT-NO-SHOW
            ELSE
                ADD 1 TO WS-DEPT-PRESENT WS-TOT-PRESENT
            END-IF
            IF WS-ATT-LATE-MIN (WS-GROUP-IX) > ZEROS
                ADD 1 TO WS-DEPT-LATE WS-TOT-LATE
            END-IF
            IF WS-ATT-EARLY-MIN (WS-GROUP-IX) > ZEROS
                ADD 1 TO WS-DEPT-EARLY WS-TOT-EARLY
            END-IF
            IF WS-ATT-STATUS (WS-GROUP-IX) NOT = SPACES
                ADD 1 TO WS-TOT-EXCEPTIONS
                PERFORM 3300-PRINT-DETAIL
            END-IF.

       3300-PRINT-DETAIL.
            MOVE WS-ATT-SSAREA (WS-GROUP-IX)   TO WS-DTL-SSAREA
            MOVE WS-ATT-SSGROUP (WS-GROUP-IX)  TO WS-DTL-SSGROUP
            MOVE WS-ATT-SSSERIAL (WS-GROUP-IX) TO WS-DTL-SSSERIAL
            MOVE WS-ATT-NAME (WS-GROUP-IX)     TO WS-DTL-NAME
            MOVE WS-ATT-START (WS-GROUP-IX)    TO WS-SHIFT-TIME
            MOVE WS-ST-HOUR TO WS-DTL-START-HH
            MOVE WS-ST-MIN  TO WS-DTL-START-MM
            MOVE WS-ATT-END (WS-GROUP-IX)      TO WS-SHIFT-TIME
            MOVE WS-ST-HOUR TO WS-DTL-END-HH
            MOVE WS-ST-MIN  TO WS-DTL-END-MM
            IF WS-ATT-IN (WS-GROUP-IX) = ZEROS
                MOVE SPACES TO WS-DTL-IN
            ELSE
                MOVE WS-ATT-IN (WS-GROUP-IX) TO WS-WORK-TIME
                MOVE WS-WT-HOUR TO WS-DTL-IN-HH
                MOVE ":"        TO WS-DTL-IN-COLON
                MOVE WS-WT-MIN  TO WS-DTL-IN-MM
            END-IF
            IF WS-ATT-OUT (WS-GROUP-IX) = ZEROS
                MOVE SPACES TO WS-DTL-OUT
            ELSE
                MOVE WS-ATT-OUT (WS-GROUP-IX) TO WS-WORK-TIME
                MOVE WS-WT-HOUR TO WS-DTL-OUT-HH
                MOVE ":"        TO WS-DTL-OUT-COLON
                MOVE WS-WT-MIN  TO WS-DTL-OUT-MM
            END-IF
            MOVE WS-ATT-LATE-MIN (WS-GROUP-IX)  TO WS-DTL-LATE
            MOVE WS-ATT-EARLY-MIN (WS-GROUP-IX) TO WS-DTL-EARLY
            MOVE WS-ATT-STATUS (WS-GROUP-IX)    TO WS-DTL-STATUS
            WRITE ATTEND-REPORT-LINE FROM WS-DETAIL-LINE.

       4000-TERMINATE.
            MOVE SPACES TO ATTEND-REPORT-LINE
            WRITE ATTEND-REPORT-LINE
            MOVE "SCHEDULES READ:" TO WS-FTR-LABEL
            MOVE WS-SCHEDULES-READ TO WS-FTR-COUNT
            WRITE ATTEND-REPORT-LINE FROM WS-FOOTER-LINE
            MOVE "NOT A WORKING DAY:" TO WS-FTR-LABEL
            MOVE WS-NOT-WORKING-DAY TO WS-FTR-COUNT
            WRITE ATTEND-REPORT-LINE FROM WS-FOOTER-LINE
            MOVE "NOT ON PAYROLL THAT DAY:" TO WS-FTR-LABEL
            MOVE WS-TERMINATED TO WS-FTR-COUNT
            WRITE ATTEND-REPORT-LINE FROM WS-FOOTER-LINE
            MOVE "NOT ON EMPLOYEE MASTER:" TO WS-FTR-LABEL
            MOVE WS-NOT-ON-MASTER TO WS-FTR-COUNT
            WRITE ATTEND-REPORT-LINE FROM WS-FOOTER-LINE
            MOVE "SCHEDULED TO WORK:" TO WS-FTR-LABEL
            MOVE WS-TOT-SCHEDULED TO WS-FTR-COUNT
            WRITE ATTEND-REPORT-LINE FROM WS-FOOTER-LINE
            MOVE "PRESENT:" TO WS-FTR-LABEL
            MOVE WS-TOT-PRESENT TO WS-FTR-COUNT
            WRITE ATTEND-REPORT-LINE FROM WS-FOOTER-LINE
            MOVE "LATE ARRIVALS:" TO WS-FTR-LABEL
            MOVE WS-TOT-LATE TO WS-FTR-COUNT
            WRITE ATTEND-REPORT-LINE FROM WS-FOOTER-LINE
            MOVE "EARLY DEPARTURES:" TO WS-FTR-LABEL
            MOVE WS-TOT-EARLY TO WS-FTR-COUNT
            WRITE ATTEND-REPORT-LINE FROM WS-FOOTER-LINE
            MOVE "NO-SHOWS:" TO WS-FTR-LABEL
            MOVE WS-TOT-NO-SHOW TO WS-FTR-COUNT
            WRITE ATTEND-REPORT-LINE FROM WS-FOOTER-LINE
            IF WS-SHIFT-MASTER-STATUS = "00"
                OR WS-SHIFT-MASTER-STATUS = "10"
                CLOSE SHIFT-MASTER
            END-IF
            IF EMP-OPEN
                CLOSE EMPLOYEE-MASTER
            END-IF
            IF DEPT-OPEN
                CLOSE DEPT-MASTER
            END-IF
            CLOSE ATTEND-REPORT
            IF WS-LOG-SKIPPED > ZEROS
                DISPLAY "Log table full - " WS-LOG-SKIPPED
                    " sign-in records not checked"
            END-IF
            IF WS-ATT-SKIPPED > ZEROS
                DISPLAY "Attendance table full - " WS-ATT-SKIPPED
                    " scheduled employees not reported"
            END-IF
            DISPLAY "Attendance report complete - scheduled "
                WS-TOT-SCHEDULED " late " WS-TOT-LATE
                " early " WS-TOT-EARLY " no-show " WS-TOT-NO-SHOW
            MOVE WS-SCHEDULES-READ TO WS-JOBLOG-READ
            COMPUTE WS-JOBLOG-GOOD =
                WS-TOT-SCHEDULED - WS-TOT-EXCEPTIONS
            MOVE WS-TOT-EXCEPTIONS TO WS-JOBLOG-BAD
            CALL "JobLog-End" USING WS-JOBLOG-PROGRAM
                WS-JOBLOG-READ WS-JOBLOG-GOOD WS-JOBLOG-BAD
                WS-JOBLOG-OUTCOME
            END-CALL
      *> RETURN-CODE is set after the call - the CALL would reset it.
            IF WS-JOBLOG-OUTCOME = "ERROR"
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

       END PROGRAM AttendRpt.
