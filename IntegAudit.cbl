      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly referential-integrity audit of the payroll
      *          masters.  Cross-checks EMPMAST.DAT, NAMEXREF.DAT,
      *          DEDUCTMST.DAT, YTDEARN.DAT and DEPTMAST.DAT and lists
      *          every record that no longer agrees with the others:
      *          deductions and year-to-date earnings with no employee,
      *          cross-reference usernames pointing at a missing or
      *          terminated SSN, active employees with no username
      *          (TimecardGen cannot make them a timecard), employees
      *          in a missing or inactive department, and YTDEARN
      *          names and departments that have drifted from the
      *          master.  Nothing is updated.  Counts by exception
      *          type close the report; any SERIOUS exception ends the
      *          step ERROR so CycleCtl holds the payroll steps behind
      *          it until the masters are put right.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegAudit.
       AUTHOR. Jean Buelvas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT DEDUCT-MASTER ASSIGN TO "DEDUCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-KEY
               FILE STATUS IS WS-DEDUCT-MASTER-STATUS.
           SELECT YTD-EARNINGS ASSIGN TO "YTDEARN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YE-SSNUM
               FILE STATUS IS WS-YTD-EARNINGS-STATUS.
           SELECT NAME-XREF-FILE ASSIGN TO "NAMEXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAME-XREF-STATUS.
           SELECT AUDIT-REPORT ASSIGN TO "INTEGAUDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-RECORD.
           COPY "EMPMAST.cpy" REPLACING ==05== BY ==02==.

       FD  DEPT-MASTER.
       01 DEPT-MASTER-RECORD.
           COPY "DEPTMAST.cpy" REPLACING ==05== BY ==02==.

       FD  DEDUCT-MASTER.
       01 DEDUCT-MASTER-RECORD.
           COPY "DEDUCT.cpy" REPLACING ==05== BY ==02==.

       FD  YTD-EARNINGS.
       01 YTD-EARNINGS-RECORD.
           COPY "YTDEARN.cpy" REPLACING ==05== BY ==02==.

       FD  NAME-XREF-FILE.
       01 NAME-XREF-RECORD.
           COPY "NAMEXREF.cpy" REPLACING ==05== BY ==02==.

       FD  AUDIT-REPORT.
       01 AUDIT-REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-MASTER-STATUS PIC XX VALUE ZEROS.
       01 WS-DEPT-MASTER-STATUS     PIC XX VALUE ZEROS.
       01 WS-DEDUCT-MASTER-STATUS   PIC XX VALUE ZEROS.
       01 WS-YTD-EARNINGS-STATUS    PIC XX VALUE ZEROS.
       01 WS-NAME-XREF-STATUS       PIC XX VALUE ZEROS.
       01 WS-AUDIT-REPORT-STATUS    PIC XX VALUE ZEROS.
       01 WS-DEPT-OPEN              PIC X VALUE "N".
           88 DEPT-OPEN VALUE "Y" FALSE "N".
       01 WS-DEDUCT-OPEN            PIC X VALUE "N".
           88 DEDUCT-OPEN VALUE "Y" FALSE "N".
       01 WS-YTD-OPEN               PIC X VALUE "N".
           88 YTD-OPEN VALUE "Y" FALSE "N".
       01 WS-END-OF-MASTER          PIC X VALUE "N".
           88 END-OF-MASTER VALUE "Y" FALSE "N".
       01 WS-END-OF-XREF            PIC X VALUE "N".
           88 END-OF-XREF VALUE "Y" FALSE "N".
       01 WS-END-OF-DEDUCTS         PIC X VALUE "N".
           88 END-OF-DEDUCTS VALUE "Y" FALSE "N".
       01 WS-END-OF-YTD             PIC X VALUE "N".
           88 END-OF-YTD VALUE "Y" FALSE "N".
       01 WS-RECORD-CLEAN           PIC X VALUE "Y".
           88 RECORD-CLEAN VALUE "Y" FALSE "N".
       01 WS-EMP-ON-FILE            PIC X VALUE "N".
           88 EMP-ON-FILE VALUE "Y" FALSE "N".
       01 WS-XREF-FOUND             PIC X VALUE "N".
           88 XREF-FOUND VALUE "Y" FALSE "N".

       01 WS-RUN-DATE               PIC 9(8) VALUE ZEROS.
       01 WS-OPEN-FILE-NAME         PIC X(13) VALUE SPACES.
       01 WS-OPEN-STATUS            PIC XX VALUE ZEROS.

      *> NAMEXREF.DAT is line sequential with no key, so it is tabled
      *> once and searched for every active employee.
       01 WS-XREF-TABLE.
           02 WS-XREF-ENTRY OCCURS 2000 TIMES.
               03 WS-XREF-NAME  PIC X(99).
               03 WS-XREF-SSNUM PIC 9(9).
       01 WS-XREF-TABLE-MAX         PIC 9(4) VALUE 2000.
       01 WS-XREF-COUNT             PIC 9(4) VALUE ZEROS.
       01 WS-XREF-SKIPPED           PIC 9(7) VALUE ZEROS.
       01 WS-XREF-IX                PIC 9(4) VALUE ZEROS.

      *> Deductions arrive in SSN order, so the employee master is
      *> read once per SSN rather than once per deduction.
       01 WS-LAST-DEDUCT-SSNUM      PIC 9(9) VALUE ZEROS.

      *> One entry per exception type, in the order they print in the
      *> summary.  SERIOUS exceptions are the ones that make a payroll
      *> step fail or pay the wrong person; WARNING exceptions are
      *> housekeeping and leave the outcome OK.
       01 WS-EXCEPTION-TYPES.
           05 FILLER PIC X(30) VALUE "DEDUCTION - NO EMPLOYEE".
           05 FILLER PIC X(7)  VALUE "SERIOUS".
           05 FILLER PIC X(30) VALUE "YTD EARNINGS - NO EMPLOYEE".
           05 FILLER PIC X(7)  VALUE "SERIOUS".
           05 FILLER PIC X(30) VALUE "XREF - SSN NOT ON MASTER".
           05 FILLER PIC X(7)  VALUE "SERIOUS".
           05 FILLER PIC X(30) VALUE "XREF - EMPLOYEE TERMINATED".
           05 FILLER PIC X(7)  VALUE "WARNING".
           05 FILLER PIC X(30) VALUE "ACTIVE EMPLOYEE - NO XREF".
           05 FILLER PIC X(7)  VALUE "SERIOUS".
           05 FILLER PIC X(30) VALUE "DEPARTMENT NOT ON MASTER".
           05 FILLER PIC X(7)  VALUE "SERIOUS".
           05 FILLER PIC X(30) VALUE "DEPARTMENT INACTIVE".
           05 FILLER PIC X(7)  VALUE "WARNING".
           05 FILLER PIC X(30) VALUE "YTD NAME MISMATCH".
           05 FILLER PIC X(7)  VALUE "WARNING".
           05 FILLER PIC X(30) VALUE "YTD DEPARTMENT MISMATCH".
           05 FILLER PIC X(7)  VALUE "WARNING".
       01 WS-EXCEPTION-TYPE-TABLE REDEFINES WS-EXCEPTION-TYPES.
           05 WS-EXCEPTION-TYPE OCCURS 9 TIMES.
               10 WS-EXC-NAME     PIC X(30).
               10 WS-EXC-SEVERITY PIC X(7).
                   88 EXC-SERIOUS VALUE "SERIOUS".
       01 WS-EXCEPTION-COUNTS.
           05 WS-EXC-COUNT PIC 9(7) OCCURS 9 TIMES.
       01 WS-EXC-TYPE-MAX           PIC 99 VALUE 9.
       01 WS-EXC-IX                 PIC 99 VALUE ZEROS.
           88 EXC-DEDUCT-NO-EMPLOYEE VALUE 1.
           88 EXC-YTD-NO-EMPLOYEE    VALUE 2.
           88 EXC-XREF-NO-EMPLOYEE   VALUE 3.
           88 EXC-XREF-TERMINATED    VALUE 4.
           88 EXC-ACTIVE-NO-XREF     VALUE 5.
           88 EXC-DEPT-NOT-ON-FILE   VALUE 6.
           88 EXC-DEPT-INACTIVE      VALUE 7.
           88 EXC-YTD-NAME-DIFFERS   VALUE 8.
           88 EXC-YTD-DEPT-DIFFERS   VALUE 9.

       01 WS-EMPLOYEES-READ         PIC 9(7) VALUE ZEROS.
       01 WS-DEDUCTS-READ           PIC 9(7) VALUE ZEROS.
       01 WS-YTD-READ               PIC 9(7) VALUE ZEROS.
       01 WS-RECORDS-CLEAN          PIC 9(7) VALUE ZEROS.
       01 WS-RECORDS-EXCEPTED       PIC 9(7) VALUE ZEROS.
       01 WS-SERIOUS-COUNT          PIC 9(7) VALUE ZEROS.
       01 WS-WARNING-COUNT          PIC 9(7) VALUE ZEROS.
       01 WS-RETURN-CODE            PIC 9(4) VALUE ZEROS.
       01 WS-JOBLOG-PROGRAM         PIC X(12) VALUE "INTEGAUDIT".
       01 WS-JOBLOG-READ            PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-GOOD            PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-BAD             PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-OUTCOME         PIC X(8) VALUE "OK".

       01 WS-HEADING-1.
           05 FILLER        PIC X(32)
                            VALUE "PAYROLL MASTER INTEGRITY AUDIT".
           05 FILLER        PIC X(10) VALUE "RUN DATE ".
           05 WS-HDG-DATE   PIC 9(8).
       01 WS-HEADING-2.
           05 FILLER PIC X(13) VALUE "SSN".
           05 FILLER PIC X(32) VALUE "EXCEPTION".
           05 FILLER PIC X(9)  VALUE "SEVERITY".
           05 FILLER PIC X(56) VALUE "DETAIL".
       01 WS-SECTION-LINE.
           05 FILLER        PIC X(4) VALUE "*** ".
           05 WS-SEC-TEXT   PIC X(60).
       01 WS-DETAIL-LINE.
           05 WS-DTL-SSN.
               10 WS-DTL-SSAREA   PIC 999.
               10 FILLER          PIC X VALUE "-".
               10 WS-DTL-SSGROUP  PIC 99.
               10 FILLER          PIC X VALUE "-".
               10 WS-DTL-SSSERIAL PIC 9999.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DTL-EXCEPTION PIC X(30).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DTL-SEVERITY PIC X(7).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DTL-TEXT   PIC X(56) VALUE SPACES.
       01 WS-SSN-SPLIT.
           05 WS-SPL-SSAREA   PIC 999.
           05 WS-SPL-SSGROUP  PIC 99.
           05 WS-SPL-SSSERIAL PIC 9999.
       01 WS-SSN-WHOLE REDEFINES WS-SSN-SPLIT PIC 9(9).
       01 WS-SUMMARY-HEADING.
           05 FILLER PIC X(32) VALUE "EXCEPTION TYPE".
           05 FILLER PIC X(9)  VALUE "SEVERITY".
           05 FILLER PIC X(10) VALUE "    COUNT".
       01 WS-SUMMARY-LINE.
           05 WS-SUM-NAME     PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SUM-SEVERITY PIC X(7).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SUM-COUNT    PIC Z,ZZZ,ZZ9.
       01 WS-FOOTER-LINE.
           05 WS-FTR-LABEL    PIC X(41).
           05 WS-FTR-COUNT    PIC Z,ZZZ,ZZ9.
       01 WS-VERDICT-LINE.
           05 FILLER          PIC X(9) VALUE "VERDICT: ".
           05 WS-VRD-TEXT     PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "JobLog-Start" USING WS-JOBLOG-PROGRAM
            END-CALL
            PERFORM 1000-INITIALIZE
            PERFORM 1500-LOAD-NAME-XREF
            PERFORM 2000-AUDIT-EMPLOYEES
            PERFORM 2500-AUDIT-NAME-XREF
            PERFORM 3000-AUDIT-DEDUCTIONS
            PERFORM 3500-AUDIT-YTD-EARNINGS
            PERFORM 3900-WRITE-SUMMARY
            PERFORM 4000-TERMINATE
            STOP RUN.

      *> The employee master is what everything else is checked
      *> against, so the audit is refused without it.  A missing
      *> secondary master only skips the checks that need it and is
      *> noted on the report; any other open failure fails the step.
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE ZEROS TO WS-EXCEPTION-COUNTS
            OPEN INPUT EMPLOYEE-MASTER
            IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
                IF WS-EMPLOYEE-MASTER-STATUS = "35"
                    DISPLAY "EMPMAST.DAT not found - audit refused"
                ELSE
                    DISPLAY "Error opening EMPMAST.DAT - status "
                        WS-EMPLOYEE-MASTER-STATUS " - audit refused"
                END-IF
                PERFORM 8000-JOBLOG-ERROR-END
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT AUDIT-REPORT
            IF WS-AUDIT-REPORT-STATUS NOT = "00"
                DISPLAY "Error opening INTEGAUDIT.RPT - status "
                    WS-AUDIT-REPORT-STATUS " - audit refused"
                CLOSE EMPLOYEE-MASTER
                PERFORM 8000-JOBLOG-ERROR-END
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-RUN-DATE TO WS-HDG-DATE
            WRITE AUDIT-REPORT-LINE FROM WS-HEADING-1
            WRITE AUDIT-REPORT-LINE FROM WS-HEADING-2
            OPEN INPUT DEPT-MASTER
            IF WS-DEPT-MASTER-STATUS = "00"
                SET DEPT-OPEN TO TRUE
            ELSE
                MOVE "DEPTMAST.DAT" TO WS-OPEN-FILE-NAME
                MOVE WS-DEPT-MASTER-STATUS TO WS-OPEN-STATUS
                PERFORM 1100-NOTE-MASTER-NOT-OPEN
            END-IF
            OPEN INPUT DEDUCT-MASTER
            IF WS-DEDUCT-MASTER-STATUS = "00"
                SET DEDUCT-OPEN TO TRUE
            ELSE
                MOVE "DEDUCTMST.DAT" TO WS-OPEN-FILE-NAME
                MOVE WS-DEDUCT-MASTER-STATUS TO WS-OPEN-STATUS
                PERFORM 1100-NOTE-MASTER-NOT-OPEN
            END-IF
            OPEN INPUT YTD-EARNINGS
            IF WS-YTD-EARNINGS-STATUS = "00"
                SET YTD-OPEN TO TRUE
            ELSE
                MOVE "YTDEARN.DAT" TO WS-OPEN-FILE-NAME
                MOVE WS-YTD-EARNINGS-STATUS TO WS-OPEN-STATUS
                PERFORM 1100-NOTE-MASTER-NOT-OPEN
            END-IF.

      *> WS-OPEN-FILE-NAME and WS-OPEN-STATUS arrive naming the
      *> master that would not open.
       1100-NOTE-MASTER-NOT-OPEN.
            MOVE SPACES TO WS-SEC-TEXT
            IF WS-OPEN-STATUS = "35"
                DISPLAY FUNCTION TRIM(WS-OPEN-FILE-NAME)
                    " not found - checks against it not made"
                STRING FUNCTION TRIM(WS-OPEN-FILE-NAME)
                    " NOT FOUND - CHECKS AGAINST IT NOT MADE"
                    DELIMITED BY SIZE INTO WS-SEC-TEXT
            ELSE
                DISPLAY "Error opening "
                    FUNCTION TRIM(WS-OPEN-FILE-NAME)
                    " - status " WS-OPEN-STATUS
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                MOVE 8 TO WS-RETURN-CODE
                STRING FUNCTION TRIM(WS-OPEN-FILE-NAME)
                    " COULD NOT BE OPENED - STATUS " WS-OPEN-STATUS
                    DELIMITED BY SIZE INTO WS-SEC-TEXT
            END-IF
            WRITE AUDIT-REPORT-LINE FROM WS-SECTION-LINE.

      *> A missing cross-reference is audited as an empty one: every
      *> active employee is then without a username, which is exactly
      *> what TimecardGen would find.
       1500-LOAD-NAME-XREF.
            OPEN INPUT NAME-XREF-FILE
            IF WS-NAME-XREF-STATUS = "35"
                DISPLAY "NAMEXREF.DAT not found - audited as empty"
                MOVE "NAMEXREF.DAT NOT FOUND - AUDITED AS EMPTY"
                    TO WS-SEC-TEXT
                WRITE AUDIT-REPORT-LINE FROM WS-SECTION-LINE
            ELSE
                IF WS-NAME-XREF-STATUS NOT = "00"
                    DISPLAY "Error opening NAMEXREF.DAT - status "
                        WS-NAME-XREF-STATUS
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                    MOVE 8 TO WS-RETURN-CODE
                    MOVE "NAMEXREF.DAT COULD NOT BE OPENED"
                        TO WS-SEC-TEXT
                    WRITE AUDIT-REPORT-LINE FROM WS-SECTION-LINE
                ELSE
                    PERFORM UNTIL END-OF-XREF
                        READ NAME-XREF-FILE
                            AT END SET END-OF-XREF TO TRUE
                            NOT AT END
                                PERFORM 1600-TABLE-XREF-RECORD
                        END-READ
                    END-PERFORM
                    CLOSE NAME-XREF-FILE
                END-IF
            END-IF
            IF WS-XREF-SKIPPED > ZEROS
                DISPLAY "Name cross-reference table full - "
                    WS-XREF-SKIPPED " entries not audited"
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                MOVE 8 TO WS-RETURN-CODE
                MOVE "NAMEXREF.DAT TOO LARGE - NOT ALL ENTRIES AUDITED"
                    TO WS-SEC-TEXT
                WRITE AUDIT-REPORT-LINE FROM WS-SECTION-LINE
            END-IF.

       1600-TABLE-XREF-RECORD.
            IF WS-XREF-COUNT >= WS-XREF-TABLE-MAX
                ADD 1 TO WS-XREF-SKIPPED
            ELSE
                ADD 1 TO WS-XREF-COUNT
                MOVE NX-USERNAME TO WS-XREF-NAME (WS-XREF-COUNT)
                MOVE NX-SSNUM    TO WS-XREF-SSNUM (WS-XREF-COUNT)
            END-IF.

      *> One pass of the employee master: cross-reference and
      *> department checks for active employees only - terminated
      *> people neither get timecards nor need a live department -
      *> and the YTDEARN comparison for everyone, since a terminated
      *> employee's earnings still go on a W-2.
       2000-AUDIT-EMPLOYEES.
            MOVE "EMPLOYEE MASTER" TO WS-SEC-TEXT
            WRITE AUDIT-REPORT-LINE FROM WS-SECTION-LINE
            PERFORM UNTIL END-OF-MASTER
                READ EMPLOYEE-MASTER NEXT
                    AT END SET END-OF-MASTER TO TRUE
                    NOT AT END
                        ADD 1 TO WS-EMPLOYEES-READ
                        SET RECORD-CLEAN TO TRUE
                        PERFORM 2100-CHECK-ONE-EMPLOYEE
                        PERFORM 4900-COUNT-RECORD
                END-READ
            END-PERFORM.

       2100-CHECK-ONE-EMPLOYEE.
            MOVE EM-SSNUM TO WS-SSN-SPLIT
            IF EM-ACTIVE-STATUS NOT = "T"
                PERFORM 2200-CHECK-EMPLOYEE-XREF
                IF DEPT-OPEN
                    PERFORM 2300-CHECK-EMPLOYEE-DEPT
                END-IF
            END-IF
            IF YTD-OPEN
                PERFORM 2400-CHECK-EMPLOYEE-YTD
            END-IF.

       2200-CHECK-EMPLOYEE-XREF.
            SET XREF-FOUND TO FALSE
            PERFORM VARYING WS-XREF-IX FROM 1 BY 1
                UNTIL WS-XREF-IX > WS-XREF-COUNT OR XREF-FOUND
                IF WS-XREF-SSNUM (WS-XREF-IX) = WS-SSN-WHOLE
                    SET XREF-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF NOT XREF-FOUND
                SET EXC-ACTIVE-NO-XREF TO TRUE
                STRING EM-NAME DELIMITED BY "  "
                    " - NO TIMECARD CAN BE GENERATED"
                    DELIMITED BY SIZE INTO WS-DTL-TEXT
                PERFORM 5000-WRITE-EXCEPTION
            END-IF.

       2300-CHECK-EMPLOYEE-DEPT.
            MOVE EM-DEPARTMENT TO DP-DEPT-CODE
            READ DEPT-MASTER
                INVALID KEY
                    SET EXC-DEPT-NOT-ON-FILE TO TRUE
                    IF EM-DEPARTMENT = SPACES
                        STRING EM-NAME DELIMITED BY "  "
                            " - NO DEPARTMENT CODE"
                            DELIMITED BY SIZE INTO WS-DTL-TEXT
                    ELSE
                        STRING EM-NAME DELIMITED BY "  "
                            " - DEPARTMENT " EM-DEPARTMENT
                            DELIMITED BY SIZE INTO WS-DTL-TEXT
                    END-IF
                    PERFORM 5000-WRITE-EXCEPTION
                NOT INVALID KEY
                    IF DP-ACTIVE-STATUS NOT = "A"
                        SET EXC-DEPT-INACTIVE TO TRUE
                        STRING EM-NAME DELIMITED BY "  "
                            " - DEPARTMENT " EM-DEPARTMENT
                            DELIMITED BY SIZE INTO WS-DTL-TEXT
                        PERFORM 5000-WRITE-EXCEPTION
                    END-IF
            END-READ.

       2400-CHECK-EMPLOYEE-YTD.
            MOVE EM-SSNUM TO YE-SSNUM
            READ YTD-EARNINGS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF YE-NAME NOT = EM-NAME
                        SET EXC-YTD-NAME-DIFFERS TO TRUE
                        STRING "YTD " YE-NAME DELIMITED BY "  "
                            " / MASTER " EM-NAME DELIMITED BY "  "
                            INTO WS-DTL-TEXT
                        PERFORM 5000-WRITE-EXCEPTION
                    END-IF
                    IF YE-DEPARTMENT NOT = EM-DEPARTMENT
                        SET EXC-YTD-DEPT-DIFFERS TO TRUE
                        STRING EM-NAME DELIMITED BY "  "
                            " - YTD " YE-DEPARTMENT
                            " / MASTER " EM-DEPARTMENT
                            DELIMITED BY SIZE INTO WS-DTL-TEXT
                        PERFORM 5000-WRITE-EXCEPTION
                    END-IF
            END-READ.

      *> Every username is looked up on the master, so two usernames
      *> for one bad SSN are two exceptions - each needs removing.
       2500-AUDIT-NAME-XREF.
            MOVE "NAME CROSS-REFERENCE" TO WS-SEC-TEXT
            WRITE AUDIT-REPORT-LINE FROM WS-SECTION-LINE
            PERFORM VARYING WS-XREF-IX FROM 1 BY 1
                UNTIL WS-XREF-IX > WS-XREF-COUNT
                SET RECORD-CLEAN TO TRUE
                PERFORM 2600-CHECK-ONE-XREF
                PERFORM 4900-COUNT-RECORD
            END-PERFORM.

       2600-CHECK-ONE-XREF.
            MOVE WS-XREF-SSNUM (WS-XREF-IX) TO WS-SSN-WHOLE
            MOVE WS-SSN-SPLIT TO EM-SSNUM
            READ EMPLOYEE-MASTER
                INVALID KEY
                    SET EXC-XREF-NO-EMPLOYEE TO TRUE
                    STRING "USERNAME "
                        WS-XREF-NAME (WS-XREF-IX) DELIMITED BY "  "
                        INTO WS-DTL-TEXT
                    PERFORM 5000-WRITE-EXCEPTION
                NOT INVALID KEY
                    IF EM-ACTIVE-STATUS = "T"
                        SET EXC-XREF-TERMINATED TO TRUE
                        STRING "USERNAME "
                            WS-XREF-NAME (WS-XREF-IX)
                            DELIMITED BY "  "
                            " - TERMINATED " EM-TERM-DATE
                            DELIMITED BY SIZE INTO WS-DTL-TEXT
                        PERFORM 5000-WRITE-EXCEPTION
                    END-IF
            END-READ.

      *> DEDUCTMST is read front to back; its key leads with the SSN,
      *> so each employee's deductions arrive together.
       3000-AUDIT-DEDUCTIONS.
            MOVE "DEDUCTIONS MASTER" TO WS-SEC-TEXT
            WRITE AUDIT-REPORT-LINE FROM WS-SECTION-LINE
            IF NOT DEDUCT-OPEN
                SET END-OF-DEDUCTS TO TRUE
            END-IF
            PERFORM UNTIL END-OF-DEDUCTS
                READ DEDUCT-MASTER NEXT
                    AT END SET END-OF-DEDUCTS TO TRUE
                    NOT AT END
                        ADD 1 TO WS-DEDUCTS-READ
                        SET RECORD-CLEAN TO TRUE
                        PERFORM 3100-CHECK-ONE-DEDUCTION
                        PERFORM 4900-COUNT-RECORD
                END-READ
            END-PERFORM.

       3100-CHECK-ONE-DEDUCTION.
            IF WS-DEDUCTS-READ = 1
                OR DM-SSNUM NOT = WS-LAST-DEDUCT-SSNUM
                MOVE DM-SSNUM TO WS-LAST-DEDUCT-SSNUM
                MOVE DM-SSNUM TO WS-SSN-WHOLE
                MOVE WS-SSN-SPLIT TO EM-SSNUM
                READ EMPLOYEE-MASTER
                    INVALID KEY SET EMP-ON-FILE TO FALSE
                    NOT INVALID KEY SET EMP-ON-FILE TO TRUE
                END-READ
            END-IF
            IF NOT EMP-ON-FILE
                MOVE DM-SSNUM TO WS-SSN-WHOLE
                SET EXC-DEDUCT-NO-EMPLOYEE TO TRUE
                STRING "PRIORITY " DM-PRIORITY
                    " CODE " DM-DEDUCT-CODE " "
                    DM-DESCRIPTION
                    DELIMITED BY SIZE INTO WS-DTL-TEXT
                PERFORM 5000-WRITE-EXCEPTION
            END-IF.

      *> The employee pass read YTDEARN at random, so the file is
      *> repositioned to its first record before it is browsed.
       3500-AUDIT-YTD-EARNINGS.
            MOVE "YEAR-TO-DATE EARNINGS" TO WS-SEC-TEXT
            WRITE AUDIT-REPORT-LINE FROM WS-SECTION-LINE
            IF NOT YTD-OPEN
                SET END-OF-YTD TO TRUE
            ELSE
                MOVE ZEROS TO YE-SSNUM
                START YTD-EARNINGS KEY IS >= YE-SSNUM
                    INVALID KEY SET END-OF-YTD TO TRUE
                END-START
            END-IF
            PERFORM UNTIL END-OF-YTD
                READ YTD-EARNINGS NEXT
                    AT END SET END-OF-YTD TO TRUE
                    NOT AT END
                        ADD 1 TO WS-YTD-READ
                        SET RECORD-CLEAN TO TRUE
                        PERFORM 3600-CHECK-ONE-YTD
                        PERFORM 4900-COUNT-RECORD
                END-READ
            END-PERFORM.

       3600-CHECK-ONE-YTD.
            MOVE YE-SSNUM TO EM-SSNUM
            READ EMPLOYEE-MASTER
                INVALID KEY
                    MOVE YE-SSNUM TO WS-SSN-SPLIT
                    SET EXC-YTD-NO-EMPLOYEE TO TRUE
                    STRING "YEAR " YE-YEAR " "
                        YE-NAME DELIMITED BY "  "
                        " DEPT " YE-DEPARTMENT
                        DELIMITED BY SIZE INTO WS-DTL-TEXT
                    PERFORM 5000-WRITE-EXCEPTION
            END-READ.

       3900-WRITE-SUMMARY.
            MOVE SPACES TO AUDIT-REPORT-LINE
            WRITE AUDIT-REPORT-LINE
            MOVE "EXCEPTIONS BY TYPE" TO WS-SEC-TEXT
            WRITE AUDIT-REPORT-LINE FROM WS-SECTION-LINE
            WRITE AUDIT-REPORT-LINE FROM WS-SUMMARY-HEADING
            PERFORM VARYING WS-EXC-IX FROM 1 BY 1
                UNTIL WS-EXC-IX > WS-EXC-TYPE-MAX
                MOVE WS-EXC-NAME (WS-EXC-IX)     TO WS-SUM-NAME
                MOVE WS-EXC-SEVERITY (WS-EXC-IX) TO WS-SUM-SEVERITY
                MOVE WS-EXC-COUNT (WS-EXC-IX)    TO WS-SUM-COUNT
                WRITE AUDIT-REPORT-LINE FROM WS-SUMMARY-LINE
            END-PERFORM
            MOVE SPACES TO AUDIT-REPORT-LINE
            WRITE AUDIT-REPORT-LINE
            MOVE "EMPLOYEE MASTER RECORDS READ:" TO WS-FTR-LABEL
            MOVE WS-EMPLOYEES-READ TO WS-FTR-COUNT
            WRITE AUDIT-REPORT-LINE FROM WS-FOOTER-LINE
            MOVE "NAME CROSS-REFERENCE ENTRIES READ:" TO WS-FTR-LABEL
            MOVE WS-XREF-COUNT TO WS-FTR-COUNT
            WRITE AUDIT-REPORT-LINE FROM WS-FOOTER-LINE
            MOVE "DEDUCTION RECORDS READ:" TO WS-FTR-LABEL
            MOVE WS-DEDUCTS-READ TO WS-FTR-COUNT
            WRITE AUDIT-REPORT-LINE FROM WS-FOOTER-LINE
            MOVE "YEAR-TO-DATE EARNINGS RECORDS READ:" TO WS-FTR-LABEL
            MOVE WS-YTD-READ TO WS-FTR-COUNT
            WRITE AUDIT-REPORT-LINE FROM WS-FOOTER-LINE
            MOVE "SERIOUS EXCEPTIONS:" TO WS-FTR-LABEL
            MOVE WS-SERIOUS-COUNT TO WS-FTR-COUNT
            WRITE AUDIT-REPORT-LINE FROM WS-FOOTER-LINE
            MOVE "WARNINGS:" TO WS-FTR-LABEL
            MOVE WS-WARNING-COUNT TO WS-FTR-COUNT
            WRITE AUDIT-REPORT-LINE FROM WS-FOOTER-LINE
            IF WS-SERIOUS-COUNT > ZEROS
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                MOVE 8 TO WS-RETURN-CODE
            END-IF
            IF WS-JOBLOG-OUTCOME = "OK"
                MOVE "MASTERS AGREE - PAYROLL MAY PROCEED"
                    TO WS-VRD-TEXT
            ELSE
                MOVE "SERIOUS EXCEPTIONS - HOLD PAYROLL UNTIL CORRECTED"
                    TO WS-VRD-TEXT
            END-IF
            WRITE AUDIT-REPORT-LINE FROM WS-VERDICT-LINE.

       4000-TERMINATE.
            CLOSE EMPLOYEE-MASTER
            IF DEPT-OPEN
                CLOSE DEPT-MASTER
            END-IF
            IF DEDUCT-OPEN
                CLOSE DEDUCT-MASTER
            END-IF
            IF YTD-OPEN
                CLOSE YTD-EARNINGS
            END-IF
            CLOSE AUDIT-REPORT
            DISPLAY "Integrity audit complete - serious "
                WS-SERIOUS-COUNT " warnings " WS-WARNING-COUNT
            COMPUTE WS-JOBLOG-READ = WS-EMPLOYEES-READ + WS-XREF-COUNT
                + WS-DEDUCTS-READ + WS-YTD-READ
            MOVE WS-RECORDS-CLEAN    TO WS-JOBLOG-GOOD
            MOVE WS-RECORDS-EXCEPTED TO WS-JOBLOG-BAD
            CALL "JobLog-End" USING WS-JOBLOG-PROGRAM
                WS-JOBLOG-READ WS-JOBLOG-GOOD WS-JOBLOG-BAD
                WS-JOBLOG-OUTCOME
            END-CALL
      *> RETURN-CODE is set after the call - the CALL would reset it.
            MOVE WS-RETURN-CODE TO RETURN-CODE.

      *> A record with one or more exceptions counts once as bad.
       4900-COUNT-RECORD.
            IF RECORD-CLEAN
                ADD 1 TO WS-RECORDS-CLEAN
            ELSE
                ADD 1 TO WS-RECORDS-EXCEPTED
            END-IF.

      *> WS-EXC-IX names the exception type, WS-SSN-SPLIT the SSN and
      *> WS-DTL-TEXT the detail; the text is cleared for the next one.
       5000-WRITE-EXCEPTION.
            MOVE WS-SPL-SSAREA   TO WS-DTL-SSAREA
            MOVE WS-SPL-SSGROUP  TO WS-DTL-SSGROUP
            MOVE WS-SPL-SSSERIAL TO WS-DTL-SSSERIAL
            MOVE WS-EXC-NAME (WS-EXC-IX)     TO WS-DTL-EXCEPTION
            MOVE WS-EXC-SEVERITY (WS-EXC-IX) TO WS-DTL-SEVERITY
            WRITE AUDIT-REPORT-LINE FROM WS-DETAIL-LINE
            ADD 1 TO WS-EXC-COUNT (WS-EXC-IX)
            IF EXC-SERIOUS (WS-EXC-IX)
                ADD 1 TO WS-SERIOUS-COUNT
            ELSE
                ADD 1 TO WS-WARNING-COUNT
            END-IF
            SET RECORD-CLEAN TO FALSE
            MOVE SPACES TO WS-DTL-TEXT.

      *> Stamp an END record for the refusal paths so the operations
      *> report shows the run finished rather than hanging open.
       8000-JOBLOG-ERROR-END.
            MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            CALL "JobLog-End" USING WS-JOBLOG-PROGRAM
                WS-JOBLOG-READ WS-JOBLOG-GOOD WS-JOBLOG-BAD
                WS-JOBLOG-OUTCOME
            END-CALL.

       END PROGRAM IntegAudit.
