      ******************************************************************
      * Author:
      * Date:
      * Purpose: Employee inquiry - read-only lookup of one employee
      *          at a time, by SSN or by workstation username through
      *          NAMEXREF.DAT.  Shows the Employee Master details with
      *          the department name and active/terminated status, the
      *          employee's deductions in the order they are taken,
      *          this year's quarter and year-to-date earnings, and the
      *          most recent sign-in/sign-out activity, a page at a
      *          time with paging forward and back.  Nothing is
      *          updated; every lookup, found or not, is appended to
      *          the INQLOG.DAT access log with the operator's name.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpInquiry.
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
           SELECT SIGNIN-LOG-FILE ASSIGN TO "SIGNINLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNIN-LOG-STATUS.
           SELECT ACCESS-LOG ASSIGN TO "INQLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-STATUS.

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

       FD  SIGNIN-LOG-FILE.
       01 SIGNIN-LOG-RECORD.
           COPY "SIGNLOG.cpy" REPLACING ==05== BY ==02==.

       FD  ACCESS-LOG.
       01 ACCESS-LOG-RECORD.
           COPY "INQLOG.cpy" REPLACING ==05== BY ==02==.

       WORKING-STORAGE SECTION.
       01 SSNum.
           COPY "SSNUM.cpy" REPLACING ==05== BY ==02==.
       01 WS-SSN-DIGITS REDEFINES SSNum PIC X(9).
       01 WS-EMPLOYEE-MASTER-STATUS PIC XX VALUE ZEROS.
       01 WS-DEPT-MASTER-STATUS     PIC XX VALUE ZEROS.
       01 WS-DEDUCT-MASTER-STATUS   PIC XX VALUE ZEROS.
       01 WS-YTD-EARNINGS-STATUS    PIC XX VALUE ZEROS.
       01 WS-NAME-XREF-STATUS       PIC XX VALUE ZEROS.
       01 WS-SIGNIN-LOG-STATUS      PIC XX VALUE ZEROS.
       01 WS-ACCESS-LOG-STATUS      PIC XX VALUE ZEROS.
       01 WS-DEPT-OPEN              PIC X VALUE "N".
           88 DEPT-OPEN VALUE "Y" FALSE "N".
       01 WS-DEDUCT-OPEN            PIC X VALUE "N".
           88 DEDUCT-OPEN VALUE "Y" FALSE "N".
       01 WS-YTD-OPEN               PIC X VALUE "N".
           88 YTD-OPEN VALUE "Y" FALSE "N".
       01 WS-END-OF-XREF            PIC X VALUE "N".
           88 END-OF-XREF VALUE "Y" FALSE "N".
       01 WS-END-OF-LOG             PIC X VALUE "N".
           88 END-OF-LOG VALUE "Y" FALSE "N".
       01 WS-END-OF-DEDUCTS         PIC X VALUE "N".
           88 END-OF-DEDUCTS VALUE "Y" FALSE "N".
       01 WS-QUIT-REQUESTED         PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y" FALSE "N".
       01 WS-DONE-PAGING            PIC X VALUE "N".
           88 DONE-PAGING VALUE "Y" FALSE "N".
       01 WS-EMP-FOUND              PIC X VALUE "N".
           88 EMP-FOUND VALUE "Y" FALSE "N".
       01 WS-SSN-IS-VALID           PIC X VALUE "N".
           88 SSN-IS-VALID VALUE "Y" FALSE "N".

       01 WS-OPERATOR-NAME          PIC X(30) VALUE SPACES.
       01 WS-CURRENT-DATE           PIC 9(8) VALUE ZEROS.
       01 WS-CURRENT-TIME           PIC 9(8) VALUE ZEROS.

      *> What the operator typed, seen three ways: a username, nine
      *> digits run together, or the 999-99-9999 form the reports
      *> print.  Anything starting with a digit is taken for an SSN.
       01 WS-INQUIRY-INPUT          PIC X(99) VALUE SPACES.
       01 WS-INQ-FIRST-VIEW REDEFINES WS-INQUIRY-INPUT.
           02 WS-INQ-FIRST-CHAR PIC X.
               88 INQ-STARTS-WITH-DIGIT VALUE "0" THRU "9".
           02 FILLER            PIC X(98).
       01 WS-INQ-PLAIN-VIEW REDEFINES WS-INQUIRY-INPUT.
           02 WS-INQ-PLAIN-SSN  PIC X(9).
           02 WS-INQ-PLAIN-REST PIC X(90).
       01 WS-INQ-DASHED-VIEW REDEFINES WS-INQUIRY-INPUT.
           02 WS-INQ-D-AREA     PIC X(3).
           02 WS-INQ-D-DASH-1   PIC X.
           02 WS-INQ-D-GROUP    PIC X(2).
           02 WS-INQ-D-DASH-2   PIC X.
           02 WS-INQ-D-SERIAL   PIC X(4).
           02 WS-INQ-D-REST     PIC X(88).
       01 WS-INQ-RESULT             PIC X(24) VALUE SPACES.

       01 WS-SSN-EDIT.
           05 WS-SSE-SSAREA   PIC 999.
           05 FILLER          PIC X VALUE "-".
           05 WS-SSE-SSGROUP  PIC 99.
           05 FILLER          PIC X VALUE "-".
           05 WS-SSE-SSSERIAL PIC 9999.

      *> The username-to-SSN cross-reference, tabled for trimmed
      *> compares the way SignInRecon matches names.
       01 WS-XREF-TABLE.
           02 WS-XREF-ENTRY OCCURS 500 TIMES.
               03 WS-XREF-NAME  PIC X(99).
               03 WS-XREF-SSNUM PIC 9(9).
       01 WS-XREF-TABLE-MAX         PIC 9(4) VALUE 500.
       01 WS-XREF-COUNT             PIC 9(4) VALUE ZEROS.
       01 WS-XREF-IX                PIC 9(4) VALUE ZEROS.
       01 WS-XFOUND-IX              PIC 9(4) VALUE ZEROS.
       01 WS-COMPARE-NAME           PIC X(99) VALUE SPACES.

      *> Every username the employee signs in under.
       01 WS-INQ-NAME-TABLE.
           02 WS-INQ-NAME PIC X(99) OCCURS 10 TIMES.
       01 WS-INQ-NAME-MAX           PIC 99 VALUE 10.
       01 WS-INQ-NAME-COUNT         PIC 99 VALUE ZEROS.
       01 WS-INQ-NAME-IX            PIC 99 VALUE ZEROS.
       01 WS-NAME-MATCHED           PIC X VALUE "N".
           88 NAME-MATCHED VALUE "Y" FALSE "N".

      *> The last WS-RECENT-MAX log records for the employee, kept in
      *> a ring so the whole log is read once and only the newest
      *> survive; WS-RECENT-NEXT is where the next one goes.
       01 WS-RECENT-TABLE.
           02 WS-RECENT-ENTRY OCCURS 20 TIMES.
               03 WS-RECENT-DATE PIC 9(8).
               03 WS-RECENT-TIME PIC 9(8).
               03 WS-RECENT-TYPE PIC X(3).
               03 WS-RECENT-NAME PIC X(40).
       01 WS-RECENT-MAX             PIC 99 VALUE 20.
       01 WS-RECENT-COUNT           PIC 99 VALUE ZEROS.
       01 WS-RECENT-NEXT            PIC 99 VALUE ZEROS.
       01 WS-RECENT-IX              PIC 99 VALUE ZEROS.

      *> Each inquiry is built as a list of screen lines first, then
      *> shown WS-PAGE-SIZE lines at a time.
       01 WS-SCREEN-TABLE.
           02 WS-SCREEN-LINE PIC X(80) OCCURS 150 TIMES.
       01 WS-SCREEN-MAX             PIC 9(3) VALUE 150.
       01 WS-SCREEN-COUNT           PIC 9(3) VALUE ZEROS.
       01 WS-SCREEN-IX              PIC 9(3) VALUE ZEROS.
       01 WS-SCREEN-BUILD           PIC X(80) VALUE SPACES.
       01 WS-PAGE-SIZE              PIC 9(3) VALUE 18.
       01 WS-PAGE-NO                PIC 9(3) VALUE ZEROS.
       01 WS-PAGE-COUNT             PIC 9(3) VALUE ZEROS.
       01 WS-PAGE-FIRST             PIC 9(3) VALUE ZEROS.
       01 WS-PAGE-LAST              PIC 9(3) VALUE ZEROS.
       01 WS-PAGE-COMMAND           PIC X VALUE SPACE.
       01 WS-PAGE-FOOTER.
           05 FILLER          PIC X(5) VALUE "PAGE ".
           05 WS-PGF-PAGE     PIC ZZ9.
           05 FILLER          PIC X(4) VALUE " OF ".
           05 WS-PGF-COUNT    PIC ZZ9.

       01 WS-WORK-TIME              PIC 9(8) VALUE ZEROS.
       01 WS-WORK-TIME-SPLIT REDEFINES WS-WORK-TIME.
           02 WS-WT-HOUR PIC 99.
           02 WS-WT-MIN  PIC 99.
           02 WS-WT-SEC  PIC 99.
           02 WS-WT-HUND PIC 99.
       01 WS-QTR-LABELS             PIC X(20)
                                    VALUE "QTR 1QTR 2QTR 3QTR 4".
       01 WS-QTR-LABEL-TABLE REDEFINES WS-QTR-LABELS.
           02 WS-QTR-LABEL PIC X(5) OCCURS 4 TIMES.
       01 WS-QTR-IX                 PIC 9 VALUE ZEROS.
       01 WS-DEDUCTS-LISTED         PIC 9(3) VALUE ZEROS.

       01 WS-INQUIRIES              PIC 9(7) VALUE ZEROS.
       01 WS-INQUIRIES-FOUND        PIC 9(7) VALUE ZEROS.
       01 WS-INQUIRIES-NOT-FOUND    PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-PROGRAM         PIC X(12) VALUE "EMPINQUIRY".
       01 WS-JOBLOG-READ            PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-GOOD            PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-BAD             PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-OUTCOME         PIC X(8) VALUE "OK".

       01 WS-SL-TITLE.
           05 FILLER          PIC X(10) VALUE "EMPLOYEE  ".
           05 WS-SLT-SSN      PIC X(11).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SLT-NAME     PIC X(30).
       01 WS-SL-DEPT.
           05 FILLER          PIC X(12) VALUE "DEPARTMENT  ".
           05 WS-SLD-CODE     PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SLD-NAME     PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SLD-STATUS   PIC X(15).
       01 WS-SL-HIRE.
           05 FILLER          PIC X(12) VALUE "HIRED       ".
           05 WS-SLH-HIRE     PIC 9(8).
           05 FILLER          PIC X(9) VALUE "   RATE  ".
           05 WS-SLH-RATE     PIC ZZ9.99.
           05 FILLER          PIC X(11) VALUE "   STATUS  ".
           05 WS-SLH-STATUS   PIC X(11).
           05 WS-SLH-TERM     PIC X(8).
       01 WS-SL-DED-HEAD.
           05 FILLER PIC X(5)  VALUE "PRI".
           05 FILLER PIC X(6)  VALUE "CODE".
           05 FILLER PIC X(22) VALUE "DESCRIPTION".
           05 FILLER PIC X(9)  VALUE "METHOD".
           05 FILLER PIC X(10) VALUE "    RATE".
           05 FILLER PIC X(12) VALUE "      GOAL".
       01 WS-SL-DED.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-SLX-PRIORITY PIC 99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SLX-CODE     PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SLX-DESC     PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SLX-METHOD   PIC X(7).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SLX-RATE     PIC ZZZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SLX-GOAL     PIC ZZZZZZ9.99 BLANK WHEN ZERO.
       01 WS-SL-EARN-TITLE.
           05 FILLER          PIC X(18) VALUE "EARNINGS FOR YEAR ".
           05 WS-SLY-YEAR     PIC 9(4).
       01 WS-SL-EARN-HEAD.
           05 FILLER PIC X(8)  VALUE "PERIOD".
           05 FILLER PIC X(10) VALUE "   HOURS".
           05 FILLER PIC X(13) VALUE "    REGULAR".
           05 FILLER PIC X(13) VALUE "   OVERTIME".
           05 FILLER PIC X(14) VALUE "        GROSS".
       01 WS-SL-EARN.
           05 WS-SLE-PERIOD   PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SLE-HOURS    PIC ZZZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SLE-REGULAR  PIC ZZZZZZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SLE-OVERTIME PIC ZZZZZZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SLE-GROSS    PIC ZZZZZZZZ9.99.
       01 WS-SL-SIGNIN.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-SLS-DATE     PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SLS-HH       PIC 99.
           05 FILLER          PIC X VALUE ":".
           05 WS-SLS-MM       PIC 99.
           05 FILLER          PIC X VALUE ":".
           05 WS-SLS-SS       PIC 99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SLS-TYPE     PIC X(3).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SLS-NAME     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "JobLog-Start" USING WS-JOBLOG-PROGRAM
            END-CALL
            PERFORM 1000-INITIALIZE
            PERFORM 1500-LOAD-NAME-XREF
            PERFORM UNTIL QUIT-REQUESTED
                PERFORM 2000-ONE-INQUIRY
            END-PERFORM
            PERFORM 4000-TERMINATE
            STOP RUN.

      *> Nothing here is opened for update.  Every lookup is logged
      *> under the operator's name, so an inquiry with no operator is
      *> refused outright.
       1000-INITIALIZE.
            DISPLAY "Operator name: "
            ACCEPT WS-OPERATOR-NAME
            IF WS-OPERATOR-NAME = SPACES
                DISPLAY "No operator name given - inquiry refused"
                PERFORM 8000-JOBLOG-ERROR-END
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN EXTEND ACCESS-LOG
            IF WS-ACCESS-LOG-STATUS = "35"
                OPEN OUTPUT ACCESS-LOG
            END-IF
            IF WS-ACCESS-LOG-STATUS NOT = "00"
                DISPLAY "Error opening INQLOG.DAT - status "
                    WS-ACCESS-LOG-STATUS " - inquiry refused"
                PERFORM 8000-JOBLOG-ERROR-END
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT EMPLOYEE-MASTER
            IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
                DISPLAY "Error opening EMPMAST.DAT - status "
                    WS-EMPLOYEE-MASTER-STATUS " - inquiry refused"
                CLOSE ACCESS-LOG
                PERFORM 8000-JOBLOG-ERROR-END
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT DEPT-MASTER
            IF WS-DEPT-MASTER-STATUS = "00"
                SET DEPT-OPEN TO TRUE
            ELSE
                DISPLAY "DEPTMAST.DAT not available - status "
                    WS-DEPT-MASTER-STATUS
                    " - department names not shown"
            END-IF
            OPEN INPUT DEDUCT-MASTER
            IF WS-DEDUCT-MASTER-STATUS = "00"
                SET DEDUCT-OPEN TO TRUE
            ELSE
                DISPLAY "DEDUCTMST.DAT not available - status "
                    WS-DEDUCT-MASTER-STATUS
                    " - deductions not shown"
            END-IF
            OPEN INPUT YTD-EARNINGS
            IF WS-YTD-EARNINGS-STATUS = "00"
                SET YTD-OPEN TO TRUE
            ELSE
                DISPLAY "YTDEARN.DAT not available - status "
                    WS-YTD-EARNINGS-STATUS
                    " - earnings not shown"
            END-IF.

       1500-LOAD-NAME-XREF.
            OPEN INPUT NAME-XREF-FILE
            IF WS-NAME-XREF-STATUS = "35"
                DISPLAY "NAMEXREF.DAT not found - lookup by SSN only"
            ELSE
                IF WS-NAME-XREF-STATUS NOT = "00"
                    DISPLAY "Error opening NAMEXREF.DAT - status "
                        WS-NAME-XREF-STATUS " - lookup by SSN only"
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
            END-IF.

       1600-TABLE-XREF-RECORD.
            IF WS-XREF-COUNT >= WS-XREF-TABLE-MAX
                DISPLAY "Name cross-reference table full - "
                    "later entries not searchable"
            ELSE
                ADD 1 TO WS-XREF-COUNT
                MOVE NX-USERNAME TO WS-XREF-NAME (WS-XREF-COUNT)
                MOVE NX-SSNUM    TO WS-XREF-SSNUM (WS-XREF-COUNT)
            END-IF.

       2000-ONE-INQUIRY.
            DISPLAY " "
            DISPLAY "Employee SSN or username (blank to quit): "
            MOVE SPACES TO WS-INQUIRY-INPUT
            ACCEPT WS-INQUIRY-INPUT
            IF WS-INQUIRY-INPUT = SPACES
                SET QUIT-REQUESTED TO TRUE
            ELSE
                ADD 1 TO WS-INQUIRIES
                PERFORM 2100-RESOLVE-INQUIRY
                PERFORM 2900-WRITE-ACCESS-LOG
                IF EMP-FOUND
                    ADD 1 TO WS-INQUIRIES-FOUND
                    PERFORM 3000-BUILD-SCREEN
                    PERFORM 3800-PAGE-SCREEN
                ELSE
                    ADD 1 TO WS-INQUIRIES-NOT-FOUND
                END-IF
            END-IF.

      *> Each failure sets WS-INQ-RESULT, tells the operator plainly
      *> what was wrong, and goes on the access log like a hit does.
       2100-RESOLVE-INQUIRY.
            SET EMP-FOUND TO FALSE
            MOVE SPACES TO WS-INQ-RESULT
            MOVE ZEROS  TO SSNum
            IF INQ-STARTS-WITH-DIGIT
                PERFORM 2200-RESOLVE-SSN
            ELSE
                PERFORM 2300-RESOLVE-USERNAME
            END-IF
            IF WS-INQ-RESULT = SPACES
                MOVE SSNum TO EM-SSNUM
                READ EMPLOYEE-MASTER
                    INVALID KEY
                        MOVE "NOT ON EMPLOYEE MASTER" TO WS-INQ-RESULT
                        PERFORM 2400-EDIT-SSN
                        DISPLAY "No employee on file for SSN "
                            WS-SSN-EDIT
                    NOT INVALID KEY
                        MOVE "FOUND" TO WS-INQ-RESULT
                        SET EMP-FOUND TO TRUE
                END-READ
            END-IF.

       2200-RESOLVE-SSN.
            IF WS-INQ-PLAIN-SSN IS NUMERIC
                AND WS-INQ-PLAIN-REST = SPACES
                MOVE WS-INQ-PLAIN-SSN TO WS-SSN-DIGITS
            ELSE
                IF WS-INQ-D-AREA IS NUMERIC
                    AND WS-INQ-D-DASH-1 = "-"
                    AND WS-INQ-D-GROUP IS NUMERIC
                    AND WS-INQ-D-DASH-2 = "-"
                    AND WS-INQ-D-SERIAL IS NUMERIC
                    AND WS-INQ-D-REST = SPACES
                    MOVE WS-INQ-D-AREA   TO SSArea
                    MOVE WS-INQ-D-GROUP  TO SSGroup
                    MOVE WS-INQ-D-SERIAL TO SSSerial
                ELSE
                    MOVE "INVALID SSN" TO WS-INQ-RESULT
                END-IF
            END-IF
            IF WS-INQ-RESULT = SPACES
                PERFORM 2250-VALIDATE-SSN
                IF NOT SSN-IS-VALID
                    MOVE "INVALID SSN" TO WS-INQ-RESULT
                END-IF
            END-IF
            IF WS-INQ-RESULT NOT = SPACES
                MOVE ZEROS TO SSNum
                DISPLAY FUNCTION TRIM(WS-INQUIRY-INPUT)
                    " is not a valid SSN - enter 999999999 or "
                    "999-99-9999"
            END-IF.

       2250-VALIDATE-SSN.
            SET SSN-IS-VALID TO TRUE
            IF SSArea = 000 OR SSArea = 666
                OR (SSArea >= 900 AND SSArea <= 999)
                SET SSN-IS-VALID TO FALSE
            ELSE
                IF SSGroup = 00
                    SET SSN-IS-VALID TO FALSE
                ELSE
                    IF SSSerial = 0000
                        SET SSN-IS-VALID TO FALSE
                    END-IF
                END-IF
            END-IF.

       2300-RESOLVE-USERNAME.
            MOVE ZEROS TO WS-XFOUND-IX
            MOVE FUNCTION TRIM(WS-INQUIRY-INPUT) TO WS-COMPARE-NAME
            PERFORM VARYING WS-XREF-IX FROM 1 BY 1
                UNTIL WS-XREF-IX > WS-XREF-COUNT
                    OR WS-XFOUND-IX > ZEROS
                IF FUNCTION TRIM(WS-XREF-NAME (WS-XREF-IX))
                    = WS-COMPARE-NAME
                    MOVE WS-XREF-IX TO WS-XFOUND-IX
                END-IF
            END-PERFORM
            IF WS-XFOUND-IX = ZEROS
                MOVE "USERNAME NOT ON XREF" TO WS-INQ-RESULT
                DISPLAY "Username " FUNCTION TRIM(WS-INQUIRY-INPUT)
                    " is not on the name cross-reference"
            ELSE
                MOVE WS-XREF-SSNUM (WS-XFOUND-IX) TO WS-SSN-DIGITS
            END-IF.

       2400-EDIT-SSN.
            MOVE SSArea   TO WS-SSE-SSAREA
            MOVE SSGroup  TO WS-SSE-SSGROUP
            MOVE SSSerial TO WS-SSE-SSSERIAL.

       2900-WRITE-ACCESS-LOG.
            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
            ACCEPT WS-CURRENT-TIME FROM TIME
            MOVE WS-CURRENT-DATE  TO IL-DATE
            MOVE WS-CURRENT-TIME  TO IL-TIME
            MOVE WS-OPERATOR-NAME TO IL-OPERATOR
            MOVE WS-INQUIRY-INPUT TO IL-INQUIRY-VALUE
            MOVE WS-SSN-DIGITS    TO IL-SSNUM
            MOVE WS-INQ-RESULT    TO IL-RESULT
            WRITE ACCESS-LOG-RECORD.

       3000-BUILD-SCREEN.
            MOVE ZEROS TO WS-SCREEN-COUNT
            PERFORM 3100-BUILD-MASTER-LINES
            PERFORM 3200-BUILD-DEDUCTION-LINES
            PERFORM 3300-BUILD-EARNINGS-LINES
            PERFORM 3400-BUILD-SIGNIN-LINES.

       3100-BUILD-MASTER-LINES.
            PERFORM 2400-EDIT-SSN
            MOVE WS-SSN-EDIT TO WS-SLT-SSN
            MOVE EM-NAME     TO WS-SLT-NAME
            MOVE WS-SL-TITLE TO WS-SCREEN-BUILD
            PERFORM 3900-ADD-SCREEN-LINE
            MOVE EM-DEPARTMENT TO WS-SLD-CODE
            MOVE SPACES TO WS-SLD-NAME WS-SLD-STATUS
            IF DEPT-OPEN
                MOVE EM-DEPARTMENT TO DP-DEPT-CODE
                READ DEPT-MASTER
                    INVALID KEY
                        MOVE "(NOT ON FILE)" TO WS-SLD-STATUS
                    NOT INVALID KEY
                        MOVE DP-DEPT-NAME TO WS-SLD-NAME
                        IF DP-ACTIVE-STATUS NOT = "A"
                            MOVE "(INACTIVE)" TO WS-SLD-STATUS
                        END-IF
                END-READ
            END-IF
            MOVE WS-SL-DEPT TO WS-SCREEN-BUILD
            PERFORM 3900-ADD-SCREEN-LINE
            MOVE EM-HIRE-DATE   TO WS-SLH-HIRE
            MOVE EM-HOURLY-RATE TO WS-SLH-RATE
      *> Masters loaded before the status field existed carry a space
      *> there - those employees are active.
            IF EM-ACTIVE-STATUS = "T"
                MOVE "TERMINATED " TO WS-SLH-STATUS
                MOVE EM-TERM-DATE  TO WS-SLH-TERM
            ELSE
                MOVE "ACTIVE"      TO WS-SLH-STATUS
                MOVE SPACES        TO WS-SLH-TERM
            END-IF
            MOVE WS-SL-HIRE TO WS-SCREEN-BUILD
            PERFORM 3900-ADD-SCREEN-LINE.

      *> The deduction key leads with the SSN and carries the priority
      *> next, so a START on the SSN lists them in the order NetPayReg
      *> takes them.
       3200-BUILD-DEDUCTION-LINES.
            MOVE SPACES TO WS-SCREEN-BUILD
            PERFORM 3900-ADD-SCREEN-LINE
            MOVE "DEDUCTIONS IN PRIORITY ORDER" TO WS-SCREEN-BUILD
            PERFORM 3900-ADD-SCREEN-LINE
            MOVE ZEROS TO WS-DEDUCTS-LISTED
            IF NOT DEDUCT-OPEN
                MOVE "  DEDUCTIONS MASTER NOT AVAILABLE"
                    TO WS-SCREEN-BUILD
                PERFORM 3900-ADD-SCREEN-LINE
            ELSE
                MOVE WS-SL-DED-HEAD TO WS-SCREEN-BUILD
                PERFORM 3900-ADD-SCREEN-LINE
                SET END-OF-DEDUCTS TO FALSE
                MOVE WS-SSN-DIGITS TO DM-SSNUM
                MOVE ZEROS         TO DM-PRIORITY
                MOVE SPACES        TO DM-DEDUCT-CODE
                START DEDUCT-MASTER KEY IS >= DM-KEY
                    INVALID KEY SET END-OF-DEDUCTS TO TRUE
                END-START
                PERFORM UNTIL END-OF-DEDUCTS
                    READ DEDUCT-MASTER NEXT
                        AT END SET END-OF-DEDUCTS TO TRUE
                        NOT AT END
                            IF DM-SSNUM = EM-SSNUM
                                PERFORM 3250-ADD-DEDUCTION-LINE
                            ELSE
                                SET END-OF-DEDUCTS TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                IF WS-DEDUCTS-LISTED = ZEROS
                    MOVE "  NO DEDUCTIONS ON FILE" TO WS-SCREEN-BUILD
                    PERFORM 3900-ADD-SCREEN-LINE
                END-IF
            END-IF.

       3250-ADD-DEDUCTION-LINE.
            ADD 1 TO WS-DEDUCTS-LISTED
            MOVE DM-PRIORITY    TO WS-SLX-PRIORITY
            MOVE DM-DEDUCT-CODE TO WS-SLX-CODE
            MOVE DM-DESCRIPTION TO WS-SLX-DESC
            IF DM-METHOD = "P"
                MOVE "PERCENT" TO WS-SLX-METHOD
            ELSE
                MOVE "FLAT" TO WS-SLX-METHOD
            END-IF
            MOVE DM-RATE        TO WS-SLX-RATE
            MOVE DM-GOAL-AMOUNT TO WS-SLX-GOAL
            MOVE WS-SL-DED TO WS-SCREEN-BUILD
            PERFORM 3900-ADD-SCREEN-LINE.

       3300-BUILD-EARNINGS-LINES.
            MOVE SPACES TO WS-SCREEN-BUILD
            PERFORM 3900-ADD-SCREEN-LINE
            IF NOT YTD-OPEN
                MOVE "EARNINGS FILE NOT AVAILABLE" TO WS-SCREEN-BUILD
                PERFORM 3900-ADD-SCREEN-LINE
            ELSE
                MOVE EM-SSNUM TO YE-SSNUM
                READ YTD-EARNINGS
                    INVALID KEY
                        MOVE "NO EARNINGS POSTED THIS YEAR"
                            TO WS-SCREEN-BUILD
                        PERFORM 3900-ADD-SCREEN-LINE
                    NOT INVALID KEY
                        PERFORM 3350-ADD-EARNINGS-LINES
                END-READ
            END-IF.

       3350-ADD-EARNINGS-LINES.
            MOVE YE-YEAR TO WS-SLY-YEAR
            MOVE WS-SL-EARN-TITLE TO WS-SCREEN-BUILD
            PERFORM 3900-ADD-SCREEN-LINE
            MOVE WS-SL-EARN-HEAD TO WS-SCREEN-BUILD
            PERFORM 3900-ADD-SCREEN-LINE
            PERFORM VARYING WS-QTR-IX FROM 1 BY 1
                UNTIL WS-QTR-IX > 4
                MOVE WS-QTR-LABEL (WS-QTR-IX) TO WS-SLE-PERIOD
                MOVE YE-QTR-HOURS (WS-QTR-IX)    TO WS-SLE-HOURS
                MOVE YE-QTR-REGULAR (WS-QTR-IX)  TO WS-SLE-REGULAR
                MOVE YE-QTR-OVERTIME (WS-QTR-IX) TO WS-SLE-OVERTIME
                MOVE YE-QTR-GROSS (WS-QTR-IX)    TO WS-SLE-GROSS
                MOVE WS-SL-EARN TO WS-SCREEN-BUILD
                PERFORM 3900-ADD-SCREEN-LINE
            END-PERFORM
            MOVE "YTD"           TO WS-SLE-PERIOD
            MOVE YE-YTD-HOURS    TO WS-SLE-HOURS
            MOVE YE-YTD-REGULAR  TO WS-SLE-REGULAR
            MOVE YE-YTD-OVERTIME TO WS-SLE-OVERTIME
            MOVE YE-YTD-GROSS    TO WS-SLE-GROSS
            MOVE WS-SL-EARN TO WS-SCREEN-BUILD
            PERFORM 3900-ADD-SCREEN-LINE.

      *> The log only knows usernames, so every name the employee is
      *> cross-referenced under is gathered first and the log is
      *> read once against all of them.
       3400-BUILD-SIGNIN-LINES.
            MOVE SPACES TO WS-SCREEN-BUILD
            PERFORM 3900-ADD-SCREEN-LINE
            MOVE "RECENT SIGN-IN ACTIVITY (NEWEST 20 LOG RECORDS)"
                TO WS-SCREEN-BUILD
            PERFORM 3900-ADD-SCREEN-LINE
            MOVE ZEROS TO WS-INQ-NAME-COUNT WS-RECENT-COUNT
            MOVE 1 TO WS-RECENT-NEXT
            PERFORM VARYING WS-XREF-IX FROM 1 BY 1
                UNTIL WS-XREF-IX > WS-XREF-COUNT
                IF WS-XREF-SSNUM (WS-XREF-IX) = EM-SSNUM
                    AND WS-INQ-NAME-COUNT < WS-INQ-NAME-MAX
                    ADD 1 TO WS-INQ-NAME-COUNT
                    MOVE FUNCTION TRIM(WS-XREF-NAME (WS-XREF-IX))
                        TO WS-INQ-NAME (WS-INQ-NAME-COUNT)
                END-IF
            END-PERFORM
            IF WS-INQ-NAME-COUNT = ZEROS
                MOVE "  NO USERNAME ON THE NAME CROSS-REFERENCE"
                    TO WS-SCREEN-BUILD
                PERFORM 3900-ADD-SCREEN-LINE
            ELSE
                PERFORM 3450-SCAN-SIGNIN-LOG
                PERFORM 3470-ADD-RECENT-LINES
            END-IF.

       3450-SCAN-SIGNIN-LOG.
            OPEN INPUT SIGNIN-LOG-FILE
            IF WS-SIGNIN-LOG-STATUS = "00"
                SET END-OF-LOG TO FALSE
                PERFORM UNTIL END-OF-LOG
                    READ SIGNIN-LOG-FILE
                        AT END SET END-OF-LOG TO TRUE
                        NOT AT END PERFORM 3460-CHECK-LOG-RECORD
                    END-READ
                END-PERFORM
                CLOSE SIGNIN-LOG-FILE
            END-IF.

       3460-CHECK-LOG-RECORD.
            SET NAME-MATCHED TO FALSE
            MOVE FUNCTION TRIM(SL-USERNAME) TO WS-COMPARE-NAME
            PERFORM VARYING WS-INQ-NAME-IX FROM 1 BY 1
                UNTIL WS-INQ-NAME-IX > WS-INQ-NAME-COUNT
                    OR NAME-MATCHED
                IF WS-INQ-NAME (WS-INQ-NAME-IX) = WS-COMPARE-NAME
                    SET NAME-MATCHED TO TRUE
                END-IF
            END-PERFORM
            IF NAME-MATCHED
                MOVE SL-DATE     TO WS-RECENT-DATE (WS-RECENT-NEXT)
                MOVE SL-TIME     TO WS-RECENT-TIME (WS-RECENT-NEXT)
                MOVE SL-USERNAME TO WS-RECENT-NAME (WS-RECENT-NEXT)
      *> Records written before the type field existed carry spaces
      *> there - treat them as arrivals, as TimeOnSite does.
                IF SL-RECORD-TYPE = SPACES
                    MOVE "IN" TO WS-RECENT-TYPE (WS-RECENT-NEXT)
                ELSE
                    MOVE SL-RECORD-TYPE
                        TO WS-RECENT-TYPE (WS-RECENT-NEXT)
                END-IF
                ADD 1 TO WS-RECENT-NEXT
                IF WS-RECENT-NEXT > WS-RECENT-MAX
                    MOVE 1 TO WS-RECENT-NEXT
                END-IF
                IF WS-RECENT-COUNT < WS-RECENT-MAX
                    ADD 1 TO WS-RECENT-COUNT
                END-IF
            END-IF.

      *> Oldest first: once the ring has wrapped, the oldest survivor
      *> sits where the next record would have gone.
       3470-ADD-RECENT-LINES.
            IF WS-RECENT-COUNT = ZEROS
                MOVE "  NO SIGN-IN RECORDS ON THE LOG"
                    TO WS-SCREEN-BUILD
                PERFORM 3900-ADD-SCREEN-LINE
            ELSE
                IF WS-RECENT-COUNT < WS-RECENT-MAX
                    MOVE 1 TO WS-RECENT-IX
                ELSE
                    MOVE WS-RECENT-NEXT TO WS-RECENT-IX
                END-IF
                PERFORM WS-RECENT-COUNT TIMES
                    MOVE WS-RECENT-DATE (WS-RECENT-IX) TO WS-SLS-DATE
                    MOVE WS-RECENT-TIME (WS-RECENT-IX) TO WS-WORK-TIME
                    MOVE WS-WT-HOUR TO WS-SLS-HH
                    MOVE WS-WT-MIN  TO WS-SLS-MM
                    MOVE WS-WT-SEC  TO WS-SLS-SS
                    MOVE WS-RECENT-TYPE (WS-RECENT-IX) TO WS-SLS-TYPE
                    MOVE WS-RECENT-NAME (WS-RECENT-IX) TO WS-SLS-NAME
                    MOVE WS-SL-SIGNIN TO WS-SCREEN-BUILD
                    PERFORM 3900-ADD-SCREEN-LINE
                    ADD 1 TO WS-RECENT-IX
                    IF WS-RECENT-IX > WS-RECENT-MAX
                        MOVE 1 TO WS-RECENT-IX
                    END-IF
                END-PERFORM
            END-IF.

       3800-PAGE-SCREEN.
            COMPUTE WS-PAGE-COUNT =
                (WS-SCREEN-COUNT + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE
            MOVE 1 TO WS-PAGE-NO
            SET DONE-PAGING TO FALSE
            PERFORM UNTIL DONE-PAGING
                PERFORM 3850-SHOW-PAGE
                DISPLAY "N=next page  P=previous page  "
                    "Q=new inquiry: "
                MOVE SPACE TO WS-PAGE-COMMAND
                ACCEPT WS-PAGE-COMMAND
                IF WS-PAGE-COMMAND = "N" OR WS-PAGE-COMMAND = "n"
                    IF WS-PAGE-NO < WS-PAGE-COUNT
                        ADD 1 TO WS-PAGE-NO
                    ELSE
                        DISPLAY "Already on the last page"
                    END-IF
                ELSE
                    IF WS-PAGE-COMMAND = "P"
                        OR WS-PAGE-COMMAND = "p"
                        IF WS-PAGE-NO > 1
                            SUBTRACT 1 FROM WS-PAGE-NO
                        ELSE
                            DISPLAY "Already on the first page"
                        END-IF
                    ELSE
                        SET DONE-PAGING TO TRUE
                    END-IF
                END-IF
            END-PERFORM.

       3850-SHOW-PAGE.
            COMPUTE WS-PAGE-FIRST =
                ((WS-PAGE-NO - 1) * WS-PAGE-SIZE) + 1
            COMPUTE WS-PAGE-LAST = WS-PAGE-FIRST + WS-PAGE-SIZE - 1
            IF WS-PAGE-LAST > WS-SCREEN-COUNT
                MOVE WS-SCREEN-COUNT TO WS-PAGE-LAST
            END-IF
            DISPLAY " "
            PERFORM VARYING WS-SCREEN-IX FROM WS-PAGE-FIRST BY 1
                UNTIL WS-SCREEN-IX > WS-PAGE-LAST
                DISPLAY WS-SCREEN-LINE (WS-SCREEN-IX)
            END-PERFORM
            MOVE WS-PAGE-NO    TO WS-PGF-PAGE
            MOVE WS-PAGE-COUNT TO WS-PGF-COUNT
            DISPLAY WS-PAGE-FOOTER.

       3900-ADD-SCREEN-LINE.
            IF WS-SCREEN-COUNT < WS-SCREEN-MAX
                ADD 1 TO WS-SCREEN-COUNT
                MOVE WS-SCREEN-BUILD TO WS-SCREEN-LINE (WS-SCREEN-COUNT)
            END-IF
            MOVE SPACES TO WS-SCREEN-BUILD.

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
            CLOSE ACCESS-LOG
            DISPLAY "Employee inquiry complete - inquiries "
                WS-INQUIRIES " found " WS-INQUIRIES-FOUND
                " not found " WS-INQUIRIES-NOT-FOUND
            MOVE WS-INQUIRIES           TO WS-JOBLOG-READ
            MOVE WS-INQUIRIES-FOUND     TO WS-JOBLOG-GOOD
            MOVE WS-INQUIRIES-NOT-FOUND TO WS-JOBLOG-BAD
            CALL "JobLog-End" USING WS-JOBLOG-PROGRAM
                WS-JOBLOG-READ WS-JOBLOG-GOOD WS-JOBLOG-BAD
                WS-JOBLOG-OUTCOME
            END-CALL.

      *> Stamp an END record for the refusal paths so the operations
      *> report shows the run finished rather than hanging open.
       8000-JOBLOG-ERROR-END.
            MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            CALL "JobLog-End" USING WS-JOBLOG-PROGRAM
                WS-JOBLOG-READ WS-JOBLOG-GOOD WS-JOBLOG-BAD
                WS-JOBLOG-OUTCOME
            END-CALL.

       END PROGRAM EmpInquiry.
