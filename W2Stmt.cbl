      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-end wage statements - reads the year-to-date
      *          history file YtdRollover closed the tax year into and
      *          prints each employee's annual wage and tax statement
      *          (name, SSN, mailing address, annual wages and the
      *          year's deductions withheld by code), writes the fixed-
      *          layout annual wage submission file (employer header,
      *          one record per employee, totals trailer), and prints a
      *          control report proving the statements total exactly
      *          the year-to-date gross on the history file.
      *          Terminated employees get a statement like everyone
      *          else.  Given one SSN, a corrected statement and a
      *          corrected submission are produced for that employee
      *          alone, under their own file names, leaving the
      *          original run's output untouched.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2Stmt.
       AUTHOR. Jean Buelvas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-SSNUM
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
           SELECT ADDRESS-MASTER ASSIGN TO "EMPADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EA-SSNUM
               FILE STATUS IS WS-ADDRESS-MASTER-STATUS.
           SELECT DEDUCT-YTD-FILE ASSIGN TO "DEDYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DY-KEY
               FILE STATUS IS WS-DEDUCT-YTD-STATUS.
           SELECT STATEMENT-FILE
               ASSIGN TO DYNAMIC WS-STATEMENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT SUBMISSION-FILE
               ASSIGN TO DYNAMIC WS-SUBMISSION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBMISSION-STATUS.
           SELECT CONTROL-REPORT ASSIGN TO "W2CTL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout YtdRollover writes: a "D" record per employee
      *> carrying the YTD record body, then a "T" record-count trailer.
       FD  HISTORY-FILE.
       01 HISTORY-RECORD.
           02 YH-RECORD-TYPE PIC X.
           02 YH-DETAIL-DATA.
               COPY "YTDEARN.cpy"
                   REPLACING ==05== BY ==03==
                             LEADING ==YE-== BY ==YH-==.
           02 YH-TRAILER-DATA REDEFINES YH-DETAIL-DATA.
               03 YH-RECORD-COUNT PIC 9(7).
               03 FILLER          PIC X(50).

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-RECORD.
           COPY "EMPMAST.cpy" REPLACING ==05== BY ==02==.

       FD  ADDRESS-MASTER.
       01 ADDRESS-MASTER-RECORD.
           COPY "EMPADDR.cpy" REPLACING ==05== BY ==02==.

       FD  DEDUCT-YTD-FILE.
       01 DEDUCT-YTD-RECORD.
           COPY "DEDYTD.cpy" REPLACING ==05== BY ==02==.

       FD  STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(80).

      *> Annual wage submission, fixed layout: one "E" employer header,
      *> a "W" wage record per employee, and a "T" trailer carrying the
      *> employee count and the wage and withholding totals.
      *> W2-SUBMISSION-TYPE is "O" for the original filing and "C" for
      *> a correction; W2-TERMINATED is "Y" for someone who has left.
       FD  SUBMISSION-FILE.
       01 SUBMISSION-RECORD.
           02 W2-RECORD-TYPE PIC X.
           02 W2-EMPLOYEE-DATA.
               03 W2-SSNUM         PIC 9(9).
               03 W2-NAME          PIC X(30).
               03 W2-STREET        PIC X(30).
               03 W2-CITY          PIC X(20).
               03 W2-STATE         PIC X(2).
               03 W2-ZIP           PIC X(10).
               03 W2-WAGES         PIC 9(9)V99.
               03 W2-WITHHELD      PIC 9(9)V99.
               03 W2-TERMINATED    PIC X.
           02 W2-HEADER-DATA REDEFINES W2-EMPLOYEE-DATA.
               03 W2-TAX-YEAR        PIC 9(4).
               03 W2-EMPLOYER-ID     PIC X(10).
               03 W2-EMPLOYER-NAME   PIC X(23).
               03 W2-CREATED-DATE    PIC 9(8).
               03 W2-SUBMISSION-TYPE PIC X.
               03 FILLER             PIC X(78).
           02 W2-TRAILER-DATA REDEFINES W2-EMPLOYEE-DATA.
               03 W2-EMPLOYEE-COUNT  PIC 9(7).
               03 W2-WAGES-TOTAL     PIC 9(11)V99.
               03 W2-WITHHELD-TOTAL  PIC 9(11)V99.
               03 FILLER             PIC X(91).

       FD  CONTROL-REPORT.
       01 CONTROL-REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 SSNum.
           COPY "SSNUM.cpy" REPLACING ==05== BY ==02==.
       01 WS-HISTORY-STATUS         PIC XX VALUE ZEROS.
       01 WS-EMPLOYEE-MASTER-STATUS PIC XX VALUE ZEROS.
       01 WS-ADDRESS-MASTER-STATUS  PIC XX VALUE ZEROS.
       01 WS-DEDUCT-YTD-STATUS      PIC XX VALUE ZEROS.
       01 WS-STATEMENT-STATUS       PIC XX VALUE ZEROS.
       01 WS-SUBMISSION-STATUS      PIC XX VALUE ZEROS.
       01 WS-CONTROL-REPORT-STATUS  PIC XX VALUE ZEROS.
       01 WS-HISTORY-FILENAME       PIC X(30) VALUE SPACES.
       01 WS-STATEMENT-FILENAME     PIC X(30) VALUE SPACES.
       01 WS-SUBMISSION-FILENAME    PIC X(30) VALUE SPACES.
       01 WS-END-OF-FILE            PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".
       01 WS-END-OF-DEDUCTS         PIC X VALUE "N".
           88 END-OF-DEDUCTS VALUE "Y" FALSE "N".
       01 WS-TRAILER-SEEN           PIC X VALUE "N".
           88 TRAILER-SEEN VALUE "Y" FALSE "N".
       01 WS-FEED-ERROR             PIC X VALUE "N".
           88 FEED-ERROR VALUE "Y" FALSE "N".
       01 WS-SSN-IS-VALID           PIC X VALUE "N".
           88 SSN-IS-VALID VALUE "Y" FALSE "N".
      *> The master, address file and deduction totals each only add
      *> to the statement; without one the statement still prints
      *> from the history file, the gap noted on it.
       01 WS-EMP-ON-FILE            PIC X VALUE "N".
           88 EMP-ON-FILE VALUE "Y" FALSE "N".
       01 WS-ADDR-ON-FILE           PIC X VALUE "N".
           88 ADDR-ON-FILE VALUE "Y" FALSE "N".
       01 WS-DEDUCTS-ON-FILE        PIC X VALUE "N".
           88 DEDUCTS-ON-FILE VALUE "Y" FALSE "N".
       01 WS-EMP-FOUND              PIC X VALUE "N".
           88 EMP-FOUND VALUE "Y" FALSE "N".
       01 WS-ADDR-FOUND             PIC X VALUE "N".
           88 ADDR-FOUND VALUE "Y" FALSE "N".
       01 WS-CORRECTION-RUN         PIC X VALUE "N".
           88 CORRECTION-RUN VALUE "Y" FALSE "N".

      *> The employer as the taxing authority knows it - the same name
      *> and company ID the bank deposit batch carries.
       01 WS-COMPANY-NAME           PIC X(23) VALUE "PAYROLL".
       01 WS-COMPANY-ID             PIC X(10) VALUE "PAYROLL001".

       01 WS-TAX-YEAR-INPUT         PIC X(4) VALUE SPACES.
       01 WS-TAX-YEAR REDEFINES WS-TAX-YEAR-INPUT PIC 9(4).
       01 WS-HISTORY-DATE-INPUT     PIC X(8) VALUE SPACES.
       01 WS-CORRECT-SSN-INPUT      PIC X(9) VALUE SPACES.
       01 WS-CORRECT-SSN REDEFINES WS-CORRECT-SSN-INPUT.
           02 WS-CORRECT-SSAREA     PIC 999.
           02 WS-CORRECT-SSGROUP    PIC 99.
           02 WS-CORRECT-SSSERIAL   PIC 9999.
       01 WS-RUN-DATE               PIC 9(8) VALUE ZEROS.
       01 WS-EMP-NAME               PIC X(30) VALUE SPACES.
       01 WS-EMP-STATUS             PIC X(13) VALUE SPACES.
       01 WS-CONTROL-NOTE           PIC X(20) VALUE SPACES.
       01 WS-CITY-LINE              PIC X(60) VALUE SPACES.
       01 WS-QTR-SUB                PIC 9 VALUE ZERO.
       01 WS-QTR-GROSS-SUM          PIC 9(11)V99 VALUE ZEROS.
       01 WS-EMP-WITHHELD           PIC 9(9)V99 VALUE ZEROS.

       01 WS-HISTORY-READ           PIC 9(7) VALUE ZEROS.
       01 WS-TRAILER-COUNT          PIC 9(7) VALUE ZEROS.
       01 WS-OTHER-YEAR             PIC 9(7) VALUE ZEROS.
       01 WS-STATEMENTS-PRINTED     PIC 9(7) VALUE ZEROS.
       01 WS-QTR-MISMATCHES         PIC 9(7) VALUE ZEROS.
       01 WS-NO-ADDRESS             PIC 9(7) VALUE ZEROS.
       01 WS-HISTORY-GROSS          PIC 9(11)V99 VALUE ZEROS.
       01 WS-STATEMENT-GROSS        PIC 9(11)V99 VALUE ZEROS.
       01 WS-SUBMISSION-GROSS       PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-WITHHELD         PIC 9(11)V99 VALUE ZEROS.
       01 WS-JOBLOG-PROGRAM         PIC X(12) VALUE "W2STMT".
       01 WS-JOBLOG-READ            PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-GOOD            PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-BAD             PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-OUTCOME         PIC X(8) VALUE "OK".

      *> Statement layout, one block per employee.
       01 WS-STMT-TITLE.
           05 FILLER          PIC X(32) VALUE
               "ANNUAL WAGE AND TAX STATEMENT".
           05 FILLER          PIC X(9)  VALUE "TAX YEAR ".
           05 WS-STT-YEAR     PIC 9(4).
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 WS-STT-CORRECTED PIC X(9).
       01 WS-STMT-TEXT-LINE.
           05 WS-STX-LABEL    PIC X(12).
           05 WS-STX-TEXT     PIC X(60).
       01 WS-STMT-SSN-LINE.
           05 FILLER          PIC X(12) VALUE "SSN:".
           05 WS-STS-SSAREA   PIC 999.
           05 FILLER          PIC X VALUE "-".
           05 WS-STS-SSGROUP  PIC 99.
           05 FILLER          PIC X VALUE "-".
           05 WS-STS-SSSERIAL PIC 9999.
       01 WS-STMT-CAPTION-LINE.
           05 FILLER          PIC X(10) VALUE SPACES.
           05 WS-STC-TEXT     PIC X(30).
       01 WS-STMT-AMOUNT-LINE.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 WS-STA-CODE     PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-STA-LABEL    PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-STA-AMOUNT   PIC ZZZZZZZZ9.99.

       01 WS-HEADING-1.
           05 FILLER PIC X(40) VALUE
               "YEAR-END WAGE STATEMENT CONTROL REPORT".
           05 FILLER          PIC X(9) VALUE "TAX YEAR ".
           05 WS-HDG-YEAR     PIC 9(4).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-HDG-FILE     PIC X(30).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-HDG-CORRECTED PIC X(9).
       01 WS-HEADING-2.
           05 FILLER PIC X(13) VALUE "SSN".
           05 FILLER PIC X(32) VALUE "NAME".
           05 FILLER PIC X(15) VALUE "STATUS".
           05 FILLER PIC X(15) VALUE "WAGES".
           05 FILLER PIC X(15) VALUE "WITHHELD".
           05 FILLER PIC X(20) VALUE "NOTE".
       01 WS-DETAIL-LINE.
           05 WS-DTL-SSAREA   PIC 999.
           05 FILLER          PIC X VALUE "-".
           05 WS-DTL-SSGROUP  PIC 99.
           05 FILLER          PIC X VALUE "-".
           05 WS-DTL-SSSERIAL PIC 9999.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-NAME     PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-STATUS   PIC X(13).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-WAGES    PIC ZZZZZZZZ9.99.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-DTL-WITHHELD PIC ZZZZZZZZ9.99.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-DTL-NOTE     PIC X(20).
       01 WS-FOOTER-COUNT.
           05 WS-FTR-COUNT-LABEL PIC X(30).
           05 WS-FTR-COUNT       PIC ZZZZZZ9.
       01 WS-FOOTER-AMOUNT.
           05 WS-FTR-AMOUNT-LABEL PIC X(30).
           05 WS-FTR-AMOUNT       PIC ZZZZZZZZZ9.99.
       01 WS-BALANCE-LINE.
           05 FILLER          PIC X(8) VALUE "CONTROL ".
           05 WS-BAL-VERDICT  PIC X(15).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "JobLog-Start" USING WS-JOBLOG-PROGRAM
            END-CALL
            PERFORM 1000-ACCEPT-RUN-PARAMETERS
            PERFORM 1100-INITIALIZE
            PERFORM UNTIL END-OF-FILE
                READ HISTORY-FILE
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END PERFORM 2000-PROCESS-RECORD
                END-READ
            END-PERFORM
            PERFORM 3000-WRITE-CONTROL-TOTALS
            PERFORM 4000-TERMINATE
            STOP RUN.

      *> Nothing is opened until the operator has given a usable tax
      *> year and history date, so a bad answer leaves last run's
      *> statements and submission file as they were.
       1000-ACCEPT-RUN-PARAMETERS.
            DISPLAY "Tax year (YYYY): "
            ACCEPT WS-TAX-YEAR-INPUT
            IF WS-TAX-YEAR-INPUT IS NOT NUMERIC
                OR WS-TAX-YEAR = ZEROS
                DISPLAY "No usable tax year given - "
                    "no statements produced"
                PERFORM 8000-JOBLOG-ERROR-END
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY "Year-end history file date (YYYYMMDD): "
            ACCEPT WS-HISTORY-DATE-INPUT
            IF WS-HISTORY-DATE-INPUT IS NOT NUMERIC
                DISPLAY "No usable history file date given - "
                    "no statements produced"
                PERFORM 8000-JOBLOG-ERROR-END
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            STRING "YTDHIST." DELIMITED BY SIZE
                   WS-HISTORY-DATE-INPUT DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                INTO WS-HISTORY-FILENAME
            DISPLAY "Corrected statement for SSN (blank for all): "
            ACCEPT WS-CORRECT-SSN-INPUT
            IF WS-CORRECT-SSN-INPUT = SPACES
                MOVE "W2STMT.RPT" TO WS-STATEMENT-FILENAME
                MOVE "W2FILE.DAT" TO WS-SUBMISSION-FILENAME
            ELSE
                SET SSN-IS-VALID TO FALSE
                IF WS-CORRECT-SSN-INPUT IS NUMERIC
                    MOVE WS-CORRECT-SSAREA   TO SSArea
                    MOVE WS-CORRECT-SSGROUP  TO SSGroup
                    MOVE WS-CORRECT-SSSERIAL TO SSSerial
                    PERFORM 1050-VALIDATE-SSN
                END-IF
                IF NOT SSN-IS-VALID
                    DISPLAY "SSN " WS-CORRECT-SSN-INPUT
                        " is not a valid SSN - "
                        "no corrected statement produced"
                    PERFORM 8000-JOBLOG-ERROR-END
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                SET CORRECTION-RUN TO TRUE
                MOVE "W2CSTMT.RPT" TO WS-STATEMENT-FILENAME
                MOVE "W2CFILE.DAT" TO WS-SUBMISSION-FILENAME
            END-IF.

       1050-VALIDATE-SSN.
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

       1100-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN INPUT HISTORY-FILE
            IF WS-HISTORY-STATUS NOT = "00"
                IF WS-HISTORY-STATUS = "35"
                    DISPLAY WS-HISTORY-FILENAME " not found - "
                        "no statements produced"
                ELSE
                    DISPLAY "Error opening " WS-HISTORY-FILENAME
                        " - status " WS-HISTORY-STATUS
                END-IF
                PERFORM 8000-JOBLOG-ERROR-END
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT EMPLOYEE-MASTER
            IF WS-EMPLOYEE-MASTER-STATUS = "00"
                SET EMP-ON-FILE TO TRUE
            ELSE
                DISPLAY "EMPMAST.DAT not available - status "
                    WS-EMPLOYEE-MASTER-STATUS
                    " - names taken from the history file"
            END-IF
            OPEN INPUT ADDRESS-MASTER
            IF WS-ADDRESS-MASTER-STATUS = "00"
                SET ADDR-ON-FILE TO TRUE
            ELSE
                DISPLAY "EMPADDR.DAT not available - status "
                    WS-ADDRESS-MASTER-STATUS
                    " - no addresses printed"
            END-IF
            OPEN INPUT DEDUCT-YTD-FILE
            IF WS-DEDUCT-YTD-STATUS = "00"
                SET DEDUCTS-ON-FILE TO TRUE
            ELSE
                DISPLAY "DEDYTD.DAT not available - status "
                    WS-DEDUCT-YTD-STATUS
                    " - no withholding printed"
            END-IF
            OPEN OUTPUT STATEMENT-FILE
            OPEN OUTPUT SUBMISSION-FILE
            IF WS-SUBMISSION-STATUS NOT = "00"
                DISPLAY "Error opening " WS-SUBMISSION-FILENAME
                    " - status " WS-SUBMISSION-STATUS
                SET END-OF-FILE TO TRUE
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            ELSE
                MOVE SPACES TO SUBMISSION-RECORD
                MOVE "E" TO W2-RECORD-TYPE
                MOVE WS-TAX-YEAR     TO W2-TAX-YEAR
                MOVE WS-COMPANY-ID   TO W2-EMPLOYER-ID
                MOVE WS-COMPANY-NAME TO W2-EMPLOYER-NAME
                MOVE WS-RUN-DATE     TO W2-CREATED-DATE
                IF CORRECTION-RUN
                    MOVE "C" TO W2-SUBMISSION-TYPE
                ELSE
                    MOVE "O" TO W2-SUBMISSION-TYPE
                END-IF
                WRITE SUBMISSION-RECORD
            END-IF
            OPEN OUTPUT CONTROL-REPORT
            MOVE WS-TAX-YEAR         TO WS-HDG-YEAR
            MOVE WS-HISTORY-FILENAME TO WS-HDG-FILE
            MOVE WS-TAX-YEAR         TO WS-STT-YEAR
            IF CORRECTION-RUN
                MOVE "CORRECTED" TO WS-HDG-CORRECTED
                MOVE "CORRECTED" TO WS-STT-CORRECTED
            ELSE
                MOVE SPACES TO WS-HDG-CORRECTED
                MOVE SPACES TO WS-STT-CORRECTED
            END-IF
            WRITE CONTROL-REPORT-LINE FROM WS-HEADING-1
            WRITE CONTROL-REPORT-LINE FROM WS-HEADING-2.

       2000-PROCESS-RECORD.
            IF TRAILER-SEEN
                DISPLAY "Record after the " WS-HISTORY-FILENAME
                    " trailer - control forced out of balance"
                SET FEED-ERROR TO TRUE
            ELSE
                IF YH-RECORD-TYPE = "D"
                    ADD 1 TO WS-HISTORY-READ
                    IF NOT CORRECTION-RUN
                        ADD YH-YTD-GROSS TO WS-HISTORY-GROSS
                    END-IF
                    PERFORM 2050-SELECT-EMPLOYEE
                ELSE
                    IF YH-RECORD-TYPE = "T"
                        SET TRAILER-SEEN TO TRUE
                        MOVE YH-RECORD-COUNT TO WS-TRAILER-COUNT
                    ELSE
                        DISPLAY "Unknown record type """
                            YH-RECORD-TYPE """ in "
                            WS-HISTORY-FILENAME
                            " - control forced out of balance"
                        SET FEED-ERROR TO TRUE
                    END-IF
                END-IF
            END-IF.

      *> A history file holds one year; a record for any other year
      *> means the wrong file was named and is counted, not printed.
      *> A full run has already added every record's gross to the
      *> history total, so a skipped record keeps the run from
      *> balancing; a correction run totals its one employee only.
       2050-SELECT-EMPLOYEE.
            IF YH-YEAR NOT = WS-TAX-YEAR
                ADD 1 TO WS-OTHER-YEAR
            ELSE
                IF NOT CORRECTION-RUN
                    OR YH-SSNUM = WS-CORRECT-SSN-INPUT
                    PERFORM 2100-PRODUCE-STATEMENT
                END-IF
            END-IF.

       2100-PRODUCE-STATEMENT.
            MOVE SPACES TO WS-CONTROL-NOTE
            MOVE ZEROS  TO WS-EMP-WITHHELD
            IF CORRECTION-RUN
                ADD YH-YTD-GROSS TO WS-HISTORY-GROSS
            END-IF
            PERFORM 2150-CHECK-QUARTERS
            PERFORM 2200-LOOKUP-EMPLOYEE
            PERFORM 2300-PRINT-STATEMENT-HEADER
            PERFORM 2400-PRINT-WAGES
            PERFORM 2500-PRINT-WITHHOLDING
            PERFORM 2600-WRITE-WAGE-RECORD
            PERFORM 2700-WRITE-CONTROL-LINE
            ADD 1 TO WS-STATEMENTS-PRINTED.

      *> The four quarter buckets must add up to the year; if they do
      *> not, the year's postings are suspect and the run will not
      *> balance until someone has looked.
       2150-CHECK-QUARTERS.
            MOVE ZEROS TO WS-QTR-GROSS-SUM
            PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                UNTIL WS-QTR-SUB > 4
                ADD YH-QTR-GROSS (WS-QTR-SUB) TO WS-QTR-GROSS-SUM
            END-PERFORM
            IF WS-QTR-GROSS-SUM NOT = YH-YTD-GROSS
                MOVE "QTRS NOT = YTD" TO WS-CONTROL-NOTE
                ADD 1 TO WS-QTR-MISMATCHES
            END-IF.

      *> The master gives the current spelling of the name and says
      *> whether the employee has left; someone since purged from the
      *> master is still sent a statement under the history name.
       2200-LOOKUP-EMPLOYEE.
            SET EMP-FOUND TO FALSE
            MOVE YH-NAME TO WS-EMP-NAME
            MOVE "NOT ON MASTER" TO WS-EMP-STATUS
            IF EMP-ON-FILE
                MOVE YH-SSNUM TO EM-SSNUM
                READ EMPLOYEE-MASTER
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        SET EMP-FOUND TO TRUE
                        MOVE EM-NAME TO WS-EMP-NAME
                        IF EM-ACTIVE-STATUS = "T"
                            MOVE "TERMINATED" TO WS-EMP-STATUS
                        ELSE
                            MOVE "ACTIVE" TO WS-EMP-STATUS
                        END-IF
                END-READ
            END-IF
            SET ADDR-FOUND TO FALSE
            IF ADDR-ON-FILE
                MOVE YH-SSNUM TO EA-SSNUM
                READ ADDRESS-MASTER
                    INVALID KEY CONTINUE
                    NOT INVALID KEY SET ADDR-FOUND TO TRUE
                END-READ
            END-IF
            IF NOT ADDR-FOUND
                MOVE SPACES TO EA-STREET EA-CITY EA-STATE EA-ZIP
                ADD 1 TO WS-NO-ADDRESS
                IF WS-CONTROL-NOTE = SPACES
                    MOVE "ADDRESS NOT ON FILE" TO WS-CONTROL-NOTE
                END-IF
            END-IF.

       2300-PRINT-STATEMENT-HEADER.
            WRITE STATEMENT-LINE FROM WS-STMT-TITLE
            MOVE "EMPLOYER:" TO WS-STX-LABEL
            MOVE SPACES TO WS-STX-TEXT
            STRING WS-COMPANY-NAME DELIMITED BY "  "
                   "  ID " DELIMITED BY SIZE
                   WS-COMPANY-ID DELIMITED BY SIZE
                INTO WS-STX-TEXT
            WRITE STATEMENT-LINE FROM WS-STMT-TEXT-LINE
            MOVE "EMPLOYEE:" TO WS-STX-LABEL
            MOVE WS-EMP-NAME TO WS-STX-TEXT
            WRITE STATEMENT-LINE FROM WS-STMT-TEXT-LINE
            MOVE YH-SSAREA   TO WS-STS-SSAREA
            MOVE YH-SSGROUP  TO WS-STS-SSGROUP
            MOVE YH-SSSERIAL TO WS-STS-SSSERIAL
            WRITE STATEMENT-LINE FROM WS-STMT-SSN-LINE
            MOVE "ADDRESS:" TO WS-STX-LABEL
            IF ADDR-FOUND
                MOVE EA-STREET TO WS-STX-TEXT
                WRITE STATEMENT-LINE FROM WS-STMT-TEXT-LINE
                MOVE SPACES TO WS-CITY-LINE
                STRING EA-CITY DELIMITED BY "  "
                       ", " DELIMITED BY SIZE
                       EA-STATE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       EA-ZIP DELIMITED BY SIZE
                    INTO WS-CITY-LINE
                MOVE SPACES TO WS-STX-LABEL
                MOVE WS-CITY-LINE TO WS-STX-TEXT
            ELSE
                MOVE "ADDRESS NOT ON FILE" TO WS-STX-TEXT
            END-IF
            WRITE STATEMENT-LINE FROM WS-STMT-TEXT-LINE
            IF WS-EMP-STATUS = "TERMINATED"
                MOVE "STATUS:" TO WS-STX-LABEL
                MOVE "TERMINATED" TO WS-STX-TEXT
                WRITE STATEMENT-LINE FROM WS-STMT-TEXT-LINE
            END-IF.

       2400-PRINT-WAGES.
            MOVE SPACES TO WS-STA-CODE
            MOVE "REGULAR WAGES" TO WS-STA-LABEL
            MOVE YH-YTD-REGULAR TO WS-STA-AMOUNT
            WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
            MOVE "OVERTIME WAGES" TO WS-STA-LABEL
            MOVE YH-YTD-OVERTIME TO WS-STA-AMOUNT
            WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
            MOVE "TOTAL WAGES" TO WS-STA-LABEL
            MOVE YH-YTD-GROSS TO WS-STA-AMOUNT
            WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
            ADD YH-YTD-GROSS TO WS-STATEMENT-GROSS.

      *> The deduction-totals key runs SSN, tax year, deduction code,
      *> so a START on the SSN and year hands back the employee's
      *> withholding for the year code by code.
       2500-PRINT-WITHHOLDING.
            MOVE "DEDUCTIONS WITHHELD" TO WS-STC-TEXT
            WRITE STATEMENT-LINE FROM WS-STMT-CAPTION-LINE
            IF DEDUCTS-ON-FILE
                SET END-OF-DEDUCTS TO FALSE
                MOVE YH-SSNUM    TO DY-SSNUM
                MOVE WS-TAX-YEAR TO DY-TAX-YEAR
                MOVE LOW-VALUES  TO DY-DEDUCT-CODE
                START DEDUCT-YTD-FILE KEY IS >= DY-KEY
                    INVALID KEY SET END-OF-DEDUCTS TO TRUE
                END-START
                PERFORM UNTIL END-OF-DEDUCTS
                    READ DEDUCT-YTD-FILE NEXT
                        AT END SET END-OF-DEDUCTS TO TRUE
                        NOT AT END
                            IF DY-SSNUM = YH-SSNUM
                                AND DY-TAX-YEAR = WS-TAX-YEAR
                                PERFORM 2550-PRINT-ONE-DEDUCTION
                            ELSE
                                SET END-OF-DEDUCTS TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            MOVE SPACES TO WS-STA-CODE
            MOVE "TOTAL WITHHELD" TO WS-STA-LABEL
            MOVE WS-EMP-WITHHELD TO WS-STA-AMOUNT
            WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
            MOVE SPACES TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            ADD WS-EMP-WITHHELD TO WS-TOTAL-WITHHELD.

       2550-PRINT-ONE-DEDUCTION.
            MOVE DY-DEDUCT-CODE TO WS-STA-CODE
            MOVE DY-DESCRIPTION TO WS-STA-LABEL
            MOVE DY-AMOUNT      TO WS-STA-AMOUNT
            WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
            ADD DY-AMOUNT TO WS-EMP-WITHHELD.

       2600-WRITE-WAGE-RECORD.
            MOVE SPACES TO SUBMISSION-RECORD
            MOVE "W" TO W2-RECORD-TYPE
            MOVE YH-SSNUM        TO W2-SSNUM
            MOVE WS-EMP-NAME     TO W2-NAME
            MOVE EA-STREET       TO W2-STREET
            MOVE EA-CITY         TO W2-CITY
            MOVE EA-STATE        TO W2-STATE
            MOVE EA-ZIP          TO W2-ZIP
            MOVE YH-YTD-GROSS    TO W2-WAGES
            MOVE WS-EMP-WITHHELD TO W2-WITHHELD
            IF WS-EMP-STATUS = "TERMINATED"
                MOVE "Y" TO W2-TERMINATED
            ELSE
                MOVE "N" TO W2-TERMINATED
            END-IF
            WRITE SUBMISSION-RECORD
            ADD YH-YTD-GROSS TO WS-SUBMISSION-GROSS.

       2700-WRITE-CONTROL-LINE.
            MOVE YH-SSAREA       TO WS-DTL-SSAREA
            MOVE YH-SSGROUP      TO WS-DTL-SSGROUP
            MOVE YH-SSSERIAL     TO WS-DTL-SSSERIAL
            MOVE WS-EMP-NAME     TO WS-DTL-NAME
            MOVE WS-EMP-STATUS   TO WS-DTL-STATUS
            MOVE YH-YTD-GROSS    TO WS-DTL-WAGES
            MOVE WS-EMP-WITHHELD TO WS-DTL-WITHHELD
            MOVE WS-CONTROL-NOTE TO WS-DTL-NOTE
            WRITE CONTROL-REPORT-LINE FROM WS-DETAIL-LINE.

      *> The statements balance only when the history file proves
      *> complete against its own trailer, holds nothing but the tax
      *> year asked for, and the year-to-date gross on the file, the
      *> gross printed on the statements and the gross on the
      *> submission file are the same to the cent.
       3000-WRITE-CONTROL-TOTALS.
            IF CORRECTION-RUN AND WS-STATEMENTS-PRINTED = ZEROS
                DISPLAY "SSN " WS-CORRECT-SSN-INPUT
                    " has no " WS-TAX-YEAR " record in "
                    WS-HISTORY-FILENAME
                    " - no corrected statement produced"
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-IF
            IF TRAILER-SEEN
                AND NOT FEED-ERROR
                AND WS-TRAILER-COUNT = WS-HISTORY-READ
                AND WS-OTHER-YEAR = ZEROS
                AND WS-STATEMENT-GROSS = WS-HISTORY-GROSS
                AND WS-SUBMISSION-GROSS = WS-HISTORY-GROSS
                AND WS-QTR-MISMATCHES = ZEROS
                MOVE "IN BALANCE" TO WS-BAL-VERDICT
            ELSE
                IF NOT TRAILER-SEEN
                    MOVE "NO TRAILER" TO WS-BAL-VERDICT
                ELSE
                    MOVE "OUT OF BALANCE" TO WS-BAL-VERDICT
                END-IF
                IF WS-JOBLOG-OUTCOME = "OK"
                    MOVE "OUTOFBAL" TO WS-JOBLOG-OUTCOME
                END-IF
            END-IF
            MOVE SPACES TO CONTROL-REPORT-LINE
            WRITE CONTROL-REPORT-LINE
            MOVE "HISTORY RECORDS READ:" TO WS-FTR-COUNT-LABEL
            MOVE WS-HISTORY-READ TO WS-FTR-COUNT
            WRITE CONTROL-REPORT-LINE FROM WS-FOOTER-COUNT
            MOVE "HISTORY TRAILER COUNT:" TO WS-FTR-COUNT-LABEL
            MOVE WS-TRAILER-COUNT TO WS-FTR-COUNT
            WRITE CONTROL-REPORT-LINE FROM WS-FOOTER-COUNT
            MOVE "OTHER-YEAR RECORDS SKIPPED:" TO WS-FTR-COUNT-LABEL
            MOVE WS-OTHER-YEAR TO WS-FTR-COUNT
            WRITE CONTROL-REPORT-LINE FROM WS-FOOTER-COUNT
            MOVE "STATEMENTS PRINTED:" TO WS-FTR-COUNT-LABEL
            MOVE WS-STATEMENTS-PRINTED TO WS-FTR-COUNT
            WRITE CONTROL-REPORT-LINE FROM WS-FOOTER-COUNT
            MOVE "QUARTERS NOT EQUAL TO YTD:" TO WS-FTR-COUNT-LABEL
            MOVE WS-QTR-MISMATCHES TO WS-FTR-COUNT
            WRITE CONTROL-REPORT-LINE FROM WS-FOOTER-COUNT
            MOVE "ADDRESSES NOT ON FILE:" TO WS-FTR-COUNT-LABEL
            MOVE WS-NO-ADDRESS TO WS-FTR-COUNT
            WRITE CONTROL-REPORT-LINE FROM WS-FOOTER-COUNT
            MOVE "HISTORY YTD GROSS:" TO WS-FTR-AMOUNT-LABEL
            MOVE WS-HISTORY-GROSS TO WS-FTR-AMOUNT
            WRITE CONTROL-REPORT-LINE FROM WS-FOOTER-AMOUNT
            MOVE "STATEMENT WAGES TOTAL:" TO WS-FTR-AMOUNT-LABEL
            MOVE WS-STATEMENT-GROSS TO WS-FTR-AMOUNT
            WRITE CONTROL-REPORT-LINE FROM WS-FOOTER-AMOUNT
            MOVE "SUBMISSION WAGES TOTAL:" TO WS-FTR-AMOUNT-LABEL
            MOVE WS-SUBMISSION-GROSS TO WS-FTR-AMOUNT
            WRITE CONTROL-REPORT-LINE FROM WS-FOOTER-AMOUNT
            MOVE "TOTAL WITHHELD:" TO WS-FTR-AMOUNT-LABEL
            MOVE WS-TOTAL-WITHHELD TO WS-FTR-AMOUNT
            WRITE CONTROL-REPORT-LINE FROM WS-FOOTER-AMOUNT
            WRITE CONTROL-REPORT-LINE FROM WS-BALANCE-LINE.

       4000-TERMINATE.
            CLOSE HISTORY-FILE
            IF EMP-ON-FILE
                CLOSE EMPLOYEE-MASTER
            END-IF
            IF ADDR-ON-FILE
                CLOSE ADDRESS-MASTER
            END-IF
            IF DEDUCTS-ON-FILE
                CLOSE DEDUCT-YTD-FILE
            END-IF
            CLOSE STATEMENT-FILE
            IF WS-SUBMISSION-STATUS = "00"
                MOVE SPACES TO SUBMISSION-RECORD
                MOVE "T" TO W2-RECORD-TYPE
                MOVE WS-STATEMENTS-PRINTED TO W2-EMPLOYEE-COUNT
                MOVE WS-SUBMISSION-GROSS   TO W2-WAGES-TOTAL
                MOVE WS-TOTAL-WITHHELD     TO W2-WITHHELD-TOTAL
                WRITE SUBMISSION-RECORD
                CLOSE SUBMISSION-FILE
            END-IF
            CLOSE CONTROL-REPORT
            DISPLAY "Wage statements complete - " WS-STATEMENTS-PRINTED
                " printed, wages " WS-STATEMENT-GROSS
                " withheld " WS-TOTAL-WITHHELD
                " - control " WS-BAL-VERDICT
            MOVE WS-HISTORY-READ       TO WS-JOBLOG-READ
            MOVE WS-STATEMENTS-PRINTED TO WS-JOBLOG-GOOD
            ADD WS-QTR-MISMATCHES WS-NO-ADDRESS GIVING WS-JOBLOG-BAD
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

       END PROGRAM W2Stmt.
