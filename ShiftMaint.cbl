      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shift-schedule maintenance - applies add/replace and
      *          delete transactions against the indexed SHIFTSCH.DAT
      *          shift-schedule master that AttendRpt checks the
      *          sign-in log against, and prints an applied/rejected
      *          register so supervisors can verify every change
      *          landed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShiftMaint.
       AUTHOR. Jean Buelvas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIFT-TRANS-FILE ASSIGN TO "SHIFTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-TRANS-STATUS.
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
           SELECT MAINT-REGISTER ASSIGN TO "SHIFTMAINT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Transaction codes: "A" add a schedule, or replace the one on
      *> file (the employee changed shifts), "D" delete the schedule.
      *> Times are HHMM; work days are seven Y/N flags, Monday first.
       FD  SHIFT-TRANS-FILE.
       01 SHIFT-TRANS-RECORD.
           02 ST-TRANS-CODE PIC X.
           02 ST-SSNUM.
               COPY "SSNUM.cpy"
                   REPLACING ==05== BY ==03==
                             SSArea   BY ST-SSAREA
                             SSGroup  BY ST-SSGROUP
                             SSSerial BY ST-SSSERIAL.
           02 ST-START-TIME   PIC 9(4).
           02 ST-START-TIME-X REDEFINES ST-START-TIME PIC X(4).
           02 ST-END-TIME     PIC 9(4).
           02 ST-END-TIME-X   REDEFINES ST-END-TIME PIC X(4).
           02 ST-WORK-DAYS    PIC X(7).
           02 ST-WORK-DAY-FLAGS REDEFINES ST-WORK-DAYS.
               03 ST-WORK-DAY PIC X OCCURS 7 TIMES.

       FD  SHIFT-MASTER.
       01 SHIFT-MASTER-RECORD.
           COPY "SHIFTSCH.cpy" REPLACING ==05== BY ==02==.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-RECORD.
           COPY "EMPMAST.cpy" REPLACING ==05== BY ==02==.

       FD  MAINT-REGISTER.
       01 MAINT-REGISTER-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 SSNum.
           COPY "SSNUM.cpy" REPLACING ==05== BY ==02==.
       01 WS-SHIFT-TRANS-STATUS     PIC XX VALUE ZEROS.
       01 WS-SHIFT-MASTER-STATUS    PIC XX VALUE ZEROS.
       01 WS-EMPLOYEE-MASTER-STATUS PIC XX VALUE ZEROS.
       01 WS-MAINT-REGISTER-STATUS  PIC XX VALUE ZEROS.
       01 WS-END-OF-FILE            PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".
       01 WS-SSN-IS-VALID           PIC X VALUE "N".
           88 SSN-IS-VALID VALUE "Y" FALSE "N".
       01 WS-ENTRY-IS-VALID         PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
       01 WS-TIME-IS-VALID          PIC X VALUE "N".
           88 TIME-IS-VALID VALUE "Y" FALSE "N".
      *> Schedules are only accepted for people on the Employee
      *> Master; until one exists the check is skipped, as AddrMaint
      *> does.
       01 WS-EMP-VALIDATION         PIC X VALUE "N".
           88 EMP-VALIDATION-ON VALUE "Y" FALSE "N".
       01 WS-CHECK-TIME             PIC 9(4) VALUE ZEROS.
       01 WS-CHECK-TIME-SPLIT REDEFINES WS-CHECK-TIME.
           02 WS-CHECK-HOUR PIC 99.
           02 WS-CHECK-MIN  PIC 99.
       01 WS-DAY-IX                 PIC 9 VALUE ZEROS.
       01 WS-DAYS-WORKED            PIC 9 VALUE ZEROS.
       01 WS-DAYS-INVALID           PIC 9 VALUE ZEROS.
       01 WS-TRANS-READ             PIC 9(7) VALUE ZEROS.
       01 WS-TRANS-APPLIED          PIC 9(7) VALUE ZEROS.
       01 WS-TRANS-REJECTED         PIC 9(7) VALUE ZEROS.
       01 WS-ACTION-TAKEN           PIC X(34) VALUE SPACES.
       01 WS-JOBLOG-PROGRAM         PIC X(12) VALUE "SHIFTMAINT".
       01 WS-JOBLOG-READ            PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-GOOD            PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-BAD             PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-OUTCOME         PIC X(8) VALUE "OK".

       01 WS-HEADING-1.
           05 FILLER PIC X(40) VALUE
               "SHIFT SCHEDULE MAINTENANCE REGISTER".
       01 WS-HEADING-2.
           05 FILLER PIC X(6)  VALUE "CODE".
           05 FILLER PIC X(13) VALUE "SSN".
           05 FILLER PIC X(7)  VALUE "START".
           05 FILLER PIC X(7)  VALUE "END".
           05 FILLER PIC X(10) VALUE "MTWTFSS".
           05 FILLER PIC X(34) VALUE "ACTION".
       01 WS-DETAIL-LINE.
           05 WS-DTL-CODE     PIC X.
           05 FILLER          PIC X(5) VALUE SPACES.
           05 WS-DTL-SSAREA   PIC 999.
           05 FILLER          PIC X VALUE "-".
           05 WS-DTL-SSGROUP  PIC 99.
           05 FILLER          PIC X VALUE "-".
           05 WS-DTL-SSSERIAL PIC 9999.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-START    PIC X(4).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-DTL-END      PIC X(4).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-DTL-DAYS     PIC X(7).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-DTL-ACTION   PIC X(34).
       01 WS-FOOTER-APPLIED.
           05 FILLER          PIC X(21) VALUE "TRANS APPLIED:       ".
           05 WS-FTR-APPLIED  PIC ZZZZZZ9.
       01 WS-FOOTER-REJECTED.
           05 FILLER          PIC X(21) VALUE "TRANS REJECTED:      ".
           05 WS-FTR-REJECTED PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "JobLog-Start" USING WS-JOBLOG-PROGRAM
            END-CALL
            PERFORM 1000-INITIALIZE
            PERFORM UNTIL END-OF-FILE
                READ SHIFT-TRANS-FILE
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END PERFORM 2000-PROCESS-TRANSACTION
                END-READ
            END-PERFORM
            PERFORM 4000-TERMINATE
            STOP RUN.

       1000-INITIALIZE.
            OPEN INPUT SHIFT-TRANS-FILE
            IF WS-SHIFT-TRANS-STATUS = "35"
                DISPLAY "SHIFTTRAN.DAT not found - "
                    "no maintenance applied"
                SET END-OF-FILE TO TRUE
            ELSE
                IF WS-SHIFT-TRANS-STATUS NOT = "00"
                    DISPLAY "Error opening SHIFTTRAN.DAT - status "
                        WS-SHIFT-TRANS-STATUS
                    SET END-OF-FILE TO TRUE
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                END-IF
            END-IF
            OPEN I-O SHIFT-MASTER
            IF WS-SHIFT-MASTER-STATUS = "35"
                OPEN OUTPUT SHIFT-MASTER
                CLOSE SHIFT-MASTER
                OPEN I-O SHIFT-MASTER
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
                SET EMP-VALIDATION-ON TO TRUE
            ELSE
                IF WS-EMPLOYEE-MASTER-STATUS = "35"
                    DISPLAY "EMPMAST.DAT not found - "
                        "employees not validated"
                ELSE
                    DISPLAY "Error opening EMPMAST.DAT - status "
                        WS-EMPLOYEE-MASTER-STATUS
                        " - employees not validated"
                END-IF
            END-IF
            OPEN OUTPUT MAINT-REGISTER
            WRITE MAINT-REGISTER-LINE FROM WS-HEADING-1
            WRITE MAINT-REGISTER-LINE FROM WS-HEADING-2.

       2000-PROCESS-TRANSACTION.
            ADD 1 TO WS-TRANS-READ
            MOVE SPACES TO WS-ACTION-TAKEN
            MOVE ST-SSAREA   TO SSArea
            MOVE ST-SSGROUP  TO SSGroup
            MOVE ST-SSSERIAL TO SSSerial
            PERFORM 2100-VALIDATE-SSN
            IF NOT SSN-IS-VALID
                MOVE "REJECTED - INVALID SSN" TO WS-ACTION-TAKEN
                ADD 1 TO WS-TRANS-REJECTED
            ELSE
                IF ST-TRANS-CODE = "A"
                    PERFORM 2200-APPLY-ADD
                ELSE
                    IF ST-TRANS-CODE = "D"
                        PERFORM 2400-APPLY-DELETE
                    ELSE
                        MOVE "REJECTED - UNKNOWN TRANS CODE"
                            TO WS-ACTION-TAKEN
                        ADD 1 TO WS-TRANS-REJECTED
                    END-IF
                END-IF
            END-IF
            PERFORM 3000-PRINT-REGISTER-LINE.

       2100-VALIDATE-SSN.
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

       2200-APPLY-ADD.
            PERFORM 2250-VALIDATE-SHIFT
            IF ENTRY-IS-VALID
                PERFORM 2270-WRITE-SHIFT
            ELSE
                ADD 1 TO WS-TRANS-REJECTED
            END-IF.

      *> Each check sets its own rejection text; the first failure
      *> found is the one printed on the register.  A terminated
      *> employee is not put on a shift - AttendRpt would never look
      *> for them.
       2250-VALIDATE-SHIFT.
            SET ENTRY-IS-VALID TO TRUE
            IF EMP-VALIDATION-ON
                MOVE SSArea   TO EM-SSAREA
                MOVE SSGroup  TO EM-SSGROUP
                MOVE SSSerial TO EM-SSSERIAL
                READ EMPLOYEE-MASTER
                    INVALID KEY
                        MOVE "REJECTED - NOT ON EMPLOYEE MASTER"
                            TO WS-ACTION-TAKEN
                        SET ENTRY-IS-VALID TO FALSE
                    NOT INVALID KEY
                        IF EM-ACTIVE-STATUS = "T"
                            MOVE "REJECTED - EMPLOYEE TERMINATED"
                                TO WS-ACTION-TAKEN
                            SET ENTRY-IS-VALID TO FALSE
                        END-IF
                END-READ
            END-IF
            IF ENTRY-IS-VALID
                IF ST-START-TIME-X NOT NUMERIC
                    SET TIME-IS-VALID TO FALSE
                ELSE
                    MOVE ST-START-TIME TO WS-CHECK-TIME
                    PERFORM 2260-CHECK-TIME
                END-IF
                IF NOT TIME-IS-VALID
                    MOVE "REJECTED - INVALID START TIME"
                        TO WS-ACTION-TAKEN
                    SET ENTRY-IS-VALID TO FALSE
                END-IF
            END-IF
            IF ENTRY-IS-VALID
                IF ST-END-TIME-X NOT NUMERIC
                    SET TIME-IS-VALID TO FALSE
                ELSE
                    MOVE ST-END-TIME TO WS-CHECK-TIME
                    PERFORM 2260-CHECK-TIME
                END-IF
                IF NOT TIME-IS-VALID
                    MOVE "REJECTED - INVALID END TIME"
                        TO WS-ACTION-TAKEN
                    SET ENTRY-IS-VALID TO FALSE
                ELSE
                    IF ST-END-TIME NOT > ST-START-TIME
                        MOVE "REJECTED - END NOT AFTER START"
                            TO WS-ACTION-TAKEN
                        SET ENTRY-IS-VALID TO FALSE
                    END-IF
                END-IF
            END-IF
            IF ENTRY-IS-VALID
                PERFORM 2265-CHECK-WORK-DAYS
                IF WS-DAYS-INVALID > ZEROS
                    MOVE "REJECTED - WORK DAYS NOT Y OR N"
                        TO WS-ACTION-TAKEN
                    SET ENTRY-IS-VALID TO FALSE
                ELSE
                    IF WS-DAYS-WORKED = ZEROS
                        MOVE "REJECTED - NO WORK DAYS"
                            TO WS-ACTION-TAKEN
                        SET ENTRY-IS-VALID TO FALSE
                    END-IF
                END-IF
            END-IF.

       2260-CHECK-TIME.
            SET TIME-IS-VALID TO TRUE
            IF WS-CHECK-HOUR > 23 OR WS-CHECK-MIN > 59
                SET TIME-IS-VALID TO FALSE
            END-IF.

       2265-CHECK-WORK-DAYS.
            MOVE ZEROS TO WS-DAYS-WORKED WS-DAYS-INVALID
            PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                UNTIL WS-DAY-IX > 7
                IF ST-WORK-DAY (WS-DAY-IX) = "Y"
                    ADD 1 TO WS-DAYS-WORKED
                ELSE
                    IF ST-WORK-DAY (WS-DAY-IX) NOT = "N"
                        ADD 1 TO WS-DAYS-INVALID
                    END-IF
                END-IF
            END-PERFORM.

       2270-WRITE-SHIFT.
            MOVE SSArea        TO SH-SSAREA
            MOVE SSGroup       TO SH-SSGROUP
            MOVE SSSerial      TO SH-SSSERIAL
            MOVE ST-START-TIME TO SH-START-TIME
            MOVE ST-END-TIME   TO SH-END-TIME
            MOVE ST-WORK-DAYS  TO SH-WORK-DAYS
            WRITE SHIFT-MASTER-RECORD
                INVALID KEY
                    REWRITE SHIFT-MASTER-RECORD
                        INVALID KEY
                            MOVE "REJECTED - REWRITE FAILED"
                                TO WS-ACTION-TAKEN
                            ADD 1 TO WS-TRANS-REJECTED
                        NOT INVALID KEY
                            MOVE "REPLACED" TO WS-ACTION-TAKEN
                            ADD 1 TO WS-TRANS-APPLIED
                    END-REWRITE
                NOT INVALID KEY
                    MOVE "ADDED" TO WS-ACTION-TAKEN
                    ADD 1 TO WS-TRANS-APPLIED
            END-WRITE.

       2400-APPLY-DELETE.
            MOVE SSArea   TO SH-SSAREA
            MOVE SSGroup  TO SH-SSGROUP
            MOVE SSSerial TO SH-SSSERIAL
            DELETE SHIFT-MASTER
                INVALID KEY
                    MOVE "REJECTED - NOT ON FILE"
                        TO WS-ACTION-TAKEN
                    ADD 1 TO WS-TRANS-REJECTED
                NOT INVALID KEY
                    MOVE "DELETED" TO WS-ACTION-TAKEN
                    ADD 1 TO WS-TRANS-APPLIED
            END-DELETE.

       3000-PRINT-REGISTER-LINE.
            MOVE ST-TRANS-CODE   TO WS-DTL-CODE
            MOVE ST-SSAREA       TO WS-DTL-SSAREA
            MOVE ST-SSGROUP      TO WS-DTL-SSGROUP
            MOVE ST-SSSERIAL     TO WS-DTL-SSSERIAL
            MOVE ST-START-TIME-X TO WS-DTL-START
            MOVE ST-END-TIME-X   TO WS-DTL-END
            MOVE ST-WORK-DAYS    TO WS-DTL-DAYS
            MOVE WS-ACTION-TAKEN TO WS-DTL-ACTION
            WRITE MAINT-REGISTER-LINE FROM WS-DETAIL-LINE.

       4000-TERMINATE.
            MOVE WS-TRANS-APPLIED  TO WS-FTR-APPLIED
            MOVE WS-TRANS-REJECTED TO WS-FTR-REJECTED
            WRITE MAINT-REGISTER-LINE FROM WS-FOOTER-APPLIED
            WRITE MAINT-REGISTER-LINE FROM WS-FOOTER-REJECTED
            CLOSE SHIFT-TRANS-FILE
            CLOSE SHIFT-MASTER
            IF EMP-VALIDATION-ON
                CLOSE EMPLOYEE-MASTER
            END-IF
            CLOSE MAINT-REGISTER
            DISPLAY "Shift maintenance complete - read "
                WS-TRANS-READ " applied " WS-TRANS-APPLIED
                " rejected " WS-TRANS-REJECTED
            MOVE WS-TRANS-READ     TO WS-JOBLOG-READ
            MOVE WS-TRANS-APPLIED  TO WS-JOBLOG-GOOD
            MOVE WS-TRANS-REJECTED TO WS-JOBLOG-BAD
            CALL "JobLog-End" USING WS-JOBLOG-PROGRAM
                WS-JOBLOG-READ WS-JOBLOG-GOOD WS-JOBLOG-BAD
                WS-JOBLOG-OUTCOME
            END-CALL.

       END PROGRAM ShiftMaint.
