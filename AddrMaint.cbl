      ******************************************************************
      * Author:
      * Date:
      * Purpose: Employee mailing-address maintenance - applies add/
      *          replace and delete transactions against the indexed
      *          EMPADDR.DAT address master that the year-end wage
      *          statements are mailed to, and prints an applied/
      *          rejected register so HR can verify every change
      *          landed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddrMaint.
       AUTHOR. Jean Buelvas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDR-TRANS-FILE ASSIGN TO "ADDRTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDR-TRANS-STATUS.
           SELECT ADDRESS-MASTER ASSIGN TO "EMPADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EA-SSNUM
               FILE STATUS IS WS-ADDRESS-MASTER-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-SSNUM
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
           SELECT MAINT-REGISTER ASSIGN TO "ADDRMAINT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Transaction codes: "A" add an address, or replace the one on
      *> file (the employee moved), "D" delete the address.
       FD  ADDR-TRANS-FILE.
       01 ADDR-TRANS-RECORD.
           02 AT-TRANS-CODE PIC X.
           02 AT-SSNUM.
               COPY "SSNUM.cpy"
                   REPLACING ==05== BY ==03==
                             SSArea   BY AT-SSAREA
                             SSGroup  BY AT-SSGROUP
                             SSSerial BY AT-SSSERIAL.
           02 AT-STREET PIC X(30).
           02 AT-CITY   PIC X(20).
           02 AT-STATE  PIC X(2).
           02 AT-ZIP    PIC X(10).

       FD  ADDRESS-MASTER.
       01 ADDRESS-MASTER-RECORD.
           COPY "EMPADDR.cpy" REPLACING ==05== BY ==02==.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-RECORD.
           COPY "EMPMAST.cpy" REPLACING ==05== BY ==02==.

       FD  MAINT-REGISTER.
       01 MAINT-REGISTER-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 SSNum.
           COPY "SSNUM.cpy" REPLACING ==05== BY ==02==.
       01 WS-ADDR-TRANS-STATUS      PIC XX VALUE ZEROS.
       01 WS-ADDRESS-MASTER-STATUS  PIC XX VALUE ZEROS.
       01 WS-EMPLOYEE-MASTER-STATUS PIC XX VALUE ZEROS.
       01 WS-MAINT-REGISTER-STATUS  PIC XX VALUE ZEROS.
       01 WS-END-OF-FILE            PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".
       01 WS-SSN-IS-VALID           PIC X VALUE "N".
           88 SSN-IS-VALID VALUE "Y" FALSE "N".
       01 WS-ENTRY-IS-VALID         PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
      *> Addresses are only accepted for people on the Employee Master;
      *> until one exists the check is skipped, as BankMaint does.
       01 WS-EMP-VALIDATION         PIC X VALUE "N".
           88 EMP-VALIDATION-ON VALUE "Y" FALSE "N".
       01 WS-TRANS-READ             PIC 9(7) VALUE ZEROS.
       01 WS-TRANS-APPLIED          PIC 9(7) VALUE ZEROS.
       01 WS-TRANS-REJECTED         PIC 9(7) VALUE ZEROS.
       01 WS-ACTION-TAKEN           PIC X(34) VALUE SPACES.
       01 WS-JOBLOG-PROGRAM         PIC X(12) VALUE "ADDRMAINT".
       01 WS-JOBLOG-READ            PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-GOOD            PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-BAD             PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-OUTCOME         PIC X(8) VALUE "OK".

       01 WS-HEADING-1.
           05 FILLER PIC X(40) VALUE
               "EMPLOYEE ADDRESS MAINTENANCE REGISTER".
       01 WS-HEADING-2.
           05 FILLER PIC X(6)  VALUE "CODE".
           05 FILLER PIC X(13) VALUE "SSN".
           05 FILLER PIC X(32) VALUE "STREET".
           05 FILLER PIC X(22) VALUE "CITY".
           05 FILLER PIC X(4)  VALUE "ST".
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
           05 WS-DTL-STREET   PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-CITY     PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-STATE    PIC X(2).
           05 FILLER          PIC X(2) VALUE SPACES.
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
                READ ADDR-TRANS-FILE
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END PERFORM 2000-PROCESS-TRANSACTION
                END-READ
            END-PERFORM
            PERFORM 4000-TERMINATE
            STOP RUN.

       1000-INITIALIZE.
            OPEN INPUT ADDR-TRANS-FILE
            IF WS-ADDR-TRANS-STATUS = "35"
                DISPLAY "ADDRTRAN.DAT not found - "
                    "no maintenance applied"
                SET END-OF-FILE TO TRUE
            ELSE
                IF WS-ADDR-TRANS-STATUS NOT = "00"
                    DISPLAY "Error opening ADDRTRAN.DAT - status "
                        WS-ADDR-TRANS-STATUS
                    SET END-OF-FILE TO TRUE
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                END-IF
            END-IF
            OPEN I-O ADDRESS-MASTER
            IF WS-ADDRESS-MASTER-STATUS = "35"
                OPEN OUTPUT ADDRESS-MASTER
                CLOSE ADDRESS-MASTER
                OPEN I-O ADDRESS-MASTER
            ELSE
                IF WS-ADDRESS-MASTER-STATUS NOT = "00"
                    DISPLAY "Error opening EMPADDR.DAT - status "
                        WS-ADDRESS-MASTER-STATUS
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
            MOVE AT-SSAREA   TO SSArea
            MOVE AT-SSGROUP  TO SSGroup
            MOVE AT-SSSERIAL TO SSSerial
            PERFORM 2100-VALIDATE-SSN
            IF NOT SSN-IS-VALID
                MOVE "REJECTED - INVALID SSN" TO WS-ACTION-TAKEN
                ADD 1 TO WS-TRANS-REJECTED
            ELSE
                IF AT-TRANS-CODE = "A"
                    PERFORM 2200-APPLY-ADD
                ELSE
                    IF AT-TRANS-CODE = "D"
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
            PERFORM 2250-VALIDATE-ADDRESS
            IF ENTRY-IS-VALID
                PERFORM 2270-WRITE-ADDRESS
            ELSE
                ADD 1 TO WS-TRANS-REJECTED
            END-IF.

      *> Each check sets its own rejection text; the first failure
      *> found is the one printed on the register.
       2250-VALIDATE-ADDRESS.
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
                END-READ
            END-IF
            IF ENTRY-IS-VALID
                IF AT-STREET = SPACES
                    MOVE "REJECTED - NO STREET" TO WS-ACTION-TAKEN
                    SET ENTRY-IS-VALID TO FALSE
                ELSE
                    IF AT-CITY = SPACES OR AT-STATE = SPACES
                        MOVE "REJECTED - NO CITY OR STATE"
                            TO WS-ACTION-TAKEN
                        SET ENTRY-IS-VALID TO FALSE
                    ELSE
                        IF AT-ZIP = SPACES
                            MOVE "REJECTED - NO ZIP CODE"
                                TO WS-ACTION-TAKEN
                            SET ENTRY-IS-VALID TO FALSE
                        END-IF
                    END-IF
                END-IF
            END-IF.

       2270-WRITE-ADDRESS.
            MOVE SSArea    TO EA-SSAREA
            MOVE SSGroup   TO EA-SSGROUP
            MOVE SSSerial  TO EA-SSSERIAL
            MOVE AT-STREET TO EA-STREET
            MOVE AT-CITY   TO EA-CITY
            MOVE AT-STATE  TO EA-STATE
            MOVE AT-ZIP    TO EA-ZIP
            WRITE ADDRESS-MASTER-RECORD
                INVALID KEY
                    REWRITE ADDRESS-MASTER-RECORD
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
            MOVE SSArea   TO EA-SSAREA
            MOVE SSGroup  TO EA-SSGROUP
            MOVE SSSerial TO EA-SSSERIAL
            DELETE ADDRESS-MASTER
                INVALID KEY
                    MOVE "REJECTED - NOT ON FILE"
                        TO WS-ACTION-TAKEN
                    ADD 1 TO WS-TRANS-REJECTED
                NOT INVALID KEY
                    MOVE "DELETED" TO WS-ACTION-TAKEN
                    ADD 1 TO WS-TRANS-APPLIED
            END-DELETE.

       3000-PRINT-REGISTER-LINE.
            MOVE AT-TRANS-CODE   TO WS-DTL-CODE
            MOVE AT-SSAREA       TO WS-DTL-SSAREA
            MOVE AT-SSGROUP      TO WS-DTL-SSGROUP
            MOVE AT-SSSERIAL     TO WS-DTL-SSSERIAL
            MOVE AT-STREET       TO WS-DTL-STREET
            MOVE AT-CITY         TO WS-DTL-CITY
            MOVE AT-STATE        TO WS-DTL-STATE
            MOVE WS-ACTION-TAKEN TO WS-DTL-ACTION
            WRITE MAINT-REGISTER-LINE FROM WS-DETAIL-LINE.

       4000-TERMINATE.
            MOVE WS-TRANS-APPLIED  TO WS-FTR-APPLIED
            MOVE WS-TRANS-REJECTED TO WS-FTR-REJECTED
            WRITE MAINT-REGISTER-LINE FROM WS-FOOTER-APPLIED
            WRITE MAINT-REGISTER-LINE FROM WS-FOOTER-REJECTED
            CLOSE ADDR-TRANS-FILE
            CLOSE ADDRESS-MASTER
            IF EMP-VALIDATION-ON
                CLOSE EMPLOYEE-MASTER
            END-IF
            CLOSE MAINT-REGISTER
            DISPLAY "Address maintenance complete - read "
                WS-TRANS-READ " applied " WS-TRANS-APPLIED
                " rejected " WS-TRANS-REJECTED
            MOVE WS-TRANS-READ     TO WS-JOBLOG-READ
            MOVE WS-TRANS-APPLIED  TO WS-JOBLOG-GOOD
            MOVE WS-TRANS-REJECTED TO WS-JOBLOG-BAD
            CALL "JobLog-End" USING WS-JOBLOG-PROGRAM
                WS-JOBLOG-READ WS-JOBLOG-GOOD WS-JOBLOG-BAD
                WS-JOBLOG-OUTCOME
            END-CALL.

       END PROGRAM AddrMaint.
