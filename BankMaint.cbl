      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bank-account master load and maintenance - applies
      *          add/replace and delete transactions against the
      *          indexed bank-account master NetPayReg routes net pay
      *          by, and prints an applied/rejected register.  A
      *          routing number whose ABA check digit does not prove
      *          is rejected before it can misdirect anyone's pay, and
      *          every new or changed account goes back into prenote
      *          status so the bank proves it with a zero-dollar entry
      *          before real money is deposited.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankMaint.
       AUTHOR. Jean Buelvas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-TRANS-FILE ASSIGN TO "BANKTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-TRANS-STATUS.
           SELECT BANK-MASTER ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-SSNUM
               FILE STATUS IS WS-BANK-MASTER-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-SSNUM
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
           SELECT MAINT-REGISTER ASSIGN TO "BANKMAINT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Transaction codes: "A" add an account, or replace the one on
      *> file (the employee changed banks), "D" delete the account so
      *> the employee goes back to paper checks.  The routing number
      *> is read as raw characters so a mis-keyed one is caught
      *> instead of abending the run.
       FD  BANK-TRANS-FILE.
       01 BANK-TRANS-RECORD.
           02 BT-TRANS-CODE PIC X.
           02 BT-SSNUM.
               COPY "SSNUM.cpy"
                   REPLACING ==05== BY ==03==
                             SSArea   BY BT-SSAREA
                             SSGroup  BY BT-SSGROUP
                             SSSerial BY BT-SSSERIAL.
           02 BT-ROUTING-NUMBER-X PIC X(9).
           02 BT-ROUTING-NUMBER REDEFINES BT-ROUTING-NUMBER-X
                                 PIC 9(9).
           02 BT-ACCOUNT-NUMBER   PIC X(17).
           02 BT-ACCOUNT-TYPE     PIC X.

       FD  BANK-MASTER.
       01 BANK-MASTER-RECORD.
           COPY "BANKACCT.cpy" REPLACING ==05== BY ==02==.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-RECORD.
           COPY "EMPMAST.cpy" REPLACING ==05== BY ==02==.

       FD  MAINT-REGISTER.
       01 MAINT-REGISTER-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 SSNum.
           COPY "SSNUM.cpy" REPLACING ==05== BY ==02==.
       01 WS-BANK-TRANS-STATUS      PIC XX VALUE ZEROS.
       01 WS-BANK-MASTER-STATUS     PIC XX VALUE ZEROS.
       01 WS-EMPLOYEE-MASTER-STATUS PIC XX VALUE ZEROS.
       01 WS-MAINT-REGISTER-STATUS  PIC XX VALUE ZEROS.
       01 WS-END-OF-FILE            PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".
       01 WS-SSN-IS-VALID           PIC X VALUE "N".
           88 SSN-IS-VALID VALUE "Y" FALSE "N".
       01 WS-ENTRY-IS-VALID         PIC X VALUE "N".
           88 ENTRY-IS-VALID VALUE "Y" FALSE "N".
      *> Accounts are only accepted for people on the Employee Master;
      *> until one exists the check is skipped, as EmpMaint skips the
      *> department check without a department master.
       01 WS-EMP-VALIDATION         PIC X VALUE "N".
           88 EMP-VALIDATION-ON VALUE "Y" FALSE "N".

      *> ABA routing check digit: 3, 7 and 1 weights repeated across
      *> the nine digits must sum to a multiple of ten.
       01 WS-ROUTING-WORK           PIC 9(9) VALUE ZEROS.
       01 WS-ROUTING-DIGITS REDEFINES WS-ROUTING-WORK.
           02 WS-RTN-DIGIT PIC 9 OCCURS 9 TIMES.
       01 WS-ROUTING-WEIGHTS        PIC X(9) VALUE "371371371".
       01 WS-ROUTING-WEIGHT-TABLE REDEFINES WS-ROUTING-WEIGHTS.
           02 WS-RTN-WEIGHT PIC 9 OCCURS 9 TIMES.
       01 WS-RTN-IX                 PIC 99 VALUE ZEROS.
       01 WS-ROUTING-SUM            PIC 9(4) VALUE ZEROS.
       01 WS-ROUTING-QUOTIENT       PIC 9(4) VALUE ZEROS.
       01 WS-ROUTING-REMAINDER      PIC 9 VALUE ZEROS.

       01 WS-TRANS-READ             PIC 9(7) VALUE ZEROS.
       01 WS-TRANS-APPLIED          PIC 9(7) VALUE ZEROS.
       01 WS-TRANS-REJECTED         PIC 9(7) VALUE ZEROS.
       01 WS-ACTION-TAKEN           PIC X(34) VALUE SPACES.
       01 WS-JOBLOG-PROGRAM         PIC X(12) VALUE "BANKMAINT".
       01 WS-JOBLOG-READ            PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-GOOD            PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-BAD             PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-OUTCOME         PIC X(8) VALUE "OK".

       01 WS-HEADING-1.
           05 FILLER PIC X(40) VALUE
               "BANK-ACCOUNT MASTER MAINTENANCE REGISTER".
       01 WS-HEADING-2.
           05 FILLER PIC X(6)  VALUE "CODE".
           05 FILLER PIC X(13) VALUE "SSN".
           05 FILLER PIC X(11) VALUE "ROUTING".
           05 FILLER PIC X(19) VALUE "ACCOUNT".
           05 FILLER PIC X(6)  VALUE "TYPE".
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
           05 WS-DTL-ROUTING  PIC X(9).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-ACCOUNT  PIC X(17).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-TYPE     PIC X.
           05 FILLER          PIC X(5) VALUE SPACES.
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
                READ BANK-TRANS-FILE
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END PERFORM 2000-PROCESS-TRANSACTION
                END-READ
            END-PERFORM
            PERFORM 4000-TERMINATE
            STOP RUN.

       1000-INITIALIZE.
            OPEN INPUT BANK-TRANS-FILE
            IF WS-BANK-TRANS-STATUS = "35"
                DISPLAY "BANKTRAN.DAT not found - "
                    "no maintenance applied"
                SET END-OF-FILE TO TRUE
            ELSE
                IF WS-BANK-TRANS-STATUS NOT = "00"
                    DISPLAY "Error opening BANKTRAN.DAT - status "
                        WS-BANK-TRANS-STATUS
                    SET END-OF-FILE TO TRUE
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                END-IF
            END-IF
            OPEN I-O BANK-MASTER
            IF WS-BANK-MASTER-STATUS = "35"
                OPEN OUTPUT BANK-MASTER
                CLOSE BANK-MASTER
                OPEN I-O BANK-MASTER
            ELSE
                IF WS-BANK-MASTER-STATUS NOT = "00"
                    DISPLAY "Error opening BANKACCT.DAT - status "
                        WS-BANK-MASTER-STATUS
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
            MOVE BT-SSAREA   TO SSArea
            MOVE BT-SSGROUP  TO SSGroup
            MOVE BT-SSSERIAL TO SSSerial
            PERFORM 2100-VALIDATE-SSN
            IF NOT SSN-IS-VALID
                MOVE "REJECTED - INVALID SSN" TO WS-ACTION-TAKEN
                ADD 1 TO WS-TRANS-REJECTED
            ELSE
                IF BT-TRANS-CODE = "A"
                    PERFORM 2200-APPLY-ADD
                ELSE
                    IF BT-TRANS-CODE = "D"
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
            PERFORM 2250-VALIDATE-ACCOUNT
            IF ENTRY-IS-VALID
                PERFORM 2270-WRITE-ACCOUNT
            ELSE
                ADD 1 TO WS-TRANS-REJECTED
            END-IF.

      *> Each check sets its own rejection text; the first failure
      *> found is the one printed on the register.
       2250-VALIDATE-ACCOUNT.
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
                IF BT-ROUTING-NUMBER-X NOT NUMERIC
                    OR BT-ROUTING-NUMBER = ZEROS
                    MOVE "REJECTED - ROUTING NOT NUMERIC"
                        TO WS-ACTION-TAKEN
                    SET ENTRY-IS-VALID TO FALSE
                ELSE
                    PERFORM 2260-CHECK-ROUTING-DIGIT
                END-IF
            END-IF
            IF ENTRY-IS-VALID
                IF BT-ACCOUNT-NUMBER = SPACES
                    MOVE "REJECTED - NO ACCOUNT NUMBER"
                        TO WS-ACTION-TAKEN
                    SET ENTRY-IS-VALID TO FALSE
                ELSE
                    IF BT-ACCOUNT-TYPE NOT = "C"
                        AND BT-ACCOUNT-TYPE NOT = "S"
                        MOVE "REJECTED - TYPE NOT C OR S"
                            TO WS-ACTION-TAKEN
                        SET ENTRY-IS-VALID TO FALSE
                    END-IF
                END-IF
            END-IF.

       2260-CHECK-ROUTING-DIGIT.
            MOVE BT-ROUTING-NUMBER TO WS-ROUTING-WORK
            MOVE ZEROS TO WS-ROUTING-SUM
            PERFORM VARYING WS-RTN-IX FROM 1 BY 1
                UNTIL WS-RTN-IX > 9
                COMPUTE WS-ROUTING-SUM = WS-ROUTING-SUM +
                    WS-RTN-DIGIT (WS-RTN-IX) * WS-RTN-WEIGHT (WS-RTN-IX)
            END-PERFORM
            DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-ROUTING-QUOTIENT
                REMAINDER WS-ROUTING-REMAINDER
            IF WS-ROUTING-REMAINDER NOT = ZERO
                MOVE "REJECTED - ROUTING CHECK DIGIT"
                    TO WS-ACTION-TAKEN
                SET ENTRY-IS-VALID TO FALSE
            END-IF.

      *> A replacement that leaves routing, account and type as they
      *> were keeps its proven status; any real change goes back to
      *> prenote, because the bank has never seen the new account.
       2270-WRITE-ACCOUNT.
            MOVE SSArea   TO BA-SSAREA
            MOVE SSGroup  TO BA-SSGROUP
            MOVE SSSerial TO BA-SSSERIAL
            READ BANK-MASTER
                INVALID KEY
                    PERFORM 2280-BUILD-ACCOUNT
                    WRITE BANK-MASTER-RECORD
                        INVALID KEY
                            MOVE "REJECTED - WRITE FAILED"
                                TO WS-ACTION-TAKEN
                            ADD 1 TO WS-TRANS-REJECTED
                        NOT INVALID KEY
                            MOVE "ADDED - PRENOTE PENDING"
                                TO WS-ACTION-TAKEN
                            ADD 1 TO WS-TRANS-APPLIED
                    END-WRITE
                NOT INVALID KEY
                    IF BA-ROUTING-NUMBER = BT-ROUTING-NUMBER
                        AND BA-ACCOUNT-NUMBER = BT-ACCOUNT-NUMBER
                        AND BA-ACCOUNT-TYPE = BT-ACCOUNT-TYPE
                        MOVE "REJECTED - NO CHANGE"
                            TO WS-ACTION-TAKEN
                        ADD 1 TO WS-TRANS-REJECTED
                    ELSE
                        PERFORM 2280-BUILD-ACCOUNT
                        REWRITE BANK-MASTER-RECORD
                            INVALID KEY
                                MOVE "REJECTED - REWRITE FAILED"
                                    TO WS-ACTION-TAKEN
                                ADD 1 TO WS-TRANS-REJECTED
                            NOT INVALID KEY
                                MOVE "REPLACED - PRENOTE PENDING"
                                    TO WS-ACTION-TAKEN
                                ADD 1 TO WS-TRANS-APPLIED
                        END-REWRITE
                    END-IF
            END-READ.

       2280-BUILD-ACCOUNT.
            MOVE BT-ROUTING-NUMBER TO BA-ROUTING-NUMBER
            MOVE BT-ACCOUNT-NUMBER TO BA-ACCOUNT-NUMBER
            MOVE BT-ACCOUNT-TYPE   TO BA-ACCOUNT-TYPE
            MOVE "P"               TO BA-PRENOTE-STATUS
            MOVE ZEROS             TO BA-PRENOTE-DATE.

       2400-APPLY-DELETE.
            MOVE SSArea   TO BA-SSAREA
            MOVE SSGroup  TO BA-SSGROUP
            MOVE SSSerial TO BA-SSSERIAL
            DELETE BANK-MASTER
                INVALID KEY
                    MOVE "REJECTED - NOT ON FILE"
                        TO WS-ACTION-TAKEN
                    ADD 1 TO WS-TRANS-REJECTED
                NOT INVALID KEY
                    MOVE "DELETED - PAPER CHECKS"
                        TO WS-ACTION-TAKEN
                    ADD 1 TO WS-TRANS-APPLIED
            END-DELETE.

       3000-PRINT-REGISTER-LINE.
            MOVE BT-TRANS-CODE       TO WS-DTL-CODE
            MOVE BT-SSAREA           TO WS-DTL-SSAREA
            MOVE BT-SSGROUP          TO WS-DTL-SSGROUP
            MOVE BT-SSSERIAL         TO WS-DTL-SSSERIAL
            MOVE BT-ROUTING-NUMBER-X TO WS-DTL-ROUTING
            MOVE BT-ACCOUNT-NUMBER   TO WS-DTL-ACCOUNT
            MOVE BT-ACCOUNT-TYPE     TO WS-DTL-TYPE
            MOVE WS-ACTION-TAKEN     TO WS-DTL-ACTION
            WRITE MAINT-REGISTER-LINE FROM WS-DETAIL-LINE.

       4000-TERMINATE.
            MOVE WS-TRANS-APPLIED  TO WS-FTR-APPLIED
            MOVE WS-TRANS-REJECTED TO WS-FTR-REJECTED
            WRITE MAINT-REGISTER-LINE FROM WS-FOOTER-APPLIED
            WRITE MAINT-REGISTER-LINE FROM WS-FOOTER-REJECTED
            CLOSE BANK-TRANS-FILE
            CLOSE BANK-MASTER
            IF EMP-VALIDATION-ON
                CLOSE EMPLOYEE-MASTER
            END-IF
            CLOSE MAINT-REGISTER
            DISPLAY "Bank-account maintenance complete - read "
                WS-TRANS-READ " applied " WS-TRANS-APPLIED
                " rejected " WS-TRANS-REJECTED
            MOVE WS-TRANS-READ     TO WS-JOBLOG-READ
            MOVE WS-TRANS-APPLIED  TO WS-JOBLOG-GOOD
            MOVE WS-TRANS-REJECTED TO WS-JOBLOG-BAD
            CALL "JobLog-End" USING WS-JOBLOG-PROGRAM
                WS-JOBLOG-READ WS-JOBLOG-GOOD WS-JOBLOG-BAD
                WS-JOBLOG-OUTCOME
            END-CALL.

       END PROGRAM BankMaint.
