      ******************************************************************
      * Author:
      * Date:
      * Purpose: General-ledger labor distribution feed - runs after
      *          NetPayReg and journals the week's payroll instead of
      *          accounting re-keying the pay and check registers.
      *          Regular and overtime wages from PAIDCARD.DAT are
      *          debited to expense by department, each deduction
      *          NetPayReg actually took (DEDTAKEN.DAT) is credited to
      *          its liability account, and net pay is credited to
      *          cash.  Department and deduction codes are translated
      *          to ledger accounts through GLMAP.DAT.  The balanced
      *          journal-entry file GLFEED.DAT is written only when
      *          every code maps, both feeds balance to their
      *          trailers, and debits equal credits - otherwise it is
      *          left empty so nothing half-posts.  The journal proof
      *          GLPROOF.RPT prints either way.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLFeed.
       AUTHOR. Jean Buelvas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-CARDS-FILE ASSIGN TO "PAIDCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-CARDS-STATUS.
           SELECT DEDUCT-TAKEN-FILE ASSIGN TO "DEDTAKEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCT-TAKEN-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-MAP-STATUS.
           SELECT GL-FEED-FILE ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FEED-STATUS.
           SELECT PROOF-REPORT ASSIGN TO "GLPROOF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAID-CARDS-FILE.
       01 PAID-CARDS-RECORD.
           02 PD-RECORD-TYPE PIC X.
           02 PD-DETAIL-DATA.
               COPY "PAYCARD.cpy" REPLACING ==05== BY ==03==.
           02 PD-TRAILER-DATA REDEFINES PD-DETAIL-DATA.
               03 PD-RECORD-COUNT PIC 9(7).
               03 PD-GROSS-TOTAL  PIC 9(11)V99.
               03 PD-BATCH-DATE   PIC 9(8).
               03 PD-BATCH-TIME   PIC 9(8).
               03 FILLER          PIC X(51).

       FD  DEDUCT-TAKEN-FILE.
       01 DEDUCT-TAKEN-RECORD.
           02 DK-RECORD-TYPE PIC X.
           02 DK-DETAIL-DATA.
               COPY "DEDTAKEN.cpy" REPLACING ==05== BY ==03==.
               03 FILLER          PIC X(14).
           02 DK-TRAILER-DATA REDEFINES DK-DETAIL-DATA.
               03 DK-DEDUCT-COUNT PIC 9(7).
               03 DK-DEDUCT-TOTAL PIC 9(11)V99.
               03 DK-NET-COUNT    PIC 9(7).
               03 DK-NET-TOTAL    PIC 9(11)V99.

      *> Ledger account map, one record per code.  GM-MAP-TYPE is "R"
      *> for a department's regular wage expense, "O" for its
      *> overtime wage expense, "D" for a deduction code's liability
      *> and "C" for the cash account net pay is credited to (code
      *> spaces).  Accounting maintains the file by hand, as
      *> operations does SCHEDULE.DAT.
       FD  GL-MAP-FILE.
       01 GL-MAP-RECORD.
           02 GM-MAP-TYPE    PIC X.
           02 GM-CODE        PIC X(4).
           02 GM-ACCOUNT     PIC X(10).
           02 GM-DESCRIPTION PIC X(30).

      *> Journal-entry feed for the ledger: a "D" record per journal
      *> line and a final "T" trailer carrying the line count and both
      *> sides' totals, which are equal or the file is not written.
       FD  GL-FEED-FILE.
       01 GL-FEED-RECORD.
           02 GF-RECORD-TYPE PIC X.
           02 GF-DETAIL-DATA.
               03 GF-JOURNAL-DATE PIC 9(8).
               03 GF-ACCOUNT      PIC X(10).
               03 GF-DR-CR        PIC XX.
               03 GF-AMOUNT       PIC 9(11)V99.
               03 GF-SOURCE-TYPE  PIC X.
               03 GF-SOURCE-CODE  PIC X(4).
               03 GF-DESCRIPTION  PIC X(30).
           02 GF-TRAILER-DATA REDEFINES GF-DETAIL-DATA.
               03 GF-LINE-COUNT   PIC 9(7).
               03 GF-DEBIT-TOTAL  PIC 9(11)V99.
               03 GF-CREDIT-TOTAL PIC 9(11)V99.
               03 FILLER          PIC X(35).

       FD  PROOF-REPORT.
       01 PROOF-REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-PAID-CARDS-STATUS   PIC XX VALUE ZEROS.
       01 WS-DEDUCT-TAKEN-STATUS PIC XX VALUE ZEROS.
       01 WS-GL-MAP-STATUS       PIC XX VALUE ZEROS.
       01 WS-GL-FEED-STATUS      PIC XX VALUE ZEROS.
       01 WS-PROOF-REPORT-STATUS PIC XX VALUE ZEROS.
       01 WS-END-OF-FILE         PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".
       01 WS-PAID-TRAILER-SEEN   PIC X VALUE "N".
           88 PAID-TRAILER-SEEN VALUE "Y" FALSE "N".
       01 WS-TAKEN-TRAILER-SEEN  PIC X VALUE "N".
           88 TAKEN-TRAILER-SEEN VALUE "Y" FALSE "N".
       01 WS-FEED-ERROR          PIC X VALUE "N".
           88 FEED-ERROR VALUE "Y" FALSE "N".
       01 WS-UNMAPPED-CODE       PIC X VALUE "N".
           88 UNMAPPED-CODE VALUE "Y" FALSE "N".
       01 WS-MAP-FOUND           PIC X VALUE "N".
           88 MAP-FOUND VALUE "Y" FALSE "N".
       01 WS-PAID-CARDS-OPEN     PIC X VALUE "N".
           88 PAID-CARDS-OPEN VALUE "Y" FALSE "N".
       01 WS-DEDUCT-TAKEN-OPEN   PIC X VALUE "N".
           88 DEDUCT-TAKEN-OPEN VALUE "Y" FALSE "N".

       01 WS-JOURNAL-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-LATEST-CHECK-DATE   PIC 9(8) VALUE ZEROS.
       01 WS-CARDS-READ          PIC 9(7) VALUE ZEROS.
       01 WS-GROSS-ACCUM         PIC 9(11)V99 VALUE ZEROS.
       01 WS-PAID-TRAILER-COUNT  PIC 9(7) VALUE ZEROS.
       01 WS-PAID-TRAILER-GROSS  PIC 9(11)V99 VALUE ZEROS.
       01 WS-DEDUCTS-READ        PIC 9(7) VALUE ZEROS.
       01 WS-DEDUCT-ACCUM        PIC 9(11)V99 VALUE ZEROS.
       01 WS-NETS-READ           PIC 9(7) VALUE ZEROS.
       01 WS-NET-ACCUM           PIC 9(11)V99 VALUE ZEROS.
       01 WS-TAKEN-TRAILER-DCNT  PIC 9(7) VALUE ZEROS.
       01 WS-TAKEN-TRAILER-DTOT  PIC 9(11)V99 VALUE ZEROS.
       01 WS-TAKEN-TRAILER-NCNT  PIC 9(7) VALUE ZEROS.
       01 WS-TAKEN-TRAILER-NTOT  PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-DEBITS        PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTAL-CREDITS       PIC 9(11)V99 VALUE ZEROS.
       01 WS-UNMAPPED-COUNT      PIC 9(5) VALUE ZEROS.
       01 WS-RETURN-CODE         PIC 9(4) VALUE ZEROS.
       01 WS-JOBLOG-PROGRAM      PIC X(12) VALUE "GLFEED".
       01 WS-JOBLOG-READ         PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-GOOD         PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-BAD          PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-OUTCOME      PIC X(8) VALUE "OK".

      *> The account map, tabled once up front.
       01 WS-MAP-TABLE.
           02 WS-MAP-ENTRY OCCURS 200 TIMES.
               03 WS-MAP-TYPE        PIC X.
               03 WS-MAP-CODE        PIC X(4).
               03 WS-MAP-ACCOUNT     PIC X(10).
               03 WS-MAP-DESCRIPTION PIC X(30).
       01 WS-MAP-TABLE-MAX       PIC 9(3) VALUE 200.
       01 WS-MAP-COUNT           PIC 9(3) VALUE ZEROS.
       01 WS-MAP-IX              PIC 9(3) VALUE ZEROS.
       01 WS-LOOKUP-TYPE         PIC X VALUE SPACE.
       01 WS-LOOKUP-CODE         PIC X(4) VALUE SPACES.
       01 WS-LOOKUP-ACCOUNT      PIC X(10) VALUE SPACES.
       01 WS-LOOKUP-DESCRIPTION  PIC X(30) VALUE SPACES.

      *> Wage accumulators by department - one entry is claimed the
      *> first time a department appears, matching TimecardPay's
      *> 2200-ACCUMULATE-DEPARTMENT.
       01 WS-DEPT-TABLE.
           02 WS-DEPT-ENTRY OCCURS 50 TIMES.
               03 WS-DEPT-CODE     PIC X(4).
               03 WS-DEPT-REGULAR  PIC 9(11)V99.
               03 WS-DEPT-OVERTIME PIC 9(11)V99.
       01 WS-DEPT-TABLE-MAX      PIC 99 VALUE 50.
       01 WS-DEPT-USED           PIC 99 VALUE ZEROS.
       01 WS-DEPT-IX             PIC 99 VALUE ZEROS.
       01 WS-DEPT-FOUND          PIC X VALUE "N".
           88 DEPT-FOUND VALUE "Y" FALSE "N".

      *> Deduction accumulators by deduction code, claimed the same way.
       01 WS-CODE-TABLE.
           02 WS-CODE-ENTRY OCCURS 50 TIMES.
               03 WS-CODE-CODE   PIC X(4).
               03 WS-CODE-AMOUNT PIC 9(11)V99.
       01 WS-CODE-TABLE-MAX      PIC 99 VALUE 50.
       01 WS-CODE-USED           PIC 99 VALUE ZEROS.
       01 WS-CODE-IX             PIC 99 VALUE ZEROS.
       01 WS-CODE-FOUND          PIC X VALUE "N".
           88 CODE-FOUND VALUE "Y" FALSE "N".
       01 WS-TABLE-OVERFLOW      PIC X VALUE "N".
           88 TABLE-OVERFLOW VALUE "Y" FALSE "N".

      *> The journal is built here in full before anything is written,
      *> so an unmapped code or an imbalance found late still leaves
      *> GLFEED.DAT empty.
       01 WS-JE-TABLE.
           02 WS-JE-ENTRY OCCURS 200 TIMES.
               03 WS-JE-ACCOUNT     PIC X(10).
               03 WS-JE-DR-CR       PIC XX.
               03 WS-JE-AMOUNT      PIC 9(11)V99.
               03 WS-JE-SOURCE-TYPE PIC X.
               03 WS-JE-SOURCE-CODE PIC X(4).
               03 WS-JE-DESCRIPTION PIC X(30).
       01 WS-JE-TABLE-MAX        PIC 9(3) VALUE 200.
       01 WS-JE-COUNT            PIC 9(3) VALUE ZEROS.
       01 WS-JE-IX               PIC 9(3) VALUE ZEROS.
       01 WS-NEW-DR-CR           PIC XX VALUE SPACES.
       01 WS-NEW-AMOUNT          PIC 9(11)V99 VALUE ZEROS.

       01 WS-HEADING-1.
           05 FILLER PIC X(32) VALUE
               "PAYROLL JOURNAL PROOF FOR ".
           05 WS-HDG-DATE PIC 9(8).
       01 WS-HEADING-2.
           05 FILLER PIC X(12) VALUE "ACCOUNT".
           05 FILLER PIC X(6)  VALUE "SRC".
           05 FILLER PIC X(6)  VALUE "CODE".
           05 FILLER PIC X(32) VALUE "DESCRIPTION".
           05 FILLER PIC X(17) VALUE "DEBIT".
           05 FILLER PIC X(17) VALUE "CREDIT".
       01 WS-DETAIL-LINE.
           05 WS-DTL-ACCOUNT  PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-SRC-TYPE PIC X.
           05 FILLER          PIC X(5) VALUE SPACES.
           05 WS-DTL-SRC-CODE PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-DESC     PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-DEBIT    PIC ZZZZZZZZZZ9.99.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-DTL-CREDIT   PIC ZZZZZZZZZZ9.99.
       01 WS-UNMAPPED-LINE.
           05 FILLER          PIC X(26) VALUE
               "** NO ACCOUNT MAPPED FOR ".
           05 WS-UNM-TYPE     PIC X(10).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-UNM-CODE     PIC X(4).
           05 FILLER          PIC X(3) VALUE " **".
       01 WS-TOTAL-LINE.
           05 FILLER          PIC X(56) VALUE "JOURNAL TOTALS".
           05 WS-TOT-DEBIT    PIC ZZZZZZZZZZ9.99.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-TOT-CREDIT   PIC ZZZZZZZZZZ9.99.
       01 WS-BALANCE-LINE.
           05 FILLER          PIC X(14) VALUE "FEED ".
           05 WS-BAL-FEED     PIC X(12).
           05 FILLER          PIC X(6) VALUE " EXP: ".
           05 WS-BAL-EXP-CNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(1) VALUE "/".
           05 WS-BAL-EXP-AMT  PIC ZZZZZZZZZ9.99.
           05 FILLER          PIC X(6) VALUE " ACT: ".
           05 WS-BAL-ACT-CNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(1) VALUE "/".
           05 WS-BAL-ACT-AMT  PIC ZZZZZZZZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-BAL-VERDICT  PIC X(15).
       01 WS-VERDICT-LINE.
           05 FILLER          PIC X(14) VALUE "JOURNAL ".
           05 WS-VRD-TEXT     PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "JobLog-Start" USING WS-JOBLOG-PROGRAM
            END-CALL
            PERFORM 1000-INITIALIZE
            PERFORM UNTIL END-OF-FILE
                READ PAID-CARDS-FILE
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END PERFORM 2000-PROCESS-PAID-RECORD
                END-READ
            END-PERFORM
            SET END-OF-FILE TO FALSE
            IF NOT DEDUCT-TAKEN-OPEN
                SET END-OF-FILE TO TRUE
            END-IF
            PERFORM UNTIL END-OF-FILE
                READ DEDUCT-TAKEN-FILE
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END PERFORM 2500-PROCESS-TAKEN-RECORD
                END-READ
            END-PERFORM
            PERFORM 3000-BUILD-JOURNAL
            PERFORM 3500-PRINT-PROOF
            PERFORM 3800-WRITE-GL-FEED
            PERFORM 4000-TERMINATE
            STOP RUN.

       1000-INITIALIZE.
            ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD
            OPEN INPUT PAID-CARDS-FILE
            IF WS-PAID-CARDS-STATUS = "00"
                SET PAID-CARDS-OPEN TO TRUE
            ELSE
                DISPLAY "Error opening PAIDCARD.DAT - status "
                    WS-PAID-CARDS-STATUS " - nothing journaled"
                SET END-OF-FILE TO TRUE
                SET FEED-ERROR TO TRUE
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-IF
            OPEN INPUT DEDUCT-TAKEN-FILE
            IF WS-DEDUCT-TAKEN-STATUS = "00"
                SET DEDUCT-TAKEN-OPEN TO TRUE
            ELSE
                DISPLAY "Error opening DEDTAKEN.DAT - status "
                    WS-DEDUCT-TAKEN-STATUS " - nothing journaled"
                SET FEED-ERROR TO TRUE
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-IF
            PERFORM 1100-LOAD-ACCOUNT-MAP
            OPEN OUTPUT PROOF-REPORT.

      *> With no account map every code is unmapped, so the feed is
      *> refused below rather than here - the proof still prints what
      *> would have been journaled.
       1100-LOAD-ACCOUNT-MAP.
            OPEN INPUT GL-MAP-FILE
            IF WS-GL-MAP-STATUS = "00"
                PERFORM UNTIL END-OF-FILE
                    READ GL-MAP-FILE
                        AT END SET END-OF-FILE TO TRUE
                        NOT AT END PERFORM 1200-TABLE-ONE-MAPPING
                    END-READ
                END-PERFORM
                CLOSE GL-MAP-FILE
                SET END-OF-FILE TO FALSE
                IF NOT PAID-CARDS-OPEN
                    SET END-OF-FILE TO TRUE
                END-IF
            ELSE
                DISPLAY "Error opening GLMAP.DAT - status "
                    WS-GL-MAP-STATUS " - no codes can be mapped"
            END-IF.

       1200-TABLE-ONE-MAPPING.
            IF WS-MAP-COUNT >= WS-MAP-TABLE-MAX
                DISPLAY "Account map table full - " GM-MAP-TYPE
                    "/" GM-CODE " will be unmapped"
            ELSE
                ADD 1 TO WS-MAP-COUNT
                MOVE GM-MAP-TYPE    TO WS-MAP-TYPE (WS-MAP-COUNT)
                MOVE GM-CODE        TO WS-MAP-CODE (WS-MAP-COUNT)
                MOVE GM-ACCOUNT     TO WS-MAP-ACCOUNT (WS-MAP-COUNT)
                MOVE GM-DESCRIPTION
                    TO WS-MAP-DESCRIPTION (WS-MAP-COUNT)
            END-IF.

       2000-PROCESS-PAID-RECORD.
            IF PAID-TRAILER-SEEN
                DISPLAY "Record after the PAIDCARD.DAT trailer - "
                    "feed forced out of balance"
                SET FEED-ERROR TO TRUE
            ELSE
                IF PD-RECORD-TYPE = "D"
      *> The journal is dated with the batch's payday - the latest
      *> check date on the feed, so a late card for an earlier week
      *> does not back-date the whole journal.
                    IF PC-CHECK-DATE > WS-LATEST-CHECK-DATE
                        MOVE PC-CHECK-DATE TO WS-LATEST-CHECK-DATE
                    END-IF
                    ADD 1 TO WS-CARDS-READ
                    ADD PC-GROSS-PAY TO WS-GROSS-ACCUM
                    PERFORM 2100-ACCUMULATE-DEPARTMENT
                ELSE
                    IF PD-RECORD-TYPE = "T"
                        SET PAID-TRAILER-SEEN TO TRUE
                        MOVE PD-RECORD-COUNT TO WS-PAID-TRAILER-COUNT
                        MOVE PD-GROSS-TOTAL  TO WS-PAID-TRAILER-GROSS
                    ELSE
                        DISPLAY "Unknown record type """
                            PD-RECORD-TYPE """ in PAIDCARD.DAT - "
                            "feed forced out of balance"
                        SET FEED-ERROR TO TRUE
                    END-IF
                END-IF
            END-IF.

       2100-ACCUMULATE-DEPARTMENT.
            SET DEPT-FOUND TO FALSE
            PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                UNTIL WS-DEPT-IX > WS-DEPT-USED OR DEPT-FOUND
                IF WS-DEPT-CODE (WS-DEPT-IX) = PC-DEPARTMENT
                    SET DEPT-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF DEPT-FOUND
                SUBTRACT 1 FROM WS-DEPT-IX
            ELSE
                IF WS-DEPT-USED >= WS-DEPT-TABLE-MAX
                    DISPLAY "Department table full - "
                        PC-DEPARTMENT " cannot be journaled"
                    SET TABLE-OVERFLOW TO TRUE
                    MOVE ZEROS TO WS-DEPT-IX
                ELSE
                    ADD 1 TO WS-DEPT-USED
                    MOVE WS-DEPT-USED TO WS-DEPT-IX
                    MOVE PC-DEPARTMENT TO WS-DEPT-CODE (WS-DEPT-IX)
                    MOVE ZEROS TO WS-DEPT-REGULAR (WS-DEPT-IX)
                    MOVE ZEROS TO WS-DEPT-OVERTIME (WS-DEPT-IX)
                END-IF
            END-IF
            IF WS-DEPT-IX > ZEROS
                ADD PC-REGULAR-PAY  TO WS-DEPT-REGULAR (WS-DEPT-IX)
                ADD PC-OVERTIME-PAY TO WS-DEPT-OVERTIME (WS-DEPT-IX)
            END-IF.

       2500-PROCESS-TAKEN-RECORD.
            IF TAKEN-TRAILER-SEEN
                DISPLAY "Record after the DEDTAKEN.DAT trailer - "
                    "feed forced out of balance"
                SET FEED-ERROR TO TRUE
            ELSE
                IF DK-RECORD-TYPE = "D"
                    ADD 1 TO WS-DEDUCTS-READ
                    ADD DK-AMOUNT TO WS-DEDUCT-ACCUM
                    PERFORM 2600-ACCUMULATE-DEDUCT-CODE
                ELSE
                    IF DK-RECORD-TYPE = "N"
                        ADD 1 TO WS-NETS-READ
                        ADD DK-AMOUNT TO WS-NET-ACCUM
                    ELSE
                        IF DK-RECORD-TYPE = "T"
                            SET TAKEN-TRAILER-SEEN TO TRUE
                            MOVE DK-DEDUCT-COUNT
                                TO WS-TAKEN-TRAILER-DCNT
                            MOVE DK-DEDUCT-TOTAL
                                TO WS-TAKEN-TRAILER-DTOT
                            MOVE DK-NET-COUNT
                                TO WS-TAKEN-TRAILER-NCNT
                            MOVE DK-NET-TOTAL
                                TO WS-TAKEN-TRAILER-NTOT
                        ELSE
                            DISPLAY "Unknown record type """
                                DK-RECORD-TYPE """ in DEDTAKEN.DAT"
                                " - feed forced out of balance"
                            SET FEED-ERROR TO TRUE
                        END-IF
                    END-IF
                END-IF
            END-IF.

       2600-ACCUMULATE-DEDUCT-CODE.
            SET CODE-FOUND TO FALSE
            PERFORM VARYING WS-CODE-IX FROM 1 BY 1
                UNTIL WS-CODE-IX > WS-CODE-USED OR CODE-FOUND
                IF WS-CODE-CODE (WS-CODE-IX) = DK-DEDUCT-CODE
                    SET CODE-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF CODE-FOUND
                SUBTRACT 1 FROM WS-CODE-IX
            ELSE
                IF WS-CODE-USED >= WS-CODE-TABLE-MAX
                    DISPLAY "Deduction code table full - "
                        DK-DEDUCT-CODE " cannot be journaled"
                    SET TABLE-OVERFLOW TO TRUE
                    MOVE ZEROS TO WS-CODE-IX
                ELSE
                    ADD 1 TO WS-CODE-USED
                    MOVE WS-CODE-USED TO WS-CODE-IX
                    MOVE DK-DEDUCT-CODE TO WS-CODE-CODE (WS-CODE-IX)
                    MOVE ZEROS TO WS-CODE-AMOUNT (WS-CODE-IX)
                END-IF
            END-IF
            IF WS-CODE-IX > ZEROS
                ADD DK-AMOUNT TO WS-CODE-AMOUNT (WS-CODE-IX)
            END-IF.

      *> Wage expense lines first by department, then one liability
      *> line per deduction code, then the single cash line.  Zero
      *> amounts (a department with no overtime) are not journaled.
       3000-BUILD-JOURNAL.
            IF WS-LATEST-CHECK-DATE > ZEROS
                MOVE WS-LATEST-CHECK-DATE TO WS-JOURNAL-DATE
            END-IF
            PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                UNTIL WS-DEPT-IX > WS-DEPT-USED
                IF WS-DEPT-REGULAR (WS-DEPT-IX) > ZEROS
                    MOVE "R" TO WS-LOOKUP-TYPE
                    MOVE WS-DEPT-CODE (WS-DEPT-IX) TO WS-LOOKUP-CODE
                    MOVE "DR" TO WS-NEW-DR-CR
                    MOVE WS-DEPT-REGULAR (WS-DEPT-IX) TO WS-NEW-AMOUNT
                    PERFORM 3100-ADD-JOURNAL-LINE
                END-IF
                IF WS-DEPT-OVERTIME (WS-DEPT-IX) > ZEROS
                    MOVE "O" TO WS-LOOKUP-TYPE
                    MOVE WS-DEPT-CODE (WS-DEPT-IX) TO WS-LOOKUP-CODE
                    MOVE "DR" TO WS-NEW-DR-CR
                    MOVE WS-DEPT-OVERTIME (WS-DEPT-IX)
                        TO WS-NEW-AMOUNT
                    PERFORM 3100-ADD-JOURNAL-LINE
                END-IF
            END-PERFORM
            PERFORM VARYING WS-CODE-IX FROM 1 BY 1
                UNTIL WS-CODE-IX > WS-CODE-USED
                MOVE "D" TO WS-LOOKUP-TYPE
                MOVE WS-CODE-CODE (WS-CODE-IX) TO WS-LOOKUP-CODE
                MOVE "CR" TO WS-NEW-DR-CR
                MOVE WS-CODE-AMOUNT (WS-CODE-IX) TO WS-NEW-AMOUNT
                PERFORM 3100-ADD-JOURNAL-LINE
            END-PERFORM
            IF WS-NET-ACCUM > ZEROS
                MOVE "C" TO WS-LOOKUP-TYPE
                MOVE SPACES TO WS-LOOKUP-CODE
                MOVE "CR" TO WS-NEW-DR-CR
                MOVE WS-NET-ACCUM TO WS-NEW-AMOUNT
                PERFORM 3100-ADD-JOURNAL-LINE
            END-IF.

       3100-ADD-JOURNAL-LINE.
            PERFORM 3200-LOOKUP-ACCOUNT
            IF NOT MAP-FOUND
                SET UNMAPPED-CODE TO TRUE
                ADD 1 TO WS-UNMAPPED-COUNT
                MOVE "** UNMAPPED **" TO WS-LOOKUP-ACCOUNT
                MOVE SPACES TO WS-LOOKUP-DESCRIPTION
            END-IF
            IF WS-JE-COUNT >= WS-JE-TABLE-MAX
                DISPLAY "Journal line table full - "
                    WS-LOOKUP-TYPE "/" WS-LOOKUP-CODE
                    " cannot be journaled"
                SET TABLE-OVERFLOW TO TRUE
            ELSE
                ADD 1 TO WS-JE-COUNT
                MOVE WS-LOOKUP-ACCOUNT TO WS-JE-ACCOUNT (WS-JE-COUNT)
                MOVE WS-NEW-DR-CR      TO WS-JE-DR-CR (WS-JE-COUNT)
                MOVE WS-NEW-AMOUNT     TO WS-JE-AMOUNT (WS-JE-COUNT)
                MOVE WS-LOOKUP-TYPE
                    TO WS-JE-SOURCE-TYPE (WS-JE-COUNT)
                MOVE WS-LOOKUP-CODE
                    TO WS-JE-SOURCE-CODE (WS-JE-COUNT)
                MOVE WS-LOOKUP-DESCRIPTION
                    TO WS-JE-DESCRIPTION (WS-JE-COUNT)
                IF WS-NEW-DR-CR = "DR"
                    ADD WS-NEW-AMOUNT TO WS-TOTAL-DEBITS
                ELSE
                    ADD WS-NEW-AMOUNT TO WS-TOTAL-CREDITS
                END-IF
            END-IF.

       3200-LOOKUP-ACCOUNT.
            SET MAP-FOUND TO FALSE
            PERFORM VARYING WS-MAP-IX FROM 1 BY 1
                UNTIL WS-MAP-IX > WS-MAP-COUNT OR MAP-FOUND
                IF WS-MAP-TYPE (WS-MAP-IX) = WS-LOOKUP-TYPE
                    AND WS-MAP-CODE (WS-MAP-IX) = WS-LOOKUP-CODE
                    SET MAP-FOUND TO TRUE
                    MOVE WS-MAP-ACCOUNT (WS-MAP-IX)
                        TO WS-LOOKUP-ACCOUNT
                    MOVE WS-MAP-DESCRIPTION (WS-MAP-IX)
                        TO WS-LOOKUP-DESCRIPTION
                END-IF
            END-PERFORM.

       3500-PRINT-PROOF.
            MOVE WS-JOURNAL-DATE TO WS-HDG-DATE
            WRITE PROOF-REPORT-LINE FROM WS-HEADING-1
            WRITE PROOF-REPORT-LINE FROM WS-HEADING-2
            PERFORM VARYING WS-JE-IX FROM 1 BY 1
                UNTIL WS-JE-IX > WS-JE-COUNT
                PERFORM 3600-PRINT-JOURNAL-LINE
            END-PERFORM
            MOVE SPACES TO PROOF-REPORT-LINE
            WRITE PROOF-REPORT-LINE
            MOVE WS-TOTAL-DEBITS  TO WS-TOT-DEBIT
            MOVE WS-TOTAL-CREDITS TO WS-TOT-CREDIT
            WRITE PROOF-REPORT-LINE FROM WS-TOTAL-LINE
            PERFORM 3700-PRINT-FEED-BALANCE
            PERFORM 3750-DECIDE-VERDICT
            WRITE PROOF-REPORT-LINE FROM WS-VERDICT-LINE.

       3600-PRINT-JOURNAL-LINE.
            MOVE WS-JE-ACCOUNT (WS-JE-IX)     TO WS-DTL-ACCOUNT
            MOVE WS-JE-SOURCE-TYPE (WS-JE-IX) TO WS-DTL-SRC-TYPE
            MOVE WS-JE-SOURCE-CODE (WS-JE-IX) TO WS-DTL-SRC-CODE
            MOVE WS-JE-DESCRIPTION (WS-JE-IX) TO WS-DTL-DESC
            IF WS-JE-DR-CR (WS-JE-IX) = "DR"
                MOVE WS-JE-AMOUNT (WS-JE-IX) TO WS-DTL-DEBIT
                MOVE ZEROS TO WS-DTL-CREDIT
            ELSE
                MOVE ZEROS TO WS-DTL-DEBIT
                MOVE WS-JE-AMOUNT (WS-JE-IX) TO WS-DTL-CREDIT
            END-IF
            WRITE PROOF-REPORT-LINE FROM WS-DETAIL-LINE
            IF WS-JE-ACCOUNT (WS-JE-IX) = "** UNMAPPED **"
                EVALUATE WS-JE-SOURCE-TYPE (WS-JE-IX)
                    WHEN "R" MOVE "REGULAR"   TO WS-UNM-TYPE
                    WHEN "O" MOVE "OVERTIME"  TO WS-UNM-TYPE
                    WHEN "D" MOVE "DEDUCTION" TO WS-UNM-TYPE
                    WHEN OTHER MOVE "CASH"    TO WS-UNM-TYPE
                END-EVALUATE
                MOVE WS-JE-SOURCE-CODE (WS-JE-IX) TO WS-UNM-CODE
                WRITE PROOF-REPORT-LINE FROM WS-UNMAPPED-LINE
            END-IF.

      *> Both feeds must prove themselves complete against their
      *> trailers, exactly as NetPayReg balances PAIDCARD.DAT.
       3700-PRINT-FEED-BALANCE.
            MOVE "PAIDCARD"            TO WS-BAL-FEED
            MOVE WS-PAID-TRAILER-COUNT TO WS-BAL-EXP-CNT
            MOVE WS-PAID-TRAILER-GROSS TO WS-BAL-EXP-AMT
            MOVE WS-CARDS-READ         TO WS-BAL-ACT-CNT
            MOVE WS-GROSS-ACCUM        TO WS-BAL-ACT-AMT
            IF PAID-TRAILER-SEEN
                AND WS-PAID-TRAILER-COUNT = WS-CARDS-READ
                AND WS-PAID-TRAILER-GROSS = WS-GROSS-ACCUM
                MOVE "IN BALANCE" TO WS-BAL-VERDICT
            ELSE
                MOVE "OUT OF BALANCE" TO WS-BAL-VERDICT
                SET FEED-ERROR TO TRUE
            END-IF
            WRITE PROOF-REPORT-LINE FROM WS-BALANCE-LINE
            MOVE "DEDUCTIONS"          TO WS-BAL-FEED
            MOVE WS-TAKEN-TRAILER-DCNT TO WS-BAL-EXP-CNT
            MOVE WS-TAKEN-TRAILER-DTOT TO WS-BAL-EXP-AMT
            MOVE WS-DEDUCTS-READ       TO WS-BAL-ACT-CNT
            MOVE WS-DEDUCT-ACCUM       TO WS-BAL-ACT-AMT
            IF TAKEN-TRAILER-SEEN
                AND WS-TAKEN-TRAILER-DCNT = WS-DEDUCTS-READ
                AND WS-TAKEN-TRAILER-DTOT = WS-DEDUCT-ACCUM
                MOVE "IN BALANCE" TO WS-BAL-VERDICT
            ELSE
                MOVE "OUT OF BALANCE" TO WS-BAL-VERDICT
                SET FEED-ERROR TO TRUE
            END-IF
            WRITE PROOF-REPORT-LINE FROM WS-BALANCE-LINE
            MOVE "NET PAY"             TO WS-BAL-FEED
            MOVE WS-TAKEN-TRAILER-NCNT TO WS-BAL-EXP-CNT
            MOVE WS-TAKEN-TRAILER-NTOT TO WS-BAL-EXP-AMT
            MOVE WS-NETS-READ          TO WS-BAL-ACT-CNT
            MOVE WS-NET-ACCUM          TO WS-BAL-ACT-AMT
            IF TAKEN-TRAILER-SEEN
                AND WS-TAKEN-TRAILER-NCNT = WS-NETS-READ
                AND WS-TAKEN-TRAILER-NTOT = WS-NET-ACCUM
                MOVE "IN BALANCE" TO WS-BAL-VERDICT
            ELSE
                MOVE "OUT OF BALANCE" TO WS-BAL-VERDICT
                SET FEED-ERROR TO TRUE
            END-IF
            WRITE PROOF-REPORT-LINE FROM WS-BALANCE-LINE.

      *> An unmapped code is a set-up error and ends the step ERROR;
      *> anything that does not add up ends it OUTOFBAL so CycleCtl
      *> holds whatever is scheduled behind it.
       3750-DECIDE-VERDICT.
            IF UNMAPPED-CODE OR TABLE-OVERFLOW
                MOVE "NOT WRITTEN - CODES WITHOUT A LEDGER ACCOUNT"
                    TO WS-VRD-TEXT
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                MOVE 8 TO WS-RETURN-CODE
            ELSE
                IF FEED-ERROR
                    OR WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
                    MOVE "NOT WRITTEN - OUT OF BALANCE" TO WS-VRD-TEXT
                    IF WS-JOBLOG-OUTCOME = "OK"
                        MOVE "OUTOFBAL" TO WS-JOBLOG-OUTCOME
                    END-IF
                    MOVE 8 TO WS-RETURN-CODE
                ELSE
                    MOVE "IN BALANCE - WRITTEN TO GLFEED.DAT"
                        TO WS-VRD-TEXT
                END-IF
            END-IF.

      *> GLFEED.DAT is always recreated, so a refused week leaves an
      *> empty file behind instead of last week's journal waiting to
      *> be posted a second time.
       3800-WRITE-GL-FEED.
            OPEN OUTPUT GL-FEED-FILE
            IF WS-GL-FEED-STATUS NOT = "00"
                DISPLAY "Error opening GLFEED.DAT - status "
                    WS-GL-FEED-STATUS
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                MOVE 8 TO WS-RETURN-CODE
            ELSE
                IF WS-JOBLOG-OUTCOME = "OK"
                    PERFORM VARYING WS-JE-IX FROM 1 BY 1
                        UNTIL WS-JE-IX > WS-JE-COUNT
                        PERFORM 3900-WRITE-ONE-ENTRY
                    END-PERFORM
                    MOVE SPACES TO GL-FEED-RECORD
                    MOVE "T" TO GF-RECORD-TYPE
                    MOVE WS-JE-COUNT      TO GF-LINE-COUNT
                    MOVE WS-TOTAL-DEBITS  TO GF-DEBIT-TOTAL
                    MOVE WS-TOTAL-CREDITS TO GF-CREDIT-TOTAL
                    WRITE GL-FEED-RECORD
                END-IF
                CLOSE GL-FEED-FILE
            END-IF.

       3900-WRITE-ONE-ENTRY.
            MOVE "D" TO GF-RECORD-TYPE
            MOVE WS-JOURNAL-DATE              TO GF-JOURNAL-DATE
            MOVE WS-JE-ACCOUNT (WS-JE-IX)     TO GF-ACCOUNT
            MOVE WS-JE-DR-CR (WS-JE-IX)       TO GF-DR-CR
            MOVE WS-JE-AMOUNT (WS-JE-IX)      TO GF-AMOUNT
            MOVE WS-JE-SOURCE-TYPE (WS-JE-IX) TO GF-SOURCE-TYPE
            MOVE WS-JE-SOURCE-CODE (WS-JE-IX) TO GF-SOURCE-CODE
            MOVE WS-JE-DESCRIPTION (WS-JE-IX) TO GF-DESCRIPTION
            WRITE GL-FEED-RECORD.

       4000-TERMINATE.
            IF PAID-CARDS-OPEN
                CLOSE PAID-CARDS-FILE
            END-IF
            IF DEDUCT-TAKEN-OPEN
                CLOSE DEDUCT-TAKEN-FILE
            END-IF
            CLOSE PROOF-REPORT
            DISPLAY "GL feed complete - " WS-JE-COUNT
                " journal lines, debits " WS-TOTAL-DEBITS
                " credits " WS-TOTAL-CREDITS " - " WS-JOBLOG-OUTCOME
            COMPUTE WS-JOBLOG-READ =
                WS-CARDS-READ + WS-DEDUCTS-READ + WS-NETS-READ
            IF WS-JOBLOG-OUTCOME = "OK"
                MOVE WS-JE-COUNT TO WS-JOBLOG-GOOD
            END-IF
            MOVE WS-UNMAPPED-COUNT TO WS-JOBLOG-BAD
            CALL "JobLog-End" USING WS-JOBLOG-PROGRAM
                WS-JOBLOG-READ WS-JOBLOG-GOOD WS-JOBLOG-BAD
                WS-JOBLOG-OUTCOME
            END-CALL
      *> RETURN-CODE is set after the call - the CALL would reset it.
            MOVE WS-RETURN-CODE TO RETURN-CODE.

       END PROGRAM GLFeed.
