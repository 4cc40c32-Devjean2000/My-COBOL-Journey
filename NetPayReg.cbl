      *          deductions from the deductions master in priority
      *          order, and produces the check/direct-deposit register
      *          and the per-employee pay stubs showing gross, each
      *          deduction taken, and net.  Every deduction actually
      *          taken and every check's net pay is also written to
      *          the balanced DEDTAKEN.DAT feed the general-ledger
      *          step journals from.  Net pay goes by paper check
      *          unless the employee has a proven account on the bank-
      *          account master, in which case it is deposited through
      *          the DIRDEP.DAT bank file; accounts still in prenote
      *          get a zero-dollar prenote entry and a paper check.
      *          A retroactive pay adjustment is paid as a check of
      *          its own that takes only the percentage deductions.
      *          Each deduction taken is also added to the employee's
      *          total for that code and tax year on DEDYTD.DAT, which
      *          the year-end wage statements print from.
      *          Whatever a short check cannot cover is carried on the
      *          DEDBAL.DAT deduction-balance file as arrears and taken
      *          back first on the next check; a deduction with a goal
      *          amount stops by itself once the goal is paid.  The
      *          DEDBAL.RPT report lists every balance still owed and
      *          each goal reached this run.
      *          The feed is proved against its trailer before anything
      *          is posted, and each batch posted is recorded on
      *          NETPOST.DAT under the run stamp TimecardPay put on the
      *          feed's trailer.  A feed out of balance still prints
      *          its registers but sends no deposits and leaves
      *          DEDBAL.DAT, DEDYTD.DAT and BANKACCT.DAT untouched.
      *          A batch already posted prints only its balance proof
      *          and ends the step in error.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PAY-STUB-FILE ASSIGN TO "PAYSTUB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STUB-STATUS.
           SELECT DEDUCT-TAKEN-FILE ASSIGN TO "DEDTAKEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCT-TAKEN-STATUS.
           SELECT BANK-MASTER ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-SSNUM
               FILE STATUS IS WS-BANK-MASTER-STATUS.
           SELECT DEPOSIT-FILE ASSIGN TO "DIRDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-STATUS.
           SELECT DEDUCT-BALANCE-FILE ASSIGN TO "DEDBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-KEY
               FILE STATUS IS WS-DEDUCT-BALANCE-STATUS.
           SELECT BALANCE-REPORT ASSIGN TO "DEDBAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-REPORT-STATUS.
           SELECT DEDUCT-YTD-FILE ASSIGN TO "DEDYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DY-KEY
               FILE STATUS IS WS-DEDUCT-YTD-STATUS.
           SELECT NET-POSTED-FILE ASSIGN TO "NETPOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NP-KEY
               FILE STATUS IS WS-NET-POSTED-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 PD-TRAILER-DATA REDEFINES PD-DETAIL-DATA.
               03 PD-RECORD-COUNT PIC 9(7).
               03 PD-GROSS-TOTAL  PIC 9(11)V99.
               03 PD-BATCH-DATE   PIC 9(8).
               03 PD-BATCH-TIME   PIC 9(8).
               03 FILLER          PIC X(51).

       FD  DEDUCT-MASTER.
       01 DEDUCT-MASTER-RECORD.
       FD  PAY-STUB-FILE.
       01 PAY-STUB-LINE PIC X(80).

      *> Deductions-taken feed for the ledger step: a "D" record per
      *> deduction withheld, an "N" record per check's net pay, and a
      *> final "T" trailer carrying both counts and amount hashes.
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

       FD  BANK-MASTER.
       01 BANK-MASTER-RECORD.
           COPY "BANKACCT.cpy" REPLACING ==05== BY ==02==.

      *> Bank deposit file, fixed layout: one "H" batch header, an "E"
      *> entry per deposit or prenote, and a "T" batch trailer with
      *> the entry and prenote counts, the entry hash (sum of the
      *> first eight routing digits, low ten digits kept) and the
      *> total credited.  DD-TRANS-CODE is 22 checking deposit, 23
      *> checking prenote, 32 savings deposit, 33 savings prenote.
       FD  DEPOSIT-FILE.
       01 DEPOSIT-RECORD.
           02 DD-RECORD-TYPE PIC X.
           02 DD-ENTRY-DATA.
               03 DD-TRANS-CODE     PIC 99.
               03 DD-ROUTING-NUMBER PIC 9(9).
               03 DD-ACCOUNT-NUMBER PIC X(17).
               03 DD-AMOUNT         PIC 9(8)V99.
               03 DD-SSNUM          PIC 9(9).
               03 DD-NAME           PIC X(30).
               03 DD-TRACE-NUMBER   PIC 9(6).
           02 DD-HEADER-DATA REDEFINES DD-ENTRY-DATA.
               03 DD-COMPANY-NAME   PIC X(23).
               03 DD-COMPANY-ID     PIC X(10).
               03 DD-CREATED-DATE   PIC 9(8).
               03 DD-CREATED-TIME   PIC 9(8).
               03 DD-EFFECTIVE-DATE PIC 9(8).
               03 FILLER            PIC X(26).
           02 DD-TRAILER-DATA REDEFINES DD-ENTRY-DATA.
               03 DD-ENTRY-COUNT    PIC 9(7).
               03 DD-PRENOTE-COUNT  PIC 9(7).
               03 DD-ENTRY-HASH     PIC 9(10).
               03 DD-CREDIT-TOTAL   PIC 9(10)V99.
               03 FILLER            PIC X(47).

       FD  DEDUCT-BALANCE-FILE.
       01 DEDUCT-BALANCE-RECORD.
           COPY "DEDBAL.cpy" REPLACING ==05== BY ==02==.

       FD  BALANCE-REPORT.
       01 BALANCE-REPORT-LINE PIC X(110).

       FD  DEDUCT-YTD-FILE.
       01 DEDUCT-YTD-RECORD.
           COPY "DEDYTD.cpy" REPLACING ==05== BY ==02==.

      *> One record per paid-card batch whose deductions, balances
      *> and bank accounts have been posted, keyed by the date and
      *> time of the TimecardPay run that wrote the batch.
       FD  NET-POSTED-FILE.
       01 NET-POSTED-RECORD.
           02 NP-KEY.
               03 NP-BATCH-DATE  PIC 9(8).
               03 NP-BATCH-TIME  PIC 9(8).
           02 NP-CHECK-DATE      PIC 9(8).
           02 NP-CARD-COUNT      PIC 9(7).
           02 NP-GROSS-TOTAL     PIC 9(11)V99.
           02 NP-POSTED-DATE     PIC 9(8).
           02 NP-POSTED-TIME     PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-PAID-CARDS-STATUS     PIC XX VALUE ZEROS.
       01 WS-DEDUCT-MASTER-STATUS  PIC XX VALUE ZEROS.
       01 WS-CHECK-REGISTER-STATUS PIC XX VALUE ZEROS.
       01 WS-PAY-STUB-STATUS       PIC XX VALUE ZEROS.
       01 WS-DEDUCT-TAKEN-STATUS   PIC XX VALUE ZEROS.
       01 WS-BANK-MASTER-STATUS    PIC XX VALUE ZEROS.
       01 WS-DEPOSIT-STATUS        PIC XX VALUE ZEROS.
       01 WS-DEDUCT-YTD-STATUS     PIC XX VALUE ZEROS.
       01 WS-DEDUCT-BALANCE-STATUS PIC XX VALUE ZEROS.
       01 WS-BALANCE-REPORT-STATUS PIC XX VALUE ZEROS.
       01 WS-NET-POSTED-STATUS     PIC XX VALUE ZEROS.
       01 WS-END-OF-FILE           PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".
       01 WS-END-OF-DEDUCTS        PIC X VALUE "N".
           88 TRAILER-SEEN VALUE "Y" FALSE "N".
       01 WS-FEED-ERROR            PIC X VALUE "N".
           88 FEED-ERROR VALUE "Y" FALSE "N".
      *> Without a bank-account master everyone is simply paid by
      *> paper check, as before direct deposit existed.
       01 WS-BANK-ON-FILE          PIC X VALUE "N".
           88 BANK-ON-FILE VALUE "Y" FALSE "N".
       01 WS-PAY-METHOD            PIC X(8) VALUE SPACES.
           88 PAY-BY-CHECK   VALUE "CHECK".
           88 PAY-BY-DEPOSIT VALUE "DEPOSIT".
           88 PAY-BY-PRENOTE VALUE "PRENOTE".
       01 WS-DEDUCT-YTD-OPEN       PIC X VALUE "N".
           88 DEDUCT-YTD-OPEN VALUE "Y" FALSE "N".
       01 WS-DEDUCT-BALANCE-OPEN   PIC X VALUE "N".
           88 DEDUCT-BALANCE-OPEN VALUE "Y" FALSE "N".
       01 WS-END-OF-BALANCES       PIC X VALUE "N".
           88 END-OF-BALANCES VALUE "Y" FALSE "N".
      *> Each employee's deductions are walked twice: the first pass
      *> takes back arrears, the second takes the week's amounts.
       01 WS-DEDUCT-PASS           PIC X VALUE "C".
           88 ARREARS-PASS VALUE "A".
           88 CURRENT-PASS VALUE "C".
       01 WS-BALANCE-FOUND         PIC X VALUE "N".
           88 BALANCE-FOUND VALUE "Y" FALSE "N".
       01 WS-NET-POSTED-OPEN       PIC X VALUE "N".
           88 NET-POSTED-OPEN VALUE "Y" FALSE "N".
      *> Balances, year-to-date totals and bank accounts are posted
      *> only for a feed proved in balance that has not been posted
      *> before; otherwise the run only prints.
       01 WS-POSTING               PIC X VALUE "N".
           88 POSTING-ALLOWED      VALUE "Y".
           88 FEED-NOT-PROVED      VALUE "N".
           88 BATCH-ALREADY-POSTED VALUE "P".

      *> The deposit batch identifies us to the originating bank by
      *> the name and company ID the bank assigned.
       01 WS-COMPANY-NAME          PIC X(23) VALUE "PAYROLL".
       01 WS-COMPANY-ID            PIC X(10) VALUE "PAYROLL001".
      *> Calendar days a prenote must stand unreturned before the
      *> account is trusted with real money.
       01 WS-PRENOTE-WAIT-DAYS     PIC 99 VALUE 10.
       01 WS-RUN-DATE              PIC 9(8) VALUE ZEROS.
       01 WS-RUN-TIME              PIC 9(8) VALUE ZEROS.
      *> Deposits settle on the batch's payday, the latest check date
      *> among its cards, found when the feed is proved.
       01 WS-EFFECTIVE-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-CHECK-DATE            PIC 9(8) VALUE ZEROS.
       01 WS-CHECK-DATE-SPLIT REDEFINES WS-CHECK-DATE.
           02 WS-CHECK-YEAR  PIC 9(4).
           02 FILLER         PIC 9(4).
       01 WS-DEPOSIT-HEADER        PIC X VALUE "N".
           88 DEPOSIT-HEADER-WRITTEN VALUE "Y" FALSE "N".

       01 WS-CARDS-PAID            PIC 9(7) VALUE ZEROS.
       01 WS-GROSS-ACCUM           PIC 9(11)V99 VALUE ZEROS.
       01 WS-TRAILER-COUNT         PIC 9(7) VALUE ZEROS.
       01 WS-TRAILER-GROSS         PIC 9(11)V99 VALUE ZEROS.
       01 WS-PROOF-CARDS           PIC 9(7) VALUE ZEROS.
       01 WS-PROOF-GROSS           PIC 9(11)V99 VALUE ZEROS.
       01 WS-BATCH-DATE            PIC 9(8) VALUE ZEROS.
       01 WS-BATCH-TIME            PIC 9(8) VALUE ZEROS.
       01 WS-LATEST-CHECK-DATE     PIC 9(8) VALUE ZEROS.
       01 WS-CHECK-NUMBER          PIC 9(6) VALUE ZEROS.
       01 WS-NET-PAY               PIC 9(7)V99 VALUE ZEROS.
       01 WS-TOTAL-DEDUCTED        PIC 9(7)V99 VALUE ZEROS.
       01 WS-DEDUCT-AMOUNT         PIC 9(7)V99 VALUE ZEROS.
       01 WS-DEDUCT-DUE            PIC 9(7)V99 VALUE ZEROS.
       01 WS-GOAL-REMAINING        PIC S9(7)V99 VALUE ZEROS.
       01 WS-ARREARS-RAISED        PIC 9(11)V99 VALUE ZEROS.
       01 WS-ARREARS-RECOVERED     PIC 9(11)V99 VALUE ZEROS.
       01 WS-ARREARS-OUTSTANDING   PIC 9(11)V99 VALUE ZEROS.
       01 WS-BALANCES-LISTED       PIC 9(7) VALUE ZEROS.
       01 WS-GOALS-OPEN            PIC 9(7) VALUE ZEROS.
       01 WS-GOALS-REACHED         PIC 9(7) VALUE ZEROS.
       01 WS-GRAND-NET             PIC 9(11)V99 VALUE ZEROS.
       01 WS-GRAND-DEDUCTED        PIC 9(11)V99 VALUE ZEROS.
       01 WS-DEDUCTIONS-TAKEN      PIC 9(7) VALUE ZEROS.
       01 WS-NETS-WRITTEN          PIC 9(7) VALUE ZEROS.
       01 WS-DEPOSITS-MADE         PIC 9(7) VALUE ZEROS.
       01 WS-PRENOTES-SENT         PIC 9(7) VALUE ZEROS.
       01 WS-DEPOSIT-ENTRIES       PIC 9(6) VALUE ZEROS.
       01 WS-DEPOSIT-HASH          PIC 9(10) VALUE ZEROS.
       01 WS-GRAND-DEPOSITED       PIC 9(11)V99 VALUE ZEROS.
       01 WS-RETURN-CODE           PIC 9(4) VALUE ZEROS.
       01 WS-JOBLOG-PROGRAM        PIC X(12) VALUE "NETPAYREG".
       01 WS-JOBLOG-READ           PIC 9(7) VALUE ZEROS.
           05 FILLER PIC X(13) VALUE "GROSS".
           05 FILLER PIC X(13) VALUE "DEDUCTIONS".
           05 FILLER PIC X(12) VALUE "NET".
           05 FILLER PIC X(8)  VALUE "PAID BY".
       01 WS-DETAIL-LINE.
           05 WS-DTL-CHECK    PIC X(6).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-DTL-SSAREA   PIC 999.
           05 FILLER          PIC X VALUE "-".
           05 WS-DTL-DEDUCTED PIC ZZZZZZ9.99.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-DTL-NET      PIC ZZZZZZ9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-DTL-METHOD   PIC X(8).
       01 WS-FOOTER-CHECKS.
           05 FILLER          PIC X(21) VALUE "CHECKS WRITTEN:      ".
           05 WS-FTR-CHECKS   PIC ZZZZZZ9.
       01 WS-FOOTER-DEPOSITS.
           05 FILLER          PIC X(21) VALUE "DIRECT DEPOSITS:     ".
           05 WS-FTR-DEPOSITS PIC ZZZZZZ9.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 WS-FTR-DEPOSIT-AMT PIC ZZZZZZZZZ9.99.
       01 WS-FOOTER-PRENOTES.
           05 FILLER          PIC X(21) VALUE "PRENOTES SENT:       ".
           05 WS-FTR-PRENOTES PIC ZZZZZZ9.
       01 WS-FOOTER-DEDUCTED.
           05 FILLER          PIC X(21) VALUE "TOTAL DEDUCTIONS:    ".
           05 WS-FTR-DEDUCTED PIC ZZZZZZZZZ9.99.
           05 WS-BAL-ACT-CNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(1) VALUE "/".
           05 WS-BAL-ACT-GRS  PIC ZZZZZZZZZ9.99.
       01 WS-POSTING-NOTE.
           05 WS-PNT-TEXT     PIC X(41) VALUE SPACES.
           05 WS-PNT-DATE     PIC 9(8) BLANK WHEN ZERO VALUE ZEROS.

       01 WS-BAL-HEADING-1.
           05 FILLER PIC X(44) VALUE
               "DEDUCTION ARREARS AND GOAL BALANCE REPORT".
           05 FILLER          PIC X(9) VALUE "RUN DATE ".
           05 WS-BHD-RUN-DATE PIC 9(8).
       01 WS-BAL-HEADING-2.
           05 FILLER PIC X(13) VALUE "SSN".
           05 FILLER PIC X(32) VALUE "NAME".
           05 FILLER PIC X(6)  VALUE "CODE".
           05 FILLER PIC X(13) VALUE "ARREARS".
           05 FILLER PIC X(13) VALUE "GOAL".
           05 FILLER PIC X(13) VALUE "GOAL LEFT".
           05 FILLER PIC X(12) VALUE "STATUS".
       01 WS-BAL-DETAIL-LINE.
           05 WS-BDT-SSAREA   PIC 999.
           05 FILLER          PIC X VALUE "-".
           05 WS-BDT-SSGROUP  PIC 99.
           05 FILLER          PIC X VALUE "-".
           05 WS-BDT-SSSERIAL PIC 9999.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-BDT-NAME     PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-BDT-CODE     PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-BDT-ARREARS  PIC ZZZZZZ9.99.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-BDT-GOAL     PIC ZZZZZZ9.99.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-BDT-LEFT     PIC ZZZZZZ9.99.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-BDT-STATUS   PIC X(12).
       01 WS-BAL-SSNUM             PIC 9(9) VALUE ZEROS.
       01 WS-BAL-SSN REDEFINES WS-BAL-SSNUM.
           05 WS-BAL-SSAREA   PIC 999.
           05 WS-BAL-SSGROUP  PIC 99.
           05 WS-BAL-SSSERIAL PIC 9999.
       01 WS-BAL-FOOTER-COUNT.
           05 WS-BFT-COUNT-LABEL  PIC X(30).
           05 WS-BFT-COUNT        PIC ZZZZZZ9.
       01 WS-BAL-FOOTER-AMOUNT.
           05 WS-BFT-AMOUNT-LABEL PIC X(30).
           05 WS-BFT-AMOUNT       PIC ZZZZZZZZZ9.99.

       01 WS-STUB-HEADER.
           05 WS-STB-SSAREA   PIC 999.
            OPEN OUTPUT CHECK-REGISTER
            WRITE CHECK-REGISTER-LINE FROM WS-HEADING-1
            WRITE CHECK-REGISTER-LINE FROM WS-HEADING-2
            OPEN OUTPUT PAY-STUB-FILE
            OPEN OUTPUT DEDUCT-TAKEN-FILE
            IF WS-DEDUCT-TAKEN-STATUS NOT = "00"
                DISPLAY "Error opening DEDTAKEN.DAT - status "
                    WS-DEDUCT-TAKEN-STATUS
                SET END-OF-FILE TO TRUE
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-IF
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME
      *> I-O because sending a prenote, and its waiting period
      *> running out, are both recorded back on the account.
            OPEN I-O BANK-MASTER
            IF WS-BANK-MASTER-STATUS = "00"
                SET BANK-ON-FILE TO TRUE
            ELSE
                IF WS-BANK-MASTER-STATUS = "35"
                    DISPLAY "BANKACCT.DAT not found - "
                        "all net pay by paper check"
                ELSE
                    DISPLAY "Error opening BANKACCT.DAT - status "
                        WS-BANK-MASTER-STATUS
                    SET END-OF-FILE TO TRUE
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                END-IF
            END-IF
            MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
            OPEN OUTPUT DEPOSIT-FILE
            IF WS-DEPOSIT-STATUS NOT = "00"
                DISPLAY "Error opening DIRDEP.DAT - status "
                    WS-DEPOSIT-STATUS
                SET END-OF-FILE TO TRUE
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-IF
            OPEN I-O DEDUCT-BALANCE-FILE
            IF WS-DEDUCT-BALANCE-STATUS = "35"
                OPEN OUTPUT DEDUCT-BALANCE-FILE
                CLOSE DEDUCT-BALANCE-FILE
                OPEN I-O DEDUCT-BALANCE-FILE
            END-IF
            IF WS-DEDUCT-BALANCE-STATUS = "00"
                SET DEDUCT-BALANCE-OPEN TO TRUE
            ELSE
                DISPLAY "Error opening DEDBAL.DAT - status "
                    WS-DEDUCT-BALANCE-STATUS
                SET END-OF-FILE TO TRUE
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-IF
            OPEN I-O DEDUCT-YTD-FILE
            IF WS-DEDUCT-YTD-STATUS = "35"
                OPEN OUTPUT DEDUCT-YTD-FILE
                CLOSE DEDUCT-YTD-FILE
                OPEN I-O DEDUCT-YTD-FILE
            END-IF
            IF WS-DEDUCT-YTD-STATUS = "00"
                SET DEDUCT-YTD-OPEN TO TRUE
            ELSE
                DISPLAY "Error opening DEDYTD.DAT - status "
                    WS-DEDUCT-YTD-STATUS
                SET END-OF-FILE TO TRUE
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-IF
            OPEN I-O NET-POSTED-FILE
            IF WS-NET-POSTED-STATUS = "35"
                OPEN OUTPUT NET-POSTED-FILE
                CLOSE NET-POSTED-FILE
                OPEN I-O NET-POSTED-FILE
            END-IF
            IF WS-NET-POSTED-STATUS = "00"
                SET NET-POSTED-OPEN TO TRUE
            ELSE
                DISPLAY "Error opening NETPOST.DAT - status "
                    WS-NET-POSTED-STATUS
                SET END-OF-FILE TO TRUE
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-IF
            IF NOT END-OF-FILE
                PERFORM 1500-PROVE-FEED
            END-IF.

      *> The whole feed is read once before anything is posted and put
      *> to the same tests 3000 applies, so a feed that will not
      *> balance posts nothing.  The batch is known by the run stamp on
      *> its trailer, and it settles on the latest check date among
      *> its cards - a late card for an earlier week, or a retroactive
      *> adjustment, must not back-date everyone's deposit.  A feed
      *> written before trailers were stamped is known by that latest
      *> check date alone.
       1500-PROVE-FEED.
            PERFORM UNTIL END-OF-FILE
                READ PAID-CARDS-FILE
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END PERFORM 1510-PROVE-ONE-RECORD
                END-READ
            END-PERFORM
            IF TRAILER-SEEN
                AND NOT FEED-ERROR
                AND WS-TRAILER-COUNT = WS-PROOF-CARDS
                AND WS-TRAILER-GROSS = WS-PROOF-GROSS
                IF WS-PROOF-CARDS > ZEROS
                    PERFORM 1600-CHECK-BATCH-POSTED
                END-IF
            ELSE
                DISPLAY "PAIDCARD.DAT does not balance - "
                    "registers only, nothing posted"
                MOVE "NOTHING POSTED - FEED NOT IN BALANCE"
                    TO WS-PNT-TEXT
            END-IF
            IF WS-LATEST-CHECK-DATE > ZEROS
                MOVE WS-LATEST-CHECK-DATE TO WS-EFFECTIVE-DATE
            END-IF
            SET TRAILER-SEEN TO FALSE
            SET FEED-ERROR TO FALSE
            MOVE ZEROS TO WS-TRAILER-COUNT WS-TRAILER-GROSS
            CLOSE PAID-CARDS-FILE
            SET END-OF-FILE TO FALSE
            OPEN INPUT PAID-CARDS-FILE
            IF WS-PAID-CARDS-STATUS NOT = "00"
                DISPLAY "Error reopening PAIDCARD.DAT - status "
                    WS-PAID-CARDS-STATUS
                SET FEED-NOT-PROVED TO TRUE
                SET END-OF-FILE TO TRUE
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-IF.

       1510-PROVE-ONE-RECORD.
            IF TRAILER-SEEN
                SET FEED-ERROR TO TRUE
            ELSE
                IF PD-RECORD-TYPE = "D"
                    IF PC-CHECK-DATE > WS-LATEST-CHECK-DATE
                        MOVE PC-CHECK-DATE TO WS-LATEST-CHECK-DATE
                    END-IF
                    ADD 1 TO WS-PROOF-CARDS
                    ADD PC-GROSS-PAY TO WS-PROOF-GROSS
                ELSE
                    IF PD-RECORD-TYPE = "T"
                        SET TRAILER-SEEN TO TRUE
                        MOVE PD-RECORD-COUNT TO WS-TRAILER-COUNT
                        MOVE PD-GROSS-TOTAL  TO WS-TRAILER-GROSS
                        IF PD-BATCH-DATE NUMERIC
                            AND PD-BATCH-TIME NUMERIC
                            MOVE PD-BATCH-DATE TO WS-BATCH-DATE
                            MOVE PD-BATCH-TIME TO WS-BATCH-TIME
                        END-IF
                    ELSE
                        SET FEED-ERROR TO TRUE
                    END-IF
                END-IF
            END-IF.

      *> A batch already on NETPOST.DAT is a rerun.  Its deductions
      *> cannot be priced again - the balances have moved on since the
      *> run that paid it - so the rerun only proves the feed: no stub
      *> or register line, no deposit entry, no deductions-taken
      *> detail, and the step ends in error so nothing downstream runs
      *> from it.  The first run's reports stand.
       1600-CHECK-BATCH-POSTED.
            IF WS-BATCH-DATE = ZEROS
                MOVE WS-EFFECTIVE-DATE TO WS-BATCH-DATE
                MOVE ZEROS             TO WS-BATCH-TIME
            END-IF
            MOVE WS-BATCH-DATE TO NP-BATCH-DATE
            MOVE WS-BATCH-TIME TO NP-BATCH-TIME
            READ NET-POSTED-FILE
                INVALID KEY
                    SET POSTING-ALLOWED TO TRUE
                NOT INVALID KEY
                    SET BATCH-ALREADY-POSTED TO TRUE
                    DISPLAY "Batch " NP-BATCH-DATE " " NP-BATCH-TIME
                        " already posted on " NP-POSTED-DATE
                        " - nothing paid or posted"
                    MOVE 8 TO WS-RETURN-CODE
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                    MOVE "NOTHING POSTED - BATCH ALREADY POSTED ON"
                        TO WS-PNT-TEXT
                    MOVE NP-POSTED-DATE TO WS-PNT-DATE
            END-READ.

       2000-PROCESS-RECORD.
            IF TRAILER-SEEN
                END-IF
            END-IF.

      *> A feed that did not prove is still priced onto the stubs and
      *> register for checking, but no money goes to the bank file.
       2100-PROCESS-PAID-CARD.
            ADD 1 TO WS-CARDS-PAID
            ADD PC-GROSS-PAY TO WS-GROSS-ACCUM
            IF NOT BATCH-ALREADY-POSTED
                PERFORM 2150-PAY-ONE-CARD
            END-IF.

       2150-PAY-ONE-CARD.
            MOVE PC-GROSS-PAY TO WS-NET-PAY
            MOVE ZEROS TO WS-TOTAL-DEDUCTED
            PERFORM 2500-START-PAY-STUB
                PERFORM 2200-APPLY-DEDUCTIONS
            END-IF
            PERFORM 2600-FINISH-PAY-STUB
            PERFORM 2650-DETERMINE-PAY-METHOD
            PERFORM 2700-WRITE-REGISTER-LINE
            IF POSTING-ALLOWED
                AND (PAY-BY-DEPOSIT OR PAY-BY-PRENOTE)
                PERFORM 2750-WRITE-DEPOSIT-ENTRY
            END-IF
            PERFORM 2800-WRITE-NET-TAKEN.

      *> Arrears come off the check before anything current, so money
      *> already owed is never pushed back again by this week's
      *> deductions; both passes run in priority order.
       2200-APPLY-DEDUCTIONS.
            SET ARREARS-PASS TO TRUE
            PERFORM 2210-SCAN-DEDUCTIONS
            SET CURRENT-PASS TO TRUE
            PERFORM 2210-SCAN-DEDUCTIONS.

      *> The deduction key leads with the SSN and carries the priority
      *> next, so a START on the employee's SSN hands the deductions
      *> back already in the order they must be taken.
       2210-SCAN-DEDUCTIONS.
            SET END-OF-DEDUCTS TO FALSE
            MOVE PC-SSNUM TO DM-SSNUM
            MOVE ZEROS    TO DM-PRIORITY
                    AT END SET END-OF-DEDUCTS TO TRUE
                    NOT AT END
                        IF DM-SSNUM = PC-SSNUM
                            PERFORM 2250-CHECK-DEDUCT-APPLIES
                        ELSE
                            SET END-OF-DEDUCTS TO TRUE
                        END-IF
                END-READ
            END-PERFORM.

      *> The flat deductions came out of the week's own check, so a
      *> retroactive adjustment for that week takes only the ones
      *> that are a percentage of pay.
       2250-CHECK-DEDUCT-APPLIES.
            IF PC-CARD-TYPE NOT = "A" OR DM-METHOD = "P"
                PERFORM 2300-APPLY-ONE-DEDUCTION
            END-IF.

      *> A deduction never takes a check negative: whatever would
      *> overdraw the remaining net is capped at the remainder, and
      *> lower-priority deductions get whatever is left.  The part a
      *> short check could not cover is not lost - it is carried on
      *> the balance file as arrears.  A deduction whose goal is
      *> already paid is skipped and no longer shows on the stub.
       2300-APPLY-ONE-DEDUCTION.
            PERFORM 2310-READ-DEDUCT-BALANCE
            IF DB-STATUS NOT = "G"
                IF ARREARS-PASS
                    MOVE DB-ARREARS TO WS-DEDUCT-DUE
                ELSE
                    PERFORM 2320-PRICE-CURRENT-DEDUCTION
                END-IF
                IF CURRENT-PASS OR WS-DEDUCT-DUE > ZEROS
                    PERFORM 2330-TAKE-DEDUCTION
                END-IF
            END-IF.

      *> A balance seen for the first time starts empty; a goal amount
      *> that no longer matches the master's means a new goal has been
      *> loaded for the code, and it starts again from nothing.
       2310-READ-DEDUCT-BALANCE.
            MOVE DM-SSNUM       TO DB-SSNUM
            MOVE DM-DEDUCT-CODE TO DB-DEDUCT-CODE
            READ DEDUCT-BALANCE-FILE
                INVALID KEY
                    SET BALANCE-FOUND TO FALSE
                    MOVE ZEROS TO DB-ARREARS DB-GOAL-AMOUNT
                        DB-PAID-TO-GOAL DB-GOAL-DATE DB-LAST-DATE
                    MOVE "A" TO DB-STATUS
                NOT INVALID KEY
                    SET BALANCE-FOUND TO TRUE
            END-READ
            MOVE PC-NAME        TO DB-NAME
            MOVE DM-DESCRIPTION TO DB-DESCRIPTION
            IF DM-GOAL-AMOUNT NOT = DB-GOAL-AMOUNT
                MOVE DM-GOAL-AMOUNT TO DB-GOAL-AMOUNT
                MOVE ZEROS TO DB-PAID-TO-GOAL DB-GOAL-DATE
                MOVE "A" TO DB-STATUS
            END-IF.

      *> Toward a goal, the week's amount never takes more than is
      *> left once the arrears already owed are counted.
       2320-PRICE-CURRENT-DEDUCTION.
            IF DM-METHOD = "P"
                COMPUTE WS-DEDUCT-DUE ROUNDED =
                    PC-GROSS-PAY * DM-RATE / 100
            ELSE
                MOVE DM-RATE TO WS-DEDUCT-DUE
            END-IF
            IF DB-GOAL-AMOUNT > ZEROS
                COMPUTE WS-GOAL-REMAINING =
                    DB-GOAL-AMOUNT - DB-PAID-TO-GOAL - DB-ARREARS
                IF WS-GOAL-REMAINING < ZEROS
                    MOVE ZEROS TO WS-GOAL-REMAINING
                END-IF
                IF WS-DEDUCT-DUE > WS-GOAL-REMAINING
                    MOVE WS-GOAL-REMAINING TO WS-DEDUCT-DUE
                END-IF
            END-IF.

       2330-TAKE-DEDUCTION.
            MOVE WS-DEDUCT-DUE TO WS-DEDUCT-AMOUNT
            IF WS-DEDUCT-AMOUNT > WS-NET-PAY
                MOVE WS-NET-PAY TO WS-DEDUCT-AMOUNT
            END-IF
            SUBTRACT WS-DEDUCT-AMOUNT FROM WS-NET-PAY
            ADD WS-DEDUCT-AMOUNT TO WS-TOTAL-DEDUCTED
            MOVE DM-DEDUCT-CODE   TO WS-STB-CODE
            IF ARREARS-PASS
                MOVE "ARREARS RECOVERED" TO WS-STB-LABEL
                SUBTRACT WS-DEDUCT-AMOUNT FROM DB-ARREARS
                ADD WS-DEDUCT-AMOUNT TO WS-ARREARS-RECOVERED
            ELSE
                MOVE DM-DESCRIPTION TO WS-STB-LABEL
                COMPUTE DB-ARREARS =
                    DB-ARREARS + WS-DEDUCT-DUE - WS-DEDUCT-AMOUNT
                COMPUTE WS-ARREARS-RAISED =
                    WS-ARREARS-RAISED + WS-DEDUCT-DUE - WS-DEDUCT-AMOUNT
            END-IF
            MOVE WS-DEDUCT-AMOUNT TO WS-STB-AMOUNT
            WRITE PAY-STUB-LINE FROM WS-STUB-AMOUNT-LINE
            IF WS-DEDUCT-AMOUNT > ZEROS
                PERFORM 2350-WRITE-DEDUCT-TAKEN
            END-IF
            IF DB-GOAL-AMOUNT > ZEROS
                ADD WS-DEDUCT-AMOUNT TO DB-PAID-TO-GOAL
                IF DB-PAID-TO-GOAL >= DB-GOAL-AMOUNT
                    MOVE "G" TO DB-STATUS
                    MOVE WS-RUN-DATE TO DB-GOAL-DATE
                    MOVE ZEROS TO DB-ARREARS
                END-IF
            END-IF
            PERFORM 2340-WRITE-DEDUCT-BALANCE.

       2340-WRITE-DEDUCT-BALANCE.
            MOVE WS-RUN-DATE TO DB-LAST-DATE
            IF POSTING-ALLOWED
                IF BALANCE-FOUND
                    REWRITE DEDUCT-BALANCE-RECORD
                        INVALID KEY
                            DISPLAY "Deduction balance " DB-KEY
                                " could not be updated - status "
                                WS-DEDUCT-BALANCE-STATUS
                            MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                    END-REWRITE
                ELSE
                    WRITE DEDUCT-BALANCE-RECORD
                        INVALID KEY
                            DISPLAY "Deduction balance " DB-KEY
                                " could not be written - status "
                                WS-DEDUCT-BALANCE-STATUS
                            MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                    END-WRITE
                END-IF
            END-IF.

      *> Only money actually withheld goes to the ledger feed - a
      *> deduction capped to nothing on a short check posts nothing.
       2350-WRITE-DEDUCT-TAKEN.
            MOVE SPACES           TO DEDUCT-TAKEN-RECORD
            MOVE "D"              TO DK-RECORD-TYPE
            MOVE PC-SSNUM         TO DK-SSNUM
            MOVE PC-DEPARTMENT    TO DK-DEPARTMENT
            MOVE DM-DEDUCT-CODE   TO DK-DEDUCT-CODE
            MOVE WS-DEDUCT-AMOUNT TO DK-AMOUNT
            ADD 1 TO WS-DEDUCTIONS-TAKEN
            WRITE DEDUCT-TAKEN-RECORD
            IF POSTING-ALLOWED
                PERFORM 2360-POST-DEDUCT-YTD
            END-IF.

      *> The year is the check date's, so a check dated in January
      *> for December's work counts toward the new year, the same as
      *> its gross on the earnings file.  A card from before the pay
      *> calendar carries no check date and counts in the run's year.
       2360-POST-DEDUCT-YTD.
            IF PC-CHECK-DATE > ZEROS
                MOVE PC-CHECK-DATE TO WS-CHECK-DATE
            ELSE
                MOVE WS-RUN-DATE   TO WS-CHECK-DATE
            END-IF
            MOVE PC-SSNUM       TO DY-SSNUM
            MOVE WS-CHECK-YEAR  TO DY-TAX-YEAR
            MOVE DM-DEDUCT-CODE TO DY-DEDUCT-CODE
            READ DEDUCT-YTD-FILE
                INVALID KEY
                    MOVE DM-DESCRIPTION   TO DY-DESCRIPTION
                    MOVE WS-DEDUCT-AMOUNT TO DY-AMOUNT
                    MOVE 1                TO DY-TIMES-TAKEN
                    WRITE DEDUCT-YTD-RECORD
                        INVALID KEY
                            DISPLAY "Deduction total " DY-KEY
                                " could not be written - status "
                                WS-DEDUCT-YTD-STATUS
                            MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                    END-WRITE
                NOT INVALID KEY
                    MOVE DM-DESCRIPTION TO DY-DESCRIPTION
                    ADD WS-DEDUCT-AMOUNT TO DY-AMOUNT
                    ADD 1 TO DY-TIMES-TAKEN
                    REWRITE DEDUCT-YTD-RECORD
                        INVALID KEY
                            DISPLAY "Deduction total " DY-KEY
                                " could not be updated - status "
                                WS-DEDUCT-YTD-STATUS
                            MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                    END-REWRITE
            END-READ.

       2500-START-PAY-STUB.
            MOVE PC-SSAREA   TO WS-STB-SSAREA
            MOVE PC-NAME     TO WS-STB-NAME
            WRITE PAY-STUB-LINE FROM WS-STUB-HEADER
            MOVE SPACES TO WS-STB-CODE
            IF PC-CARD-TYPE = "A"
                MOVE "RETRO PAY" TO WS-STB-LABEL
            ELSE
                MOVE "GROSS PAY" TO WS-STB-LABEL
            END-IF
            MOVE PC-GROSS-PAY TO WS-STB-AMOUNT
            WRITE PAY-STUB-LINE FROM WS-STUB-AMOUNT-LINE.

            MOVE SPACES TO PAY-STUB-LINE
            WRITE PAY-STUB-LINE.

      *> An account still in prenote is proved once with a zero-
      *> dollar entry (a same-day rerun sends it again, since the
      *> rerun replaces the bank file) and is paid by check until the
      *> waiting period passes with no return from the bank; after
      *> that it goes live and is deposited from then on.  A check
      *> that nets to nothing is never deposited.
       2650-DETERMINE-PAY-METHOD.
            SET PAY-BY-CHECK TO TRUE
            IF BANK-ON-FILE
                MOVE PC-SSNUM TO BA-SSNUM
                READ BANK-MASTER
                    INVALID KEY CONTINUE
                    NOT INVALID KEY PERFORM 2660-ROUTE-TO-BANK
                END-READ
            END-IF.

       2660-ROUTE-TO-BANK.
            IF BA-PRENOTE-STATUS = "P"
                IF BA-PRENOTE-DATE = ZEROS
                    OR BA-PRENOTE-DATE = WS-RUN-DATE
                    SET PAY-BY-PRENOTE TO TRUE
                    MOVE WS-RUN-DATE TO BA-PRENOTE-DATE
                    PERFORM 2670-REWRITE-BANK-ACCOUNT
                ELSE
                    IF FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                        - FUNCTION INTEGER-OF-DATE(BA-PRENOTE-DATE)
                        >= WS-PRENOTE-WAIT-DAYS
                        MOVE "A" TO BA-PRENOTE-STATUS
                        PERFORM 2670-REWRITE-BANK-ACCOUNT
                    END-IF
                END-IF
            END-IF
            IF BA-PRENOTE-STATUS = "A" AND WS-NET-PAY > ZEROS
                SET PAY-BY-DEPOSIT TO TRUE
            END-IF.

       2670-REWRITE-BANK-ACCOUNT.
            IF POSTING-ALLOWED
                REWRITE BANK-MASTER-RECORD
                    INVALID KEY
                        DISPLAY "Bank account " BA-SSNUM
                            " could not be updated - status "
                            WS-BANK-MASTER-STATUS
                        MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                END-REWRITE
            END-IF.

       2700-WRITE-REGISTER-LINE.
            IF PAY-BY-DEPOSIT
                MOVE SPACES TO WS-DTL-CHECK
            ELSE
                ADD 1 TO WS-CHECK-NUMBER
                MOVE WS-CHECK-NUMBER TO WS-DTL-CHECK
            END-IF
            MOVE WS-PAY-METHOD     TO WS-DTL-METHOD
            MOVE PC-SSAREA         TO WS-DTL-SSAREA
            MOVE PC-SSGROUP        TO WS-DTL-SSGROUP
            MOVE PC-SSSERIAL       TO WS-DTL-SSSERIAL
            ADD WS-NET-PAY        TO WS-GRAND-NET
            WRITE CHECK-REGISTER-LINE FROM WS-DETAIL-LINE.

      *> Prenotes carry no money but still count as entries and in
      *> the entry hash, as the bank counts them.
       2740-WRITE-DEPOSIT-HEADER.
            MOVE SPACES TO DEPOSIT-RECORD
            MOVE "H" TO DD-RECORD-TYPE
            MOVE WS-COMPANY-NAME   TO DD-COMPANY-NAME
            MOVE WS-COMPANY-ID     TO DD-COMPANY-ID
            MOVE WS-RUN-DATE       TO DD-CREATED-DATE
            MOVE WS-RUN-TIME       TO DD-CREATED-TIME
            MOVE WS-EFFECTIVE-DATE TO DD-EFFECTIVE-DATE
            WRITE DEPOSIT-RECORD
            SET DEPOSIT-HEADER-WRITTEN TO TRUE.

       2750-WRITE-DEPOSIT-ENTRY.
            IF NOT DEPOSIT-HEADER-WRITTEN
                PERFORM 2740-WRITE-DEPOSIT-HEADER
            END-IF
            ADD 1 TO WS-DEPOSIT-ENTRIES
            MOVE SPACES TO DEPOSIT-RECORD
            MOVE "E" TO DD-RECORD-TYPE
            IF PAY-BY-PRENOTE
                MOVE ZEROS TO DD-AMOUNT
                ADD 1 TO WS-PRENOTES-SENT
                IF BA-ACCOUNT-TYPE = "S"
                    MOVE 33 TO DD-TRANS-CODE
                ELSE
                    MOVE 23 TO DD-TRANS-CODE
                END-IF
            ELSE
                MOVE WS-NET-PAY TO DD-AMOUNT
                ADD 1 TO WS-DEPOSITS-MADE
                ADD WS-NET-PAY TO WS-GRAND-DEPOSITED
                IF BA-ACCOUNT-TYPE = "S"
                    MOVE 32 TO DD-TRANS-CODE
                ELSE
                    MOVE 22 TO DD-TRANS-CODE
                END-IF
            END-IF
            MOVE BA-ROUTING-NUMBER  TO DD-ROUTING-NUMBER
            MOVE BA-ACCOUNT-NUMBER  TO DD-ACCOUNT-NUMBER
            MOVE PC-SSNUM           TO DD-SSNUM
            MOVE PC-NAME            TO DD-NAME
            MOVE WS-DEPOSIT-ENTRIES TO DD-TRACE-NUMBER
            COMPUTE WS-DEPOSIT-HASH =
                WS-DEPOSIT-HASH + BA-ROUTING-NUMBER / 10
            WRITE DEPOSIT-RECORD.

       2800-WRITE-NET-TAKEN.
            MOVE SPACES        TO DEDUCT-TAKEN-RECORD
            MOVE "N"           TO DK-RECORD-TYPE
            MOVE PC-SSNUM      TO DK-SSNUM
            MOVE PC-DEPARTMENT TO DK-DEPARTMENT
            MOVE WS-NET-PAY    TO DK-AMOUNT
            ADD 1 TO WS-NETS-WRITTEN
            WRITE DEDUCT-TAKEN-RECORD.

      *> The feed must prove itself complete before payday relies on
      *> it: the trailer's count and gross hash have to match what was
      *> actually read, exactly as TotalsRpt balances TRANSACT.DAT.
            MOVE WS-CHECK-NUMBER   TO WS-FTR-CHECKS
            MOVE WS-GRAND-DEDUCTED TO WS-FTR-DEDUCTED
            MOVE WS-GRAND-NET      TO WS-FTR-NET
            MOVE WS-DEPOSITS-MADE   TO WS-FTR-DEPOSITS
            MOVE WS-GRAND-DEPOSITED TO WS-FTR-DEPOSIT-AMT
            MOVE WS-PRENOTES-SENT   TO WS-FTR-PRENOTES
            WRITE CHECK-REGISTER-LINE FROM WS-FOOTER-CHECKS
            WRITE CHECK-REGISTER-LINE FROM WS-FOOTER-DEPOSITS
            WRITE CHECK-REGISTER-LINE FROM WS-FOOTER-PRENOTES
            WRITE CHECK-REGISTER-LINE FROM WS-FOOTER-DEDUCTED
            WRITE CHECK-REGISTER-LINE FROM WS-FOOTER-NET
            IF WS-PNT-TEXT NOT = SPACES
                MOVE SPACES TO CHECK-REGISTER-LINE
                WRITE CHECK-REGISTER-LINE
                WRITE CHECK-REGISTER-LINE FROM WS-POSTING-NOTE
            END-IF
            IF POSTING-ALLOWED
                PERFORM 3100-RECORD-BATCH-POSTED
            END-IF.

      *> Recorded even when a single update failed above: what did
      *> post must not be posted again by a rerun.
       3100-RECORD-BATCH-POSTED.
            MOVE WS-BATCH-DATE       TO NP-BATCH-DATE
            MOVE WS-BATCH-TIME       TO NP-BATCH-TIME
            MOVE WS-EFFECTIVE-DATE   TO NP-CHECK-DATE
            MOVE WS-CARDS-PAID       TO NP-CARD-COUNT
            MOVE WS-GROSS-ACCUM      TO NP-GROSS-TOTAL
            MOVE WS-RUN-DATE         TO NP-POSTED-DATE
            MOVE WS-RUN-TIME         TO NP-POSTED-TIME
            WRITE NET-POSTED-RECORD
                INVALID KEY
                    DISPLAY "Batch " NP-KEY
                        " could not be recorded as posted - status "
                        WS-NET-POSTED-STATUS
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-WRITE.

       4000-TERMINATE.
            CLOSE PAID-CARDS-FILE
            IF DEDUCTS-ON-FILE
                CLOSE DEDUCT-MASTER
            END-IF
            IF BANK-ON-FILE
                CLOSE BANK-MASTER
            END-IF
            IF DEDUCT-YTD-OPEN
                CLOSE DEDUCT-YTD-FILE
            END-IF
            IF NET-POSTED-OPEN
                CLOSE NET-POSTED-FILE
            END-IF
            IF DEDUCT-BALANCE-OPEN
                PERFORM 4100-PRINT-BALANCE-REPORT
                CLOSE DEDUCT-BALANCE-FILE
            END-IF
            CLOSE CHECK-REGISTER
            CLOSE PAY-STUB-FILE
            IF WS-DEPOSIT-STATUS = "00"
                IF NOT DEPOSIT-HEADER-WRITTEN
                    PERFORM 2740-WRITE-DEPOSIT-HEADER
                END-IF
                MOVE SPACES TO DEPOSIT-RECORD
                MOVE "T" TO DD-RECORD-TYPE
                MOVE WS-DEPOSIT-ENTRIES TO DD-ENTRY-COUNT
                MOVE WS-PRENOTES-SENT   TO DD-PRENOTE-COUNT
                MOVE WS-DEPOSIT-HASH    TO DD-ENTRY-HASH
                MOVE WS-GRAND-DEPOSITED TO DD-CREDIT-TOTAL
                WRITE DEPOSIT-RECORD
                CLOSE DEPOSIT-FILE
            END-IF
            MOVE SPACES TO DEDUCT-TAKEN-RECORD
            MOVE "T" TO DK-RECORD-TYPE
            MOVE WS-DEDUCTIONS-TAKEN TO DK-DEDUCT-COUNT
            MOVE WS-GRAND-DEDUCTED   TO DK-DEDUCT-TOTAL
            MOVE WS-NETS-WRITTEN     TO DK-NET-COUNT
            MOVE WS-GRAND-NET        TO DK-NET-TOTAL
            WRITE DEDUCT-TAKEN-RECORD
            CLOSE DEDUCT-TAKEN-FILE
            DISPLAY "Net-pay register complete - " WS-CHECK-NUMBER
                " checks, " WS-DEPOSITS-MADE " deposits, "
                WS-PRENOTES-SENT " prenotes, deductions "
                WS-GRAND-DEDUCTED
                " net " WS-GRAND-NET " - feed " WS-BAL-VERDICT
            MOVE WS-CARDS-PAID   TO WS-JOBLOG-READ
            MOVE WS-CARDS-PAID   TO WS-JOBLOG-GOOD
            CALL "JobLog-End" USING WS-JOBLOG-PROGRAM
                WS-JOBLOG-READ WS-JOBLOG-GOOD WS-JOBLOG-BAD
                WS-JOBLOG-OUTCOME
      *> RETURN-CODE is set after the call - the CALL would reset it.
            MOVE WS-RETURN-CODE TO RETURN-CODE.

      *> Listed: every balance still carrying arrears, every goal not
      *> yet reached, and every goal reached in today's run.  Balances
      *> settled and goals reached on earlier runs are left off.
       4100-PRINT-BALANCE-REPORT.
            OPEN OUTPUT BALANCE-REPORT
            MOVE WS-RUN-DATE TO WS-BHD-RUN-DATE
            WRITE BALANCE-REPORT-LINE FROM WS-BAL-HEADING-1
            WRITE BALANCE-REPORT-LINE FROM WS-BAL-HEADING-2
            IF WS-PNT-TEXT NOT = SPACES
                WRITE BALANCE-REPORT-LINE FROM WS-POSTING-NOTE
            END-IF
            SET END-OF-BALANCES TO FALSE
            MOVE LOW-VALUES TO DB-KEY
            START DEDUCT-BALANCE-FILE KEY IS >= DB-KEY
                INVALID KEY SET END-OF-BALANCES TO TRUE
            END-START
            PERFORM UNTIL END-OF-BALANCES
                READ DEDUCT-BALANCE-FILE NEXT
                    AT END SET END-OF-BALANCES TO TRUE
                    NOT AT END PERFORM 4150-LIST-ONE-BALANCE
                END-READ
            END-PERFORM
            MOVE SPACES TO BALANCE-REPORT-LINE
            WRITE BALANCE-REPORT-LINE
            MOVE "BALANCES LISTED:" TO WS-BFT-COUNT-LABEL
            MOVE WS-BALANCES-LISTED TO WS-BFT-COUNT
            WRITE BALANCE-REPORT-LINE FROM WS-BAL-FOOTER-COUNT
            MOVE "GOALS STILL OPEN:" TO WS-BFT-COUNT-LABEL
            MOVE WS-GOALS-OPEN TO WS-BFT-COUNT
            WRITE BALANCE-REPORT-LINE FROM WS-BAL-FOOTER-COUNT
            MOVE "GOALS REACHED THIS RUN:" TO WS-BFT-COUNT-LABEL
            MOVE WS-GOALS-REACHED TO WS-BFT-COUNT
            WRITE BALANCE-REPORT-LINE FROM WS-BAL-FOOTER-COUNT
            MOVE "ARREARS RAISED THIS RUN:" TO WS-BFT-AMOUNT-LABEL
            MOVE WS-ARREARS-RAISED TO WS-BFT-AMOUNT
            WRITE BALANCE-REPORT-LINE FROM WS-BAL-FOOTER-AMOUNT
            MOVE "ARREARS RECOVERED THIS RUN:" TO WS-BFT-AMOUNT-LABEL
            MOVE WS-ARREARS-RECOVERED TO WS-BFT-AMOUNT
            WRITE BALANCE-REPORT-LINE FROM WS-BAL-FOOTER-AMOUNT
            MOVE "ARREARS OUTSTANDING:" TO WS-BFT-AMOUNT-LABEL
            MOVE WS-ARREARS-OUTSTANDING TO WS-BFT-AMOUNT
            WRITE BALANCE-REPORT-LINE FROM WS-BAL-FOOTER-AMOUNT
            CLOSE BALANCE-REPORT.

       4150-LIST-ONE-BALANCE.
            MOVE SPACES TO WS-BDT-STATUS
            IF DB-STATUS = "G"
                IF DB-GOAL-DATE = WS-RUN-DATE
                    MOVE "GOAL REACHED" TO WS-BDT-STATUS
                    ADD 1 TO WS-GOALS-REACHED
                END-IF
            ELSE
                IF DB-GOAL-AMOUNT > ZEROS
                    MOVE "GOAL OPEN" TO WS-BDT-STATUS
                    ADD 1 TO WS-GOALS-OPEN
                END-IF
                IF DB-ARREARS > ZEROS
                    MOVE "IN ARREARS" TO WS-BDT-STATUS
                    ADD DB-ARREARS TO WS-ARREARS-OUTSTANDING
                END-IF
            END-IF
            IF WS-BDT-STATUS NOT = SPACES
                ADD 1 TO WS-BALANCES-LISTED
                MOVE DB-SSNUM        TO WS-BAL-SSNUM
                MOVE WS-BAL-SSAREA   TO WS-BDT-SSAREA
                MOVE WS-BAL-SSGROUP  TO WS-BDT-SSGROUP
                MOVE WS-BAL-SSSERIAL TO WS-BDT-SSSERIAL
                MOVE DB-NAME         TO WS-BDT-NAME
                MOVE DB-DEDUCT-CODE  TO WS-BDT-CODE
                MOVE DB-ARREARS      TO WS-BDT-ARREARS
                MOVE DB-GOAL-AMOUNT  TO WS-BDT-GOAL
                IF DB-GOAL-AMOUNT > DB-PAID-TO-GOAL
                    COMPUTE WS-BDT-LEFT =
                        DB-GOAL-AMOUNT - DB-PAID-TO-GOAL
                ELSE
                    MOVE ZEROS TO WS-BDT-LEFT
                END-IF
                WRITE BALANCE-REPORT-LINE FROM WS-BAL-DETAIL-LINE
            END-IF.

       END PROGRAM NetPayReg.
