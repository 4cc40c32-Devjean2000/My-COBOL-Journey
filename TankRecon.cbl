      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tank book-inventory reconciliation - posts the
      *          TANKMOVE.DAT receipts and issues to a running book
      *          balance per tank on TANKBOOK.DAT, then compares each
      *          morning dip reading's volume (priced as TankInv
      *          prices it) against the book.  A variance beyond the
      *          tank's tolerance is flagged, and a tank that reads
      *          below book on several dips in a row is flagged for
      *          inspection.  Movements for tanks with no TANKDIMS.DAT
      *          record, and issues that would take the book below
      *          zero, go on an exception list instead of the book.
      *          Every movement posted is keyed on TANKPOST.DAT by
      *          tank, date and reference, so a rerun lists a movement
      *          already in the book as an exception rather than
      *          posting it twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TankRecon.
       AUTHOR. Jean Buelvas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TANK-DIMS-FILE ASSIGN TO "TANKDIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TANK-DIMS-STATUS.
           SELECT TANK-MOVES-FILE ASSIGN TO "TANKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TANK-MOVES-STATUS.
           SELECT DIP-READINGS-FILE ASSIGN TO "DIPREAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIP-READINGS-STATUS.
           SELECT TANK-BOOK ASSIGN TO "TANKBOOK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TB-TANK-ID
               FILE STATUS IS WS-TANK-BOOK-STATUS.
           SELECT TANK-POSTED ASSIGN TO "TANKPOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-KEY
               FILE STATUS IS WS-TANK-POSTED-STATUS.
           SELECT RECON-REPORT ASSIGN TO "TANKRECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> TD-TOLERANCE is the variance, in the same volume units the
      *> dips price to, the tank may show before it is flagged.  Left
      *> blank it defaults to a share of the tank's capacity.
       FD  TANK-DIMS-FILE.
       01 TANK-DIMS-RECORD.
           02 TD-TANK-ID     PIC X(8).
           02 TD-RADIUS      PIC 9(5)V99.
           02 TD-HEIGHT      PIC 9(5)V99.
           02 TD-TOLERANCE   PIC 9(9)V99.
           02 TD-TOLERANCE-X REDEFINES TD-TOLERANCE PIC X(11).

      *> TM-MOVE-TYPE is "R" for a receipt (delivery into the tank) or
      *> "I" for an issue (product drawn out); TM-REFERENCE carries the
      *> delivery ticket or work-order number.
       FD  TANK-MOVES-FILE.
       01 TANK-MOVE-RECORD.
           02 TM-TANK-ID   PIC X(8).
           02 TM-MOVE-DATE PIC 9(8).
           02 TM-MOVE-TYPE PIC X.
           02 TM-QUANTITY  PIC 9(9)V99.
           02 TM-REFERENCE PIC X(12).

       FD  DIP-READINGS-FILE.
       01 DIP-READING-RECORD.
           02 DR-TANK-ID    PIC X(8).
           02 DR-READ-DATE  PIC 9(8).
           02 DR-DIP-HEIGHT PIC 9(5)V99.

       FD  TANK-BOOK.
       01 TANK-BOOK-RECORD.
           COPY "TANKBOOK.cpy" REPLACING ==05== BY ==02==.

      *> One record per movement taken into the book.  A movement is
      *> told apart by its ticket, so two on the same tank and day
      *> need their own TM-REFERENCE.
       FD  TANK-POSTED.
       01 TANK-POSTED-RECORD.
           02 TP-KEY.
               03 TP-TANK-ID    PIC X(8).
               03 TP-MOVE-DATE  PIC 9(8).
               03 TP-REFERENCE  PIC X(12).
           02 TP-MOVE-TYPE      PIC X.
           02 TP-QUANTITY       PIC 9(9)V99.
           02 TP-POSTED-DATE    PIC 9(8).

       FD  RECON-REPORT.
       01 RECON-REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 PIValue CONSTANT AS 3.14.
       01 WS-TANK-DIMS-STATUS    PIC XX VALUE ZEROS.
       01 WS-TANK-MOVES-STATUS   PIC XX VALUE ZEROS.
       01 WS-DIP-READINGS-STATUS PIC XX VALUE ZEROS.
       01 WS-TANK-BOOK-STATUS    PIC XX VALUE ZEROS.
       01 WS-TANK-POSTED-STATUS  PIC XX VALUE ZEROS.
       01 WS-RECON-REPORT-STATUS PIC XX VALUE ZEROS.
       01 WS-END-OF-FILE         PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y" FALSE "N".
       01 WS-BOOK-FOUND          PIC X VALUE "N".
           88 BOOK-FOUND VALUE "Y" FALSE "N".
       01 WS-BOOK-OPEN           PIC X VALUE "N".
           88 BOOK-OPEN VALUE "Y" FALSE "N".
       01 WS-POSTED-OPEN         PIC X VALUE "N".
           88 POSTED-OPEN VALUE "Y" FALSE "N".
       01 WS-ALREADY-POSTED      PIC X VALUE "N".
           88 ALREADY-POSTED VALUE "Y" FALSE "N".

      *> Same tank table TankInv builds, with each tank's tolerance
      *> settled once as the dimensions are loaded.
       01 WS-TANK-TABLE.
           02 WS-TANK-ENTRY OCCURS 100 TIMES.
               03 WS-TANK-ID        PIC X(8).
               03 WS-TANK-RADIUS    PIC 9(5)V99.
               03 WS-TANK-HEIGHT    PIC 9(5)V99.
               03 WS-TANK-CAPACITY  PIC 9(13)V99.
               03 WS-TANK-TOLERANCE PIC 9(13)V99.
       01 WS-TANK-TABLE-MAX      PIC 9(3) VALUE 100.
       01 WS-TANK-COUNT          PIC 9(3) VALUE ZEROS.
       01 WS-TANK-IX             PIC 9(3) VALUE ZEROS.
       01 WS-MATCH-IX            PIC 9(3) VALUE ZEROS.
       01 WS-FIND-TANK-ID        PIC X(8) VALUE SPACES.

      *> The day's movements are tabled so each dip can take in just
      *> the ones dated before it - the dip is read first thing in
      *> the morning, so that day's own movements come after it.
      *> Whatever is left once every dip is in is posted at the end.
       01 WS-MOVE-TABLE.
           02 WS-MOVE-ENTRY OCCURS 500 TIMES.
               03 WS-MOVE-TANK-ID   PIC X(8).
               03 WS-MOVE-DATE      PIC 9(8).
               03 WS-MOVE-TYPE      PIC X.
               03 WS-MOVE-QUANTITY  PIC 9(9)V99.
               03 WS-MOVE-REFERENCE PIC X(12).
               03 WS-MOVE-POSTED    PIC X.
       01 WS-MOVE-TABLE-MAX      PIC 9(3) VALUE 500.
       01 WS-MOVE-COUNT          PIC 9(3) VALUE ZEROS.
       01 WS-MOVE-IX             PIC 9(3) VALUE ZEROS.
       01 WS-CUTOFF-DATE         PIC 9(8) VALUE ZEROS.

       01 WS-EXC-TABLE.
           02 WS-EXC-ENTRY OCCURS 200 TIMES.
               03 WS-EXC-TANK-ID   PIC X(8).
               03 WS-EXC-DATE      PIC 9(8).
               03 WS-EXC-TYPE      PIC X(7).
               03 WS-EXC-QUANTITY  PIC 9(9)V99.
               03 WS-EXC-REFERENCE PIC X(12).
               03 WS-EXC-REASON    PIC X(30).
       01 WS-EXC-TABLE-MAX       PIC 9(3) VALUE 200.
       01 WS-EXC-COUNT           PIC 9(3) VALUE ZEROS.
       01 WS-EXC-IX              PIC 9(3) VALUE ZEROS.
       01 WS-EXC-NEW-TANK-ID     PIC X(8) VALUE SPACES.
       01 WS-EXC-NEW-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-EXC-NEW-TYPE        PIC X(7) VALUE SPACES.
       01 WS-EXC-NEW-QUANTITY    PIC 9(9)V99 VALUE ZEROS.
       01 WS-EXC-NEW-REFERENCE   PIC X(12) VALUE SPACES.
       01 WS-EXC-NEW-REASON      PIC X(30) VALUE SPACES.

      *> Blank tolerance on TANKDIMS.DAT: this percent of capacity.
       01 WS-DEFAULT-TOLERANCE-PCT PIC 9V99 VALUE 0.50.
      *> Dips in a row below book before a tank goes for inspection.
       01 WS-LOSS-STREAK-LIMIT   PIC 99 VALUE 3.
       01 WS-DIP-VOLUME          PIC 9(13)V99 VALUE ZEROS.
       01 WS-BOOK-BEFORE         PIC 9(13)V99 VALUE ZEROS.
       01 WS-VARIANCE            PIC S9(13)V99 VALUE ZEROS.
       01 WS-ABS-VARIANCE        PIC 9(13)V99 VALUE ZEROS.
       01 WS-OVER-TOLERANCE      PIC X VALUE "N".
           88 OVER-TOLERANCE VALUE "Y" FALSE "N".

       01 WS-RUN-DATE            PIC 9(8) VALUE ZEROS.
       01 WS-MOVES-READ          PIC 9(7) VALUE ZEROS.
       01 WS-MOVES-POSTED        PIC 9(7) VALUE ZEROS.
       01 WS-READINGS-READ       PIC 9(7) VALUE ZEROS.
       01 WS-READINGS-RECONCILED PIC 9(7) VALUE ZEROS.
       01 WS-EXCEPTIONS          PIC 9(7) VALUE ZEROS.
       01 WS-TANKS-OVER          PIC 9(7) VALUE ZEROS.
       01 WS-TANKS-INSPECT       PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-PROGRAM      PIC X(12) VALUE "TANKRECON".
       01 WS-JOBLOG-READ         PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-GOOD         PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-BAD          PIC 9(7) VALUE ZEROS.
       01 WS-JOBLOG-OUTCOME      PIC X(8) VALUE "OK".

       01 WS-HEADING-1.
           05 FILLER PIC X(40) VALUE
               "TANK BOOK INVENTORY RECONCILIATION".
       01 WS-HEADING-2.
           05 FILLER PIC X(10) VALUE "TANK".
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(15) VALUE "BOOK".
           05 FILLER PIC X(15) VALUE "DIP VOLUME".
           05 FILLER PIC X(16) VALUE "VARIANCE".
           05 FILLER PIC X(15) VALUE "TOLERANCE".
           05 FILLER PIC X(4)  VALUE "RUN".
           05 FILLER PIC X(24) VALUE "FLAG".
       01 WS-DETAIL-LINE.
           05 WS-DTL-TANK-ID   PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DTL-DATE      PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DTL-BOOK      PIC ZZZZZZZZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DTL-DIP       PIC ZZZZZZZZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DTL-VARIANCE  PIC -ZZZZZZZZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DTL-TOLERANCE PIC ZZZZZZZZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DTL-STREAK    PIC Z9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DTL-FLAG      PIC X(24).

       01 WS-BOOK-HEADING.
           05 FILLER PIC X(40) VALUE "BOOK BALANCES AT END OF RUN".
       01 WS-BOOK-HEADING-2.
           05 FILLER PIC X(10) VALUE "TANK".
           05 FILLER PIC X(10) VALUE "LAST DIP".
           05 FILLER PIC X(15) VALUE "BOOK".
           05 FILLER PIC X(15) VALUE "RECEIPTS".
           05 FILLER PIC X(15) VALUE "ISSUES".
           05 FILLER PIC X(12) VALUE "LOSS RUN".
       01 WS-BOOK-LINE.
           05 WS-BKL-TANK-ID   PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-BKL-DATE      PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-BKL-BOOK      PIC ZZZZZZZZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-BKL-RECEIPTS  PIC ZZZZZZZZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-BKL-ISSUES    PIC ZZZZZZZZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-BKL-STREAK    PIC Z9.

       01 WS-EXCEPTION-HEADING.
           05 FILLER PIC X(40) VALUE "MOVEMENT AND READING EXCEPTIONS".
       01 WS-EXCEPTION-HEADING-2.
           05 FILLER PIC X(10) VALUE "TANK".
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(9)  VALUE "TYPE".
           05 FILLER PIC X(14) VALUE "QUANTITY".
           05 FILLER PIC X(14) VALUE "REFERENCE".
           05 FILLER PIC X(30) VALUE "REASON".
       01 WS-EXCEPTION-LINE.
           05 WS-EXL-TANK-ID   PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-EXL-DATE      PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-EXL-TYPE      PIC X(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-EXL-QUANTITY  PIC ZZZZZZZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-EXL-REFERENCE PIC X(12).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-EXL-REASON    PIC X(30).

       01 WS-FOOTER-LINE.
           05 WS-FTR-LABEL     PIC X(26).
           05 WS-FTR-COUNT     PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL "JobLog-Start" USING WS-JOBLOG-PROGRAM
            END-CALL
            PERFORM 1000-LOAD-TANK-DIMS
            PERFORM 1500-OPEN-FILES
            PERFORM 1600-LOAD-MOVEMENTS
            PERFORM 1700-OPEN-READINGS
            PERFORM UNTIL END-OF-FILE
                READ DIP-READINGS-FILE
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END PERFORM 2000-RECONCILE-ONE-READING
                END-READ
            END-PERFORM
            PERFORM 3000-POST-REMAINING-MOVES
            PERFORM 3500-LIST-BOOK-BALANCES
            PERFORM 3800-LIST-EXCEPTIONS
            PERFORM 4000-TERMINATE
            STOP RUN.

       1000-LOAD-TANK-DIMS.
            OPEN INPUT TANK-DIMS-FILE
            IF WS-TANK-DIMS-STATUS = "35"
                DISPLAY "TANKDIMS.DAT not found - every movement "
                    "will be an exception"
            ELSE
                IF WS-TANK-DIMS-STATUS NOT = "00"
                    DISPLAY "Error opening TANKDIMS.DAT - status "
                        WS-TANK-DIMS-STATUS
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                ELSE
                    PERFORM UNTIL END-OF-FILE
                        READ TANK-DIMS-FILE
                            AT END SET END-OF-FILE TO TRUE
                            NOT AT END PERFORM 1100-TABLE-ONE-TANK
                        END-READ
                    END-PERFORM
                    CLOSE TANK-DIMS-FILE
                END-IF
            END-IF
            SET END-OF-FILE TO FALSE.

       1100-TABLE-ONE-TANK.
            IF WS-TANK-COUNT >= WS-TANK-TABLE-MAX
                DISPLAY "Tank table full - " TD-TANK-ID
                    " movements will be exceptions"
            ELSE
                ADD 1 TO WS-TANK-COUNT
                MOVE TD-TANK-ID TO WS-TANK-ID (WS-TANK-COUNT)
                MOVE TD-RADIUS  TO WS-TANK-RADIUS (WS-TANK-COUNT)
                MOVE TD-HEIGHT  TO WS-TANK-HEIGHT (WS-TANK-COUNT)
                COMPUTE WS-TANK-CAPACITY (WS-TANK-COUNT) ROUNDED =
                    PIValue * TD-RADIUS * TD-RADIUS * TD-HEIGHT
                IF TD-TOLERANCE-X = SPACES
                    OR TD-TOLERANCE NOT NUMERIC
                    OR TD-TOLERANCE = ZEROS
                    COMPUTE WS-TANK-TOLERANCE (WS-TANK-COUNT) ROUNDED
                        = WS-TANK-CAPACITY (WS-TANK-COUNT)
                            * WS-DEFAULT-TOLERANCE-PCT / 100
                ELSE
                    MOVE TD-TOLERANCE
                        TO WS-TANK-TOLERANCE (WS-TANK-COUNT)
                END-IF
            END-IF.

      *> A missing book file is simply the first run - every tank
      *> opens its book on its first dip.
       1500-OPEN-FILES.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            OPEN I-O TANK-BOOK
            IF WS-TANK-BOOK-STATUS = "35"
                OPEN OUTPUT TANK-BOOK
                CLOSE TANK-BOOK
                OPEN I-O TANK-BOOK
            END-IF
            IF WS-TANK-BOOK-STATUS = "00"
                SET BOOK-OPEN TO TRUE
            ELSE
                DISPLAY "Error opening TANKBOOK.DAT - status "
                    WS-TANK-BOOK-STATUS " - nothing reconciled"
                MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-IF
            IF BOOK-OPEN
                OPEN I-O TANK-POSTED
                IF WS-TANK-POSTED-STATUS = "35"
                    OPEN OUTPUT TANK-POSTED
                    CLOSE TANK-POSTED
                    OPEN I-O TANK-POSTED
                END-IF
                IF WS-TANK-POSTED-STATUS = "00"
                    SET POSTED-OPEN TO TRUE
                ELSE
                    DISPLAY "Error opening TANKPOST.DAT - status "
                        WS-TANK-POSTED-STATUS " - nothing reconciled"
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                    CLOSE TANK-BOOK
                    SET BOOK-OPEN TO FALSE
                END-IF
            END-IF
            OPEN OUTPUT RECON-REPORT
            WRITE RECON-REPORT-LINE FROM WS-HEADING-1
            WRITE RECON-REPORT-LINE FROM WS-HEADING-2.

       1600-LOAD-MOVEMENTS.
            IF BOOK-OPEN
                OPEN INPUT TANK-MOVES-FILE
                IF WS-TANK-MOVES-STATUS = "35"
                    DISPLAY "TANKMOVE.DAT not found - "
                        "no movements posted"
                ELSE
                    IF WS-TANK-MOVES-STATUS NOT = "00"
                        DISPLAY "Error opening TANKMOVE.DAT - status "
                            WS-TANK-MOVES-STATUS
                        MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                    ELSE
                        PERFORM UNTIL END-OF-FILE
                            READ TANK-MOVES-FILE
                                AT END SET END-OF-FILE TO TRUE
                                NOT AT END
                                    PERFORM 1650-TABLE-ONE-MOVEMENT
                            END-READ
                        END-PERFORM
                        CLOSE TANK-MOVES-FILE
                    END-IF
                END-IF
            END-IF
            SET END-OF-FILE TO FALSE.

       1650-TABLE-ONE-MOVEMENT.
            ADD 1 TO WS-MOVES-READ
            MOVE TM-TANK-ID   TO WS-EXC-NEW-TANK-ID
            MOVE TM-MOVE-DATE TO WS-EXC-NEW-DATE
            MOVE TM-REFERENCE TO WS-EXC-NEW-REFERENCE
            IF TM-MOVE-TYPE = "R"
                MOVE "RECEIPT" TO WS-EXC-NEW-TYPE
            ELSE
                IF TM-MOVE-TYPE = "I"
                    MOVE "ISSUE" TO WS-EXC-NEW-TYPE
                ELSE
                    MOVE TM-MOVE-TYPE TO WS-EXC-NEW-TYPE
                END-IF
            END-IF
            IF TM-QUANTITY NUMERIC
                MOVE TM-QUANTITY TO WS-EXC-NEW-QUANTITY
            ELSE
                MOVE ZEROS TO WS-EXC-NEW-QUANTITY
            END-IF
            MOVE TM-TANK-ID TO WS-FIND-TANK-ID
            PERFORM 2900-FIND-TANK
            IF WS-MATCH-IX = ZEROS
                MOVE "TANK NOT IN TANKDIMS" TO WS-EXC-NEW-REASON
                PERFORM 2800-TABLE-EXCEPTION
            ELSE
                IF TM-MOVE-TYPE NOT = "R" AND TM-MOVE-TYPE NOT = "I"
                    MOVE "TYPE NOT R OR I" TO WS-EXC-NEW-REASON
                    PERFORM 2800-TABLE-EXCEPTION
                ELSE
                    IF TM-QUANTITY NOT NUMERIC
                        OR TM-QUANTITY = ZEROS
                        OR TM-MOVE-DATE NOT NUMERIC
                        MOVE "INVALID QUANTITY OR DATE"
                            TO WS-EXC-NEW-REASON
                        PERFORM 2800-TABLE-EXCEPTION
                    ELSE
                        PERFORM 1660-ADD-MOVEMENT-ENTRY
                    END-IF
                END-IF
            END-IF.

       1660-ADD-MOVEMENT-ENTRY.
            IF WS-MOVE-COUNT >= WS-MOVE-TABLE-MAX
                DISPLAY "Movement table full - " TM-TANK-ID " "
                    TM-REFERENCE " not posted"
                MOVE "MOVEMENT TABLE FULL" TO WS-EXC-NEW-REASON
                PERFORM 2800-TABLE-EXCEPTION
            ELSE
                ADD 1 TO WS-MOVE-COUNT
                MOVE TM-TANK-ID   TO WS-MOVE-TANK-ID (WS-MOVE-COUNT)
                MOVE TM-MOVE-DATE TO WS-MOVE-DATE (WS-MOVE-COUNT)
                MOVE TM-MOVE-TYPE TO WS-MOVE-TYPE (WS-MOVE-COUNT)
                MOVE TM-QUANTITY  TO WS-MOVE-QUANTITY (WS-MOVE-COUNT)
                MOVE TM-REFERENCE TO WS-MOVE-REFERENCE (WS-MOVE-COUNT)
                MOVE "N"          TO WS-MOVE-POSTED (WS-MOVE-COUNT)
            END-IF.

       1700-OPEN-READINGS.
            IF NOT BOOK-OPEN
                SET END-OF-FILE TO TRUE
            ELSE
                OPEN INPUT DIP-READINGS-FILE
                IF WS-DIP-READINGS-STATUS = "35"
                    DISPLAY "DIPREAD.DAT not found - "
                        "no readings reconciled"
                    SET END-OF-FILE TO TRUE
                ELSE
                    IF WS-DIP-READINGS-STATUS NOT = "00"
                        DISPLAY "Error opening DIPREAD.DAT - status "
                            WS-DIP-READINGS-STATUS
                        SET END-OF-FILE TO TRUE
                        MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                    END-IF
                END-IF
            END-IF.

      *> Movements dated before the reading are posted first, then the
      *> dip is held up against the book and becomes the new starting
      *> balance.  A reading no later than the last one already taken
      *> is a repeat and is set aside rather than reopening the book.
       2000-RECONCILE-ONE-READING.
            ADD 1 TO WS-READINGS-READ
            MOVE DR-TANK-ID    TO WS-EXC-NEW-TANK-ID
            MOVE DR-READ-DATE  TO WS-EXC-NEW-DATE
            MOVE "DIP"         TO WS-EXC-NEW-TYPE
            MOVE DR-DIP-HEIGHT TO WS-EXC-NEW-QUANTITY
            MOVE SPACES        TO WS-EXC-NEW-REFERENCE
            MOVE DR-TANK-ID TO WS-FIND-TANK-ID
            PERFORM 2900-FIND-TANK
            IF WS-MATCH-IX = ZEROS
                MOVE "NO DIMENSIONS RECORD" TO WS-EXC-NEW-REASON
                PERFORM 2800-TABLE-EXCEPTION
            ELSE
                MOVE DR-READ-DATE TO WS-CUTOFF-DATE
                PERFORM VARYING WS-MOVE-IX FROM 1 BY 1
                    UNTIL WS-MOVE-IX > WS-MOVE-COUNT
                    IF WS-MOVE-TANK-ID (WS-MOVE-IX) = DR-TANK-ID
                        AND WS-MOVE-DATE (WS-MOVE-IX) < WS-CUTOFF-DATE
                        AND WS-MOVE-POSTED (WS-MOVE-IX) = "N"
                        PERFORM 2500-POST-ONE-MOVEMENT
                    END-IF
                END-PERFORM
                MOVE DR-TANK-ID TO TB-TANK-ID
                PERFORM 2700-READ-BOOK
                IF TB-LAST-DIP-DATE NOT = ZEROS
                    AND DR-READ-DATE NOT > TB-LAST-DIP-DATE
                    MOVE "READING NOT AFTER LAST DIP"
                        TO WS-EXC-NEW-REASON
                    PERFORM 2800-TABLE-EXCEPTION
                ELSE
                    PERFORM 2100-COMPARE-TO-BOOK
                END-IF
            END-IF.

       2100-COMPARE-TO-BOOK.
            ADD 1 TO WS-READINGS-RECONCILED
            COMPUTE WS-DIP-VOLUME ROUNDED =
                PIValue * WS-TANK-RADIUS (WS-MATCH-IX)
                    * WS-TANK-RADIUS (WS-MATCH-IX)
                    * DR-DIP-HEIGHT
            MOVE TB-BOOK-BALANCE TO WS-BOOK-BEFORE
            MOVE SPACES TO WS-DTL-FLAG
            SET OVER-TOLERANCE TO FALSE
            IF TB-LAST-DIP-DATE = ZEROS
                MOVE ZEROS TO WS-VARIANCE
                MOVE "OPENING BALANCE" TO WS-DTL-FLAG
            ELSE
                COMPUTE WS-VARIANCE = WS-DIP-VOLUME - TB-BOOK-BALANCE
                IF WS-VARIANCE < ZEROS
                    COMPUTE WS-ABS-VARIANCE = ZEROS - WS-VARIANCE
                    IF TB-LOSS-STREAK < 99
                        ADD 1 TO TB-LOSS-STREAK
                    END-IF
                ELSE
                    MOVE WS-VARIANCE TO WS-ABS-VARIANCE
                    MOVE ZEROS TO TB-LOSS-STREAK
                END-IF
                IF WS-ABS-VARIANCE > WS-TANK-TOLERANCE (WS-MATCH-IX)
                    SET OVER-TOLERANCE TO TRUE
                    ADD 1 TO WS-TANKS-OVER
                END-IF
                PERFORM 2150-SET-FLAG
            END-IF
            MOVE DR-TANK-ID      TO WS-DTL-TANK-ID
            MOVE DR-READ-DATE    TO WS-DTL-DATE
            MOVE WS-BOOK-BEFORE  TO WS-DTL-BOOK
            MOVE WS-DIP-VOLUME   TO WS-DTL-DIP
            MOVE WS-VARIANCE     TO WS-DTL-VARIANCE
            MOVE WS-TANK-TOLERANCE (WS-MATCH-IX) TO WS-DTL-TOLERANCE
            MOVE TB-LOSS-STREAK  TO WS-DTL-STREAK
            WRITE RECON-REPORT-LINE FROM WS-DETAIL-LINE
            MOVE WS-DIP-VOLUME   TO TB-BOOK-BALANCE
            MOVE WS-DIP-VOLUME   TO TB-LAST-DIP-VOLUME
            MOVE DR-READ-DATE    TO TB-LAST-DIP-DATE
            MOVE ZEROS           TO TB-RECEIPTS-SINCE
            MOVE ZEROS           TO TB-ISSUES-SINCE
            MOVE WS-VARIANCE     TO TB-LAST-VARIANCE
            PERFORM 2750-WRITE-BOOK.

       2150-SET-FLAG.
            IF TB-LOSS-STREAK >= WS-LOSS-STREAK-LIMIT
                ADD 1 TO WS-TANKS-INSPECT
                IF OVER-TOLERANCE
                    MOVE "** OVER TOL - INSPECT **" TO WS-DTL-FLAG
                ELSE
                    MOVE "** INSPECT TANK **" TO WS-DTL-FLAG
                END-IF
            ELSE
                IF OVER-TOLERANCE
                    MOVE "** OVER TOLERANCE **" TO WS-DTL-FLAG
                END-IF
            END-IF.

      *> An issue bigger than the book holds cannot have happened as
      *> keyed; it is listed for the yard to chase and the book is left
      *> as it was.  A movement dated before the last dip already
      *> taken is already inside that dip's volume, and one already on
      *> TANKPOST.DAT is in the book from an earlier run.
       2500-POST-ONE-MOVEMENT.
            MOVE "Y" TO WS-MOVE-POSTED (WS-MOVE-IX)
            MOVE WS-MOVE-TANK-ID (WS-MOVE-IX)   TO WS-EXC-NEW-TANK-ID
            MOVE WS-MOVE-DATE (WS-MOVE-IX)      TO WS-EXC-NEW-DATE
            MOVE WS-MOVE-QUANTITY (WS-MOVE-IX)  TO WS-EXC-NEW-QUANTITY
            MOVE WS-MOVE-REFERENCE (WS-MOVE-IX) TO WS-EXC-NEW-REFERENCE
            IF WS-MOVE-TYPE (WS-MOVE-IX) = "R"
                MOVE "RECEIPT" TO WS-EXC-NEW-TYPE
            ELSE
                MOVE "ISSUE" TO WS-EXC-NEW-TYPE
            END-IF
            MOVE WS-MOVE-TANK-ID (WS-MOVE-IX) TO TB-TANK-ID
            PERFORM 2700-READ-BOOK
            PERFORM 2600-CHECK-ALREADY-POSTED
            IF ALREADY-POSTED
                MOVE "ALREADY POSTED" TO WS-EXC-NEW-REASON
                PERFORM 2800-TABLE-EXCEPTION
            ELSE
                IF WS-MOVE-DATE (WS-MOVE-IX) < TB-LAST-DIP-DATE
                    MOVE "DATED BEFORE LAST DIP" TO WS-EXC-NEW-REASON
                    PERFORM 2800-TABLE-EXCEPTION
                ELSE
                    IF WS-MOVE-TYPE (WS-MOVE-IX) = "R"
                        ADD WS-MOVE-QUANTITY (WS-MOVE-IX)
                            TO TB-BOOK-BALANCE TB-RECEIPTS-SINCE
                        ADD 1 TO WS-MOVES-POSTED
                        PERFORM 2750-WRITE-BOOK
                        PERFORM 2650-WRITE-POSTED-KEY
                    ELSE
                        PERFORM 2550-POST-ISSUE
                    END-IF
                END-IF
            END-IF.

       2550-POST-ISSUE.
            IF WS-MOVE-QUANTITY (WS-MOVE-IX) > TB-BOOK-BALANCE
                MOVE "ISSUE EXCEEDS BOOK BALANCE" TO WS-EXC-NEW-REASON
                PERFORM 2800-TABLE-EXCEPTION
            ELSE
                SUBTRACT WS-MOVE-QUANTITY (WS-MOVE-IX)
                    FROM TB-BOOK-BALANCE
                ADD WS-MOVE-QUANTITY (WS-MOVE-IX) TO TB-ISSUES-SINCE
                ADD 1 TO WS-MOVES-POSTED
                PERFORM 2750-WRITE-BOOK
                PERFORM 2650-WRITE-POSTED-KEY
            END-IF.

       2600-CHECK-ALREADY-POSTED.
            MOVE WS-MOVE-TANK-ID (WS-MOVE-IX)   TO TP-TANK-ID
            MOVE WS-MOVE-DATE (WS-MOVE-IX)      TO TP-MOVE-DATE
            MOVE WS-MOVE-REFERENCE (WS-MOVE-IX) TO TP-REFERENCE
            READ TANK-POSTED
                INVALID KEY SET ALREADY-POSTED TO FALSE
                NOT INVALID KEY SET ALREADY-POSTED TO TRUE
            END-READ.

       2650-WRITE-POSTED-KEY.
            MOVE WS-MOVE-TANK-ID (WS-MOVE-IX)   TO TP-TANK-ID
            MOVE WS-MOVE-DATE (WS-MOVE-IX)      TO TP-MOVE-DATE
            MOVE WS-MOVE-REFERENCE (WS-MOVE-IX) TO TP-REFERENCE
            MOVE WS-MOVE-TYPE (WS-MOVE-IX)      TO TP-MOVE-TYPE
            MOVE WS-MOVE-QUANTITY (WS-MOVE-IX)  TO TP-QUANTITY
            MOVE WS-RUN-DATE                    TO TP-POSTED-DATE
            WRITE TANK-POSTED-RECORD
                INVALID KEY
                    DISPLAY "Posted movement " TP-KEY
                        " could not be written - status "
                        WS-TANK-POSTED-STATUS
                    MOVE "ERROR" TO WS-JOBLOG-OUTCOME
            END-WRITE.

      *> Caller moves the tank ID to TB-TANK-ID; a tank with no book
      *> yet starts from nothing.
       2700-READ-BOOK.
            READ TANK-BOOK
                INVALID KEY
                    SET BOOK-FOUND TO FALSE
                    MOVE ZEROS TO TB-BOOK-BALANCE TB-LAST-DIP-DATE
                        TB-LAST-DIP-VOLUME TB-RECEIPTS-SINCE
                        TB-ISSUES-SINCE TB-LAST-VARIANCE
                        TB-LOSS-STREAK
                NOT INVALID KEY
                    SET BOOK-FOUND TO TRUE
            END-READ.

       2750-WRITE-BOOK.
            IF BOOK-FOUND
                REWRITE TANK-BOOK-RECORD
                    INVALID KEY
                        DISPLAY "Tank book " TB-TANK-ID
                            " could not be updated - status "
                            WS-TANK-BOOK-STATUS
                        MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                END-REWRITE
            ELSE
                WRITE TANK-BOOK-RECORD
                    INVALID KEY
                        DISPLAY "Tank book " TB-TANK-ID
                            " could not be written - status "
                            WS-TANK-BOOK-STATUS
                        MOVE "ERROR" TO WS-JOBLOG-OUTCOME
                END-WRITE
            END-IF.

      *> Caller fills the WS-EXC-NEW- fields; exceptions are printed
      *> together at the bottom, the way TankInv lists its readings
      *> with no dimensions.
       2800-TABLE-EXCEPTION.
            ADD 1 TO WS-EXCEPTIONS
            IF WS-EXC-COUNT >= WS-EXC-TABLE-MAX
                DISPLAY "Exception table full - " WS-EXC-NEW-TANK-ID
                    " " WS-EXC-NEW-TYPE " " WS-EXC-NEW-REASON
            ELSE
                ADD 1 TO WS-EXC-COUNT
                MOVE WS-EXC-NEW-TANK-ID
                    TO WS-EXC-TANK-ID (WS-EXC-COUNT)
                MOVE WS-EXC-NEW-DATE TO WS-EXC-DATE (WS-EXC-COUNT)
                MOVE WS-EXC-NEW-TYPE TO WS-EXC-TYPE (WS-EXC-COUNT)
                MOVE WS-EXC-NEW-QUANTITY
                    TO WS-EXC-QUANTITY (WS-EXC-COUNT)
                MOVE WS-EXC-NEW-REFERENCE
                    TO WS-EXC-REFERENCE (WS-EXC-COUNT)
                MOVE WS-EXC-NEW-REASON TO WS-EXC-REASON (WS-EXC-COUNT)
            END-IF.

       2900-FIND-TANK.
            MOVE ZEROS TO WS-MATCH-IX
            PERFORM VARYING WS-TANK-IX FROM 1 BY 1
                UNTIL WS-TANK-IX > WS-TANK-COUNT
                    OR WS-MATCH-IX > ZEROS
                IF WS-TANK-ID (WS-TANK-IX) = WS-FIND-TANK-ID
                    MOVE WS-TANK-IX TO WS-MATCH-IX
                END-IF
            END-PERFORM.

      *> Movements dated on or after a tank's last reading today (or
      *> for a tank not dipped today) carry forward in the book until
      *> the next dip.
       3000-POST-REMAINING-MOVES.
            PERFORM VARYING WS-MOVE-IX FROM 1 BY 1
                UNTIL WS-MOVE-IX > WS-MOVE-COUNT
                IF WS-MOVE-POSTED (WS-MOVE-IX) = "N"
                    PERFORM 2500-POST-ONE-MOVEMENT
                END-IF
            END-PERFORM.

       3500-LIST-BOOK-BALANCES.
            IF BOOK-OPEN
                MOVE SPACES TO RECON-REPORT-LINE
                WRITE RECON-REPORT-LINE
                WRITE RECON-REPORT-LINE FROM WS-BOOK-HEADING
                WRITE RECON-REPORT-LINE FROM WS-BOOK-HEADING-2
                PERFORM VARYING WS-TANK-IX FROM 1 BY 1
                    UNTIL WS-TANK-IX > WS-TANK-COUNT
                    MOVE WS-TANK-ID (WS-TANK-IX) TO TB-TANK-ID
                    READ TANK-BOOK
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE TB-TANK-ID        TO WS-BKL-TANK-ID
                            MOVE TB-LAST-DIP-DATE  TO WS-BKL-DATE
                            MOVE TB-BOOK-BALANCE   TO WS-BKL-BOOK
                            MOVE TB-RECEIPTS-SINCE TO WS-BKL-RECEIPTS
                            MOVE TB-ISSUES-SINCE   TO WS-BKL-ISSUES
                            MOVE TB-LOSS-STREAK    TO WS-BKL-STREAK
                            WRITE RECON-REPORT-LINE FROM WS-BOOK-LINE
                    END-READ
                END-PERFORM
            END-IF.

       3800-LIST-EXCEPTIONS.
            MOVE SPACES TO RECON-REPORT-LINE
            WRITE RECON-REPORT-LINE
            WRITE RECON-REPORT-LINE FROM WS-EXCEPTION-HEADING
            WRITE RECON-REPORT-LINE FROM WS-EXCEPTION-HEADING-2
            PERFORM VARYING WS-EXC-IX FROM 1 BY 1
                UNTIL WS-EXC-IX > WS-EXC-COUNT
                MOVE WS-EXC-TANK-ID (WS-EXC-IX)   TO WS-EXL-TANK-ID
                MOVE WS-EXC-DATE (WS-EXC-IX)      TO WS-EXL-DATE
                MOVE WS-EXC-TYPE (WS-EXC-IX)      TO WS-EXL-TYPE
                MOVE WS-EXC-QUANTITY (WS-EXC-IX)  TO WS-EXL-QUANTITY
                MOVE WS-EXC-REFERENCE (WS-EXC-IX) TO WS-EXL-REFERENCE
                MOVE WS-EXC-REASON (WS-EXC-IX)    TO WS-EXL-REASON
                WRITE RECON-REPORT-LINE FROM WS-EXCEPTION-LINE
            END-PERFORM.

       4000-TERMINATE.
            MOVE SPACES TO RECON-REPORT-LINE
            WRITE RECON-REPORT-LINE
            MOVE "MOVEMENTS READ:" TO WS-FTR-LABEL
            MOVE WS-MOVES-READ TO WS-FTR-COUNT
            WRITE RECON-REPORT-LINE FROM WS-FOOTER-LINE
            MOVE "MOVEMENTS POSTED:" TO WS-FTR-LABEL
            MOVE WS-MOVES-POSTED TO WS-FTR-COUNT
            WRITE RECON-REPORT-LINE FROM WS-FOOTER-LINE
            MOVE "READINGS RECONCILED:" TO WS-FTR-LABEL
            MOVE WS-READINGS-RECONCILED TO WS-FTR-COUNT
            WRITE RECON-REPORT-LINE FROM WS-FOOTER-LINE
            MOVE "OVER TOLERANCE:" TO WS-FTR-LABEL
            MOVE WS-TANKS-OVER TO WS-FTR-COUNT
            WRITE RECON-REPORT-LINE FROM WS-FOOTER-LINE
            MOVE "FLAGGED FOR INSPECTION:" TO WS-FTR-LABEL
            MOVE WS-TANKS-INSPECT TO WS-FTR-COUNT
            WRITE RECON-REPORT-LINE FROM WS-FOOTER-LINE
            MOVE "EXCEPTIONS:" TO WS-FTR-LABEL
            MOVE WS-EXCEPTIONS TO WS-FTR-COUNT
            WRITE RECON-REPORT-LINE FROM WS-FOOTER-LINE
            IF WS-DIP-READINGS-STATUS = "00"
                OR WS-DIP-READINGS-STATUS = "10"
                CLOSE DIP-READINGS-FILE
            END-IF
            IF BOOK-OPEN
                CLOSE TANK-BOOK
            END-IF
            IF POSTED-OPEN
                CLOSE TANK-POSTED
            END-IF
            CLOSE RECON-REPORT
            DISPLAY "Tank reconciliation complete - movements posted "
                WS-MOVES-POSTED " readings reconciled "
                WS-READINGS-RECONCILED " exceptions " WS-EXCEPTIONS
            ADD WS-MOVES-READ WS-READINGS-READ GIVING WS-JOBLOG-READ
            ADD WS-MOVES-POSTED WS-READINGS-RECONCILED
                GIVING WS-JOBLOG-GOOD
            MOVE WS-EXCEPTIONS TO WS-JOBLOG-BAD
            CALL "JobLog-End" USING WS-JOBLOG-PROGRAM
                WS-JOBLOG-READ WS-JOBLOG-GOOD WS-JOBLOG-BAD
                WS-JOBLOG-OUTCOME
            END-CALL.

       END PROGRAM TankRecon.
