      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - BALANCE HISTORY BACKFILL
      *
      * On-demand utility that builds a month's balance history file
      * (BALHIST_YYYYMM.dat) from the dated roll files
      * (TRLOG_YYYYMMDD.dat) for months closed before the nightly
      * BALHIST step existed, or to fill days it missed. Each
      * account's daily closing balance is the balance after its
      * last successful posting that day, carried forward over days
      * with no activity; days before the first posting carry the
      * opening balance derived from that posting, or, for an
      * account with no activity in the month, the prior month's
      * last history balance (the master balance when there is no
      * prior history). Holds come from HOLD-FILE by placed and
      * release date. Only days that have a roll file and are not
      * already on the history file are written, so the utility can
      * be rerun safely. The month is read from SYSIN; blank
      * defaults to the month before the business date. See
      * BKFLJOB.jcl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALBKFL.
       AUTHOR. PNC-DEMO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FILECTL.cpy'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FILEDEF.cpy'.

       WORKING-STORAGE SECTION.
           COPY 'DATADEF.cpy'.

       01  WS-CYCLE-MONTH             PIC X(7).
       01  WS-PRIOR-MONTH             PIC X(7).
       01  WS-BK-SAVE-MONTH           PIC X(7).
       01  WS-CYCLE-DAY               PIC 9(2).
       01  WS-DAYS-IN-MONTH           PIC 9(2) VALUE 31.
       01  WS-CYCLE-YEAR-NUM          PIC 9(4).
       01  WS-CYCLE-MONTH-NUM         PIC 9(2).
       01  WS-BK-DATE                 PIC X(10).
       01  WS-BK-OVERFLOW-FLAG        PIC X(1) VALUE 'N'.
           88 BK-OVERFLOWED           VALUE 'Y'.

       01  WS-BK-COUNTS.
           05  WS-BK-DAYS-WRITTEN     PIC 9(2) VALUE 0.
           05  WS-BK-DAYS-PRESENT     PIC 9(2) VALUE 0.
           05  WS-BK-DAYS-NO-ROLL     PIC 9(2) VALUE 0.
           05  WS-BK-LINES-WRITTEN    PIC 9(7) VALUE 0.

      * Per-day state for the month: whether the roll file exists
      * and whether the history file already carries the day
       01  WS-BK-MONTH-DAYS.
           05  WS-BK-MONTH-DAY OCCURS 31 TIMES.
               10  WS-BK-ROLL-FOUND   PIC X(1).
               10  WS-BK-HIST-FOUND   PIC X(1).

      * Accounts on the master, with the month's daily closes
       01  WS-BK-ACCOUNT-TABLE.
           05  WS-BK-ACCT-COUNT       PIC 9(4) VALUE 0.
           05  WS-BK-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-BK-IDX.
               10  WS-BK-ACCOUNT      PIC X(10).
               10  WS-BK-TYPE         PIC X(10).
               10  WS-BK-CURRENCY     PIC X(3).
               10  WS-BK-STATUS       PIC X(1).
               10  WS-BK-OPEN-DATE    PIC X(10).
               10  WS-BK-MASTER-BAL   PIC S9(9)V99.
               10  WS-BK-OPENING-BAL  PIC S9(9)V99.
               10  WS-BK-SEEN-FLAG    PIC X(1).
               10  WS-BK-PRIOR-DATE   PIC X(10).
               10  WS-BK-PRIOR-BAL    PIC S9(9)V99.
               10  WS-BK-DAY OCCURS 31 TIMES.
                   15  WS-BK-DAY-BAL   PIC S9(9)V99.
                   15  WS-BK-DAY-SEEN  PIC X(1).
                   15  WS-BK-DAY-ITEMS PIC 9(5).
                   15  WS-BK-DAY-HOLD  PIC 9(9)V99.

       01  WS-BK-CARRY-BAL            PIC S9(9)V99.
       01  WS-BK-LOOKUP-ACCT          PIC X(10).

       01  WS-PARSED-TRANSACTION.
           05  WS-PT-ACCOUNT          PIC X(10).
           05  WS-PT-DATE             PIC X(10).
           05  WS-PT-TIME             PIC X(8).
           05  WS-PT-SEQ              PIC X(4).
           05  WS-PT-TYPE             PIC X(10).
           05  WS-PT-AMOUNT-X         PIC X(11).
           05  WS-PT-RESULT           PIC X(10).
           05  WS-PT-BALANCE-X        PIC X(12).
           05  WS-PT-BALANCE-S REDEFINES WS-PT-BALANCE-X
                                      PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  WS-PT-TELLER           PIC X(8).
           05  WS-PT-CURRENCY         PIC X(3).
           05  WS-PT-RELATED          PIC X(10).
           05  WS-PT-CHECK-NO         PIC X(6).
           05  WS-PT-BRANCH           PIC X(4).
           05  WS-PT-REMARKS          PIC X(50).
           05  WS-PT-AMOUNT-RAW       PIC 9(11).
           05  WS-PT-AMOUNT           PIC 9(9)V99.
           05  WS-PT-BALANCE-AFTER    PIC S9(9)V99.

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           MOVE '-' TO WS-DATE-FORMATTED(5:1).
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).

           MOVE 'D' TO WS-BC-FUNCTION.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-OK
               MOVE WS-BC-BUSINESS-DATE TO WS-DATE-FORMATTED
           END-IF.

           DISPLAY "Backfill month (YYYY-MM, blank = previous "
               "month): " WITH NO ADVANCING.
           ACCEPT WS-CYCLE-MONTH.

           IF WS-CYCLE-MONTH = SPACES
               MOVE WS-DATE-FORMATTED(1:7) TO WS-CYCLE-MONTH
               PERFORM 010-PREVIOUS-MONTH-PARA
           END-IF.

           IF WS-CYCLE-MONTH(1:4) NOT NUMERIC OR
              WS-CYCLE-MONTH(5:1) NOT = "-" OR
              WS-CYCLE-MONTH(6:2) NOT NUMERIC OR
              WS-CYCLE-MONTH(6:2) < "01" OR
              WS-CYCLE-MONTH(6:2) > "12"
               DISPLAY "ERROR: Backfill month must be YYYY-MM."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-CYCLE-MONTH > WS-DATE-FORMATTED(1:7)
               DISPLAY "ERROR: Backfill month " WS-CYCLE-MONTH
                   " is after the business date."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 015-SET-DAYS-IN-MONTH-PARA.

           MOVE SPACES TO WS-BALHIST-FILE-NAME.
           STRING "BALHIST_" WS-CYCLE-MONTH(1:4) WS-CYCLE-MONTH(6:2)
               ".dat" DELIMITED BY SIZE INTO WS-BALHIST-FILE-NAME.

           DISPLAY WS-SEPARATOR.
           DISPLAY "BALANCE HISTORY BACKFILL - MONTH " WS-CYCLE-MONTH.
           DISPLAY "History file: " WS-BALHIST-FILE-NAME.
           DISPLAY WS-SEPARATOR.

           PERFORM 100-LOAD-HISTORY-DAYS-PARA.
           PERFORM 200-LOAD-ACCOUNTS-PARA.
           IF BK-OVERFLOWED
               DISPLAY "ERROR: More than 2000 accounts on the "
                   "master - backfill not written."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 250-LOAD-PRIOR-MONTH-PARA.

           PERFORM VARYING WS-CYCLE-DAY FROM 1 BY 1
                   UNTIL WS-CYCLE-DAY > WS-DAYS-IN-MONTH
               PERFORM 300-SCAN-ONE-DAY-PARA
           END-PERFORM.

           PERFORM 400-LOAD-HOLDS-PARA.
           PERFORM 450-CARRY-BALANCES-PARA.
           PERFORM 500-WRITE-HISTORY-PARA.

           DISPLAY "Days written:            " WS-BK-DAYS-WRITTEN.
           DISPLAY "Days already on history: " WS-BK-DAYS-PRESENT.
           DISPLAY "Days with no roll file:  " WS-BK-DAYS-NO-ROLL.
           DISPLAY "History lines written:   " WS-BK-LINES-WRITTEN.
           DISPLAY WS-SEPARATOR.
           GOBACK.

      *-----------------------------------------------------------------
      * STEP WS-CYCLE-MONTH BACK ONE MONTH
      *-----------------------------------------------------------------
       010-PREVIOUS-MONTH-PARA.
           IF WS-CYCLE-MONTH(6:2) = "01"
               COMPUTE WS-CURRENT-YEAR =
                   FUNCTION NUMVAL(WS-CYCLE-MONTH(1:4)) - 1
               MOVE WS-CURRENT-YEAR TO WS-CYCLE-MONTH(1:4)
               MOVE "12" TO WS-CYCLE-MONTH(6:2)
           ELSE
               COMPUTE WS-CURRENT-MONTH =
                   FUNCTION NUMVAL(WS-CYCLE-MONTH(6:2)) - 1
               MOVE WS-CURRENT-MONTH TO WS-CYCLE-MONTH(6:2)
           END-IF.

      *-----------------------------------------------------------------
       015-SET-DAYS-IN-MONTH-PARA.
           MOVE FUNCTION NUMVAL(WS-CYCLE-MONTH(1:4)) TO
               WS-CYCLE-YEAR-NUM.
           MOVE FUNCTION NUMVAL(WS-CYCLE-MONTH(6:2)) TO
               WS-CYCLE-MONTH-NUM.
           EVALUATE WS-CYCLE-MONTH-NUM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF FUNCTION MOD(WS-CYCLE-YEAR-NUM, 4) = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

      *-----------------------------------------------------------------
      * NOTE WHICH BUSINESS DAYS THE MONTH'S HISTORY FILE ALREADY HAS
      *-----------------------------------------------------------------
       100-LOAD-HISTORY-DAYS-PARA.
           PERFORM VARYING WS-CYCLE-DAY FROM 1 BY 1
                   UNTIL WS-CYCLE-DAY > 31
               MOVE 'N' TO WS-BK-ROLL-FOUND(WS-CYCLE-DAY)
               MOVE 'N' TO WS-BK-HIST-FOUND(WS-CYCLE-DAY)
           END-PERFORM.

           OPEN INPUT BALANCE-HISTORY-FILE.
           IF NOT FILE-SUCCESS
               CLOSE BALANCE-HISTORY-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ BALANCE-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF BH-BUSINESS-DATE(1:7) = WS-CYCLE-MONTH AND
                          BH-BUSINESS-DATE(9:2) NUMERIC
                           MOVE BH-BUSINESS-DATE(9:2) TO
                               WS-CYCLE-DAY
                           IF WS-CYCLE-DAY >= 1 AND
                              WS-CYCLE-DAY <= 31
                               MOVE 'Y' TO
                                   WS-BK-HIST-FOUND(WS-CYCLE-DAY)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BALANCE-HISTORY-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * LOAD THE ACCOUNT MASTER INTO THE WORK TABLE
      *-----------------------------------------------------------------
       200-LOAD-ACCOUNTS-PARA.
           MOVE 0 TO WS-BK-ACCT-COUNT.
           OPEN INPUT ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open account file."
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ ACCOUNT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF WS-BK-ACCT-COUNT >= 2000
                           MOVE 'Y' TO WS-BK-OVERFLOW-FLAG
                           MOVE 'Y' TO WS-END-OF-FILE-FLAG
                       ELSE
                           PERFORM 210-ADD-ACCOUNT-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
       210-ADD-ACCOUNT-PARA.
           ADD 1 TO WS-BK-ACCT-COUNT.
           SET WS-BK-IDX TO WS-BK-ACCT-COUNT.
           MOVE AR-ACCOUNT-NUMBER TO WS-BK-ACCOUNT(WS-BK-IDX).
           MOVE AR-ACCOUNT-TYPE TO WS-BK-TYPE(WS-BK-IDX).
           MOVE AR-CURRENCY-CODE TO WS-BK-CURRENCY(WS-BK-IDX).
           MOVE AR-STATUS TO WS-BK-STATUS(WS-BK-IDX).
           MOVE AR-OPEN-DATE TO WS-BK-OPEN-DATE(WS-BK-IDX).
           MOVE AR-BALANCE TO WS-BK-MASTER-BAL(WS-BK-IDX).
           MOVE AR-BALANCE TO WS-BK-OPENING-BAL(WS-BK-IDX).
           MOVE 'N' TO WS-BK-SEEN-FLAG(WS-BK-IDX).
           MOVE SPACES TO WS-BK-PRIOR-DATE(WS-BK-IDX).
           MOVE 0 TO WS-BK-PRIOR-BAL(WS-BK-IDX).
           PERFORM VARYING WS-CYCLE-DAY FROM 1 BY 1
                   UNTIL WS-CYCLE-DAY > 31
               MOVE 0 TO WS-BK-DAY-BAL(WS-BK-IDX, WS-CYCLE-DAY)
               MOVE 'N' TO WS-BK-DAY-SEEN(WS-BK-IDX, WS-CYCLE-DAY)
               MOVE 0 TO WS-BK-DAY-ITEMS(WS-BK-IDX, WS-CYCLE-DAY)
               MOVE 0 TO WS-BK-DAY-HOLD(WS-BK-IDX, WS-CYCLE-DAY)
           END-PERFORM.

      *-----------------------------------------------------------------
      * FIND WS-BK-LOOKUP-ACCT IN THE WORK TABLE (ACCOUNT-FOUND)
      *-----------------------------------------------------------------
       220-FIND-ACCOUNT-PARA.
           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-ACCT-COUNT
                      OR ACCOUNT-FOUND
               IF WS-BK-ACCOUNT(WS-BK-IDX) = WS-BK-LOOKUP-ACCT
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ACCOUNT-FOUND
               SET WS-BK-IDX DOWN BY 1
           END-IF.

      *-----------------------------------------------------------------
      * THE PRIOR MONTH'S LAST HISTORY BALANCE OPENS AN ACCOUNT WITH
      * NO ACTIVITY THIS MONTH
      *-----------------------------------------------------------------
       250-LOAD-PRIOR-MONTH-PARA.
           MOVE WS-CYCLE-MONTH TO WS-BK-SAVE-MONTH.
           PERFORM 010-PREVIOUS-MONTH-PARA.
           MOVE WS-CYCLE-MONTH TO WS-PRIOR-MONTH.
           MOVE WS-BK-SAVE-MONTH TO WS-CYCLE-MONTH.

           MOVE SPACES TO WS-BALHIST-FILE-NAME.
           STRING "BALHIST_" WS-PRIOR-MONTH(1:4) WS-PRIOR-MONTH(6:2)
               ".dat" DELIMITED BY SIZE INTO WS-BALHIST-FILE-NAME.

           OPEN INPUT BALANCE-HISTORY-FILE.
           IF FILE-SUCCESS
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ BALANCE-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 255-APPLY-PRIOR-LINE-PARA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BALANCE-HISTORY-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

           MOVE SPACES TO WS-BALHIST-FILE-NAME.
           STRING "BALHIST_" WS-CYCLE-MONTH(1:4) WS-CYCLE-MONTH(6:2)
               ".dat" DELIMITED BY SIZE INTO WS-BALHIST-FILE-NAME.

      *-----------------------------------------------------------------
       255-APPLY-PRIOR-LINE-PARA.
           MOVE BH-ACCOUNT-NUMBER TO WS-BK-LOOKUP-ACCT.
           PERFORM 220-FIND-ACCOUNT-PARA.
           IF NOT ACCOUNT-FOUND
               EXIT PARAGRAPH
           END-IF.

           IF BH-BUSINESS-DATE >= WS-BK-PRIOR-DATE(WS-BK-IDX)
               MOVE BH-BUSINESS-DATE TO WS-BK-PRIOR-DATE(WS-BK-IDX)
               MOVE BH-LEDGER-BALANCE TO WS-BK-PRIOR-BAL(WS-BK-IDX)
               MOVE BH-LEDGER-BALANCE TO
                   WS-BK-OPENING-BAL(WS-BK-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * APPLY ONE DAY'S ROLL FILE TO EVERY ACCOUNT IN THE TABLE
      *-----------------------------------------------------------------
       300-SCAN-ONE-DAY-PARA.
           MOVE SPACES TO WS-RR-DATE.
           STRING WS-CYCLE-MONTH(1:4) WS-CYCLE-MONTH(6:2) WS-CYCLE-DAY
               DELIMITED BY SIZE INTO WS-RR-DATE.

           MOVE 'O' TO WS-RR-FUNCTION.
           CALL 'ROLLREAD' USING WS-ROLL-READ-AREA.
           IF NOT RR-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-BK-ROLL-FOUND(WS-CYCLE-DAY).

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               MOVE 'R' TO WS-RR-FUNCTION
               CALL 'ROLLREAD' USING WS-ROLL-READ-AREA
               IF NOT RR-OK
                   MOVE 'Y' TO WS-EOF-FLAG
               ELSE
                   PERFORM 310-PARSE-ROLL-LINE-PARA
                   IF WS-PT-RESULT = "SUCCESS"
                       MOVE WS-PT-ACCOUNT TO WS-BK-LOOKUP-ACCT
                       PERFORM 220-FIND-ACCOUNT-PARA
                       IF ACCOUNT-FOUND
                           PERFORM 320-APPLY-ONE-POSTING-PARA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 'C' TO WS-RR-FUNCTION.
           CALL 'ROLLREAD' USING WS-ROLL-READ-AREA.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       310-PARSE-ROLL-LINE-PARA.
           MOVE SPACES TO WS-PT-ACCOUNT WS-PT-DATE WS-PT-TIME
               WS-PT-SEQ WS-PT-TYPE WS-PT-AMOUNT-X WS-PT-RESULT
               WS-PT-BALANCE-X WS-PT-TELLER WS-PT-CURRENCY
               WS-PT-RELATED WS-PT-CHECK-NO WS-PT-BRANCH
               WS-PT-REMARKS.

           UNSTRING WS-RR-LINE DELIMITED BY ","
               INTO WS-PT-ACCOUNT WS-PT-DATE WS-PT-TIME WS-PT-SEQ
                    WS-PT-TYPE WS-PT-AMOUNT-X WS-PT-RESULT
                    WS-PT-BALANCE-X WS-PT-TELLER WS-PT-CURRENCY
                    WS-PT-RELATED WS-PT-CHECK-NO WS-PT-BRANCH
                    WS-PT-REMARKS
           END-UNSTRING.

           IF WS-PT-AMOUNT-X NUMERIC
               MOVE WS-PT-AMOUNT-X TO WS-PT-AMOUNT-RAW
               COMPUTE WS-PT-AMOUNT = WS-PT-AMOUNT-RAW / 100
           ELSE
               MOVE 0 TO WS-PT-AMOUNT
           END-IF.
           IF WS-PT-BALANCE-S NUMERIC
               MOVE WS-PT-BALANCE-S TO WS-PT-BALANCE-AFTER
           ELSE
               MOVE 0 TO WS-PT-BALANCE-AFTER
           END-IF.

      *-----------------------------------------------------------------
      * TRACK THE DAY'S CLOSING BALANCE AND DEBIT ITEMS - the first
      * posting of the month derives the opening balance with the
      * statement run's direction arithmetic
      *-----------------------------------------------------------------
       320-APPLY-ONE-POSTING-PARA.
           IF WS-BK-SEEN-FLAG(WS-BK-IDX) NOT = 'Y'
               PERFORM 325-DERIVE-OPENING-PARA
               MOVE 'Y' TO WS-BK-SEEN-FLAG(WS-BK-IDX)
           END-IF.

           MOVE WS-PT-BALANCE-AFTER TO
               WS-BK-DAY-BAL(WS-BK-IDX, WS-CYCLE-DAY).
           MOVE 'Y' TO WS-BK-DAY-SEEN(WS-BK-IDX, WS-CYCLE-DAY).

           IF WS-PT-TYPE = "WITHDRAWAL" OR WS-PT-TYPE = "CHECK" OR
              WS-PT-TYPE = "XFER-OUT" OR WS-PT-TYPE = "ACH-OUT" OR
              WS-PT-TYPE = "WIRE-OUT" OR WS-PT-TYPE = "CARD"
               ADD 1 TO WS-BK-DAY-ITEMS(WS-BK-IDX, WS-CYCLE-DAY)
           END-IF.

      *-----------------------------------------------------------------
       325-DERIVE-OPENING-PARA.
      * The "CD interest disbursed" leg is a balance-neutral memo,
      * as is a RECOVERY or RECOV-XFER on a charged-off account. A
      * charge-off (CHGOFF / CHGOFF-OD) takes the balance to zero
      * like a payment.
           IF (WS-PT-TYPE = "INTEREST" AND
               WS-PT-REMARKS(1:21) = "CD interest disbursed") OR
              WS-PT-TYPE = "RECOVERY" OR WS-PT-TYPE = "RECOV-XFER"
               MOVE WS-PT-BALANCE-AFTER TO
                   WS-BK-OPENING-BAL(WS-BK-IDX)
               EXIT PARAGRAPH
           END-IF.

           IF WS-PT-TYPE = "DEPOSIT" OR WS-PT-TYPE = "XFER-IN" OR
              WS-PT-TYPE = "INTEREST" OR WS-PT-TYPE = "REVERSAL" OR
              WS-PT-TYPE = "ACH-RET" OR WS-PT-TYPE = "WIRE-CAN" OR
              WS-PT-TYPE = "PROV-CR" OR WS-PT-TYPE = "CHGOFF" OR
              WS-PT-TYPE = "CHGOFF-OD"
               IF WS-BK-TYPE(WS-BK-IDX) = "LOAN"
                   COMPUTE WS-BK-OPENING-BAL(WS-BK-IDX) =
                       WS-PT-BALANCE-AFTER + WS-PT-AMOUNT
               ELSE
                   COMPUTE WS-BK-OPENING-BAL(WS-BK-IDX) =
                       WS-PT-BALANCE-AFTER - WS-PT-AMOUNT
               END-IF
           ELSE
               IF WS-BK-TYPE(WS-BK-IDX) = "LOAN"
                   COMPUTE WS-BK-OPENING-BAL(WS-BK-IDX) =
                       WS-PT-BALANCE-AFTER - WS-PT-AMOUNT
               ELSE
                   COMPUTE WS-BK-OPENING-BAL(WS-BK-IDX) =
                       WS-PT-BALANCE-AFTER + WS-PT-AMOUNT
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * SPREAD EACH HOLD OVER THE DAYS IT WAS IN FORCE AT CLOSE -
      * placed on or before the day and not released by it
      *-----------------------------------------------------------------
       400-LOAD-HOLDS-PARA.
           OPEN INPUT HOLD-FILE.
           IF NOT FILE-SUCCESS
               CLOSE HOLD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE HD-ACCOUNT-NUMBER TO WS-BK-LOOKUP-ACCT
                       PERFORM 220-FIND-ACCOUNT-PARA
                       IF ACCOUNT-FOUND
                           PERFORM 410-SPREAD-ONE-HOLD-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HOLD-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       410-SPREAD-ONE-HOLD-PARA.
           PERFORM VARYING WS-CYCLE-DAY FROM 1 BY 1
                   UNTIL WS-CYCLE-DAY > WS-DAYS-IN-MONTH
               PERFORM 420-SET-BK-DATE-PARA
               IF HD-PLACED-DATE <= WS-BK-DATE AND
                  (HD-ACTIVE-HOLD OR HD-RELEASE-DATE > WS-BK-DATE)
                   ADD HD-AMOUNT TO
                       WS-BK-DAY-HOLD(WS-BK-IDX, WS-CYCLE-DAY)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       420-SET-BK-DATE-PARA.
           MOVE SPACES TO WS-BK-DATE.
           STRING WS-CYCLE-MONTH "-" WS-CYCLE-DAY
               DELIMITED BY SIZE INTO WS-BK-DATE.

      *-----------------------------------------------------------------
      * CARRY EACH ACCOUNT'S CLOSE FORWARD OVER DAYS WITH NO POSTING
      *-----------------------------------------------------------------
       450-CARRY-BALANCES-PARA.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-ACCT-COUNT
               MOVE WS-BK-OPENING-BAL(WS-BK-IDX) TO WS-BK-CARRY-BAL
               PERFORM VARYING WS-CYCLE-DAY FROM 1 BY 1
                       UNTIL WS-CYCLE-DAY > WS-DAYS-IN-MONTH
                   IF WS-BK-DAY-SEEN(WS-BK-IDX, WS-CYCLE-DAY) = 'Y'
                       MOVE WS-BK-DAY-BAL(WS-BK-IDX, WS-CYCLE-DAY)
                           TO WS-BK-CARRY-BAL
                   ELSE
                       MOVE WS-BK-CARRY-BAL TO
                           WS-BK-DAY-BAL(WS-BK-IDX, WS-CYCLE-DAY)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------------
      * APPEND THE MISSING DAYS TO THE MONTH'S HISTORY FILE
      *-----------------------------------------------------------------
       500-WRITE-HISTORY-PARA.
           OPEN EXTEND BALANCE-HISTORY-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT BALANCE-HISTORY-FILE
           END-IF.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open balance history file "
                   WS-BALHIST-FILE-NAME
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-CYCLE-DAY FROM 1 BY 1
                   UNTIL WS-CYCLE-DAY > WS-DAYS-IN-MONTH
               EVALUATE TRUE
                   WHEN WS-BK-HIST-FOUND(WS-CYCLE-DAY) = 'Y'
                       ADD 1 TO WS-BK-DAYS-PRESENT
                   WHEN WS-BK-ROLL-FOUND(WS-CYCLE-DAY) NOT = 'Y'
                       ADD 1 TO WS-BK-DAYS-NO-ROLL
                   WHEN OTHER
                       PERFORM 510-WRITE-ONE-DAY-PARA
               END-EVALUATE
           END-PERFORM.

           CLOSE BALANCE-HISTORY-FILE.

      *-----------------------------------------------------------------
      * One line per account open on the day; an account now closed
      * is written only if it had activity during the month.
      *-----------------------------------------------------------------
       510-WRITE-ONE-DAY-PARA.
           ADD 1 TO WS-BK-DAYS-WRITTEN.
           PERFORM 420-SET-BK-DATE-PARA.

           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-ACCT-COUNT
               IF (WS-BK-STATUS(WS-BK-IDX) NOT = 'C' OR
                   WS-BK-SEEN-FLAG(WS-BK-IDX) = 'Y') AND
                  WS-BK-OPEN-DATE(WS-BK-IDX) <= WS-BK-DATE
                   PERFORM 520-WRITE-ONE-LINE-PARA
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       520-WRITE-ONE-LINE-PARA.
           MOVE SPACES TO BALANCE-HISTORY-RECORD.
           MOVE WS-BK-DATE TO BH-BUSINESS-DATE.
           MOVE WS-BK-ACCOUNT(WS-BK-IDX) TO BH-ACCOUNT-NUMBER.
           MOVE WS-BK-TYPE(WS-BK-IDX) TO BH-ACCOUNT-TYPE.
           MOVE WS-BK-CURRENCY(WS-BK-IDX) TO BH-CURRENCY-CODE.
           MOVE WS-BK-DAY-BAL(WS-BK-IDX, WS-CYCLE-DAY) TO
               BH-LEDGER-BALANCE.
           MOVE WS-BK-DAY-HOLD(WS-BK-IDX, WS-CYCLE-DAY) TO
               BH-HOLD-AMOUNT.
           COMPUTE BH-AVAILABLE-BALANCE =
               WS-BK-DAY-BAL(WS-BK-IDX, WS-CYCLE-DAY) -
               WS-BK-DAY-HOLD(WS-BK-IDX, WS-CYCLE-DAY).
           MOVE WS-BK-DAY-ITEMS(WS-BK-IDX, WS-CYCLE-DAY) TO
               BH-DEBIT-ITEMS.
           MOVE WS-BK-STATUS(WS-BK-IDX) TO BH-STATUS.
           MOVE 'B' TO BH-SOURCE.
           WRITE BALANCE-HISTORY-RECORD.
           ADD 1 TO WS-BK-LINES-WRITTEN.
