      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - TARGET-BALANCE SWEEPS
      *
      * End-of-day batch step, run after the posting steps and loan
      * servicing (so autopay drafts have come out) and ahead of
      * INTEREST (so the money market accrues on the swept funds).
      * For every active plan on the sweep plan file:
      *   - a CHECKING balance above the plan target (deposit holds
      *     stay behind in checking) is swept out to the linked
      *     MONEYMKT account
      *   - a CHECKING balance below the target is restored from the
      *     money market, as far as its balance above its own
      *     minimum and holds allows
      * Either way the movement is made only when it reaches the
      * plan's minimum transfer amount - except that an overdrawn
      * checking account is always pulled back as far as it can be.
      * A debit block on the paying side or a credit block on the
      * receiving side stops the sweep. Each sweep posts as a paired
      * XFER-OUT / XFER-IN ledger entry, journaled on both accounts;
      * sweeps are not customer-initiated withdrawals and are not
      * counted against the money market's cycle debit limit. A plan
      * whose checking or money market account has closed is retired.
      * Writes the sweep activity report SWEEP_YYYYMMDD.txt, grouped
      * by the checking account's branch with branch totals. Run
      * with no operator interaction - see EODJOB.jcl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEP.
       AUTHOR. PNC-DEMO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FILECTL.cpy'.
           SELECT SWEEP-SORT-FILE ASSIGN TO 'SWEEPSRT.tmp'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FILEDEF.cpy'.
      * One report line per sweep or exception, sorted into branch
      * order for the report
       SD  SWEEP-SORT-FILE.
       01  SWEEP-SORT-RECORD.
           05  SX-BRANCH              PIC X(4).
           05  SX-ACCOUNT             PIC X(10).
           05  SX-LINKED-ACCOUNT      PIC X(10).
           05  SX-DIRECTION           PIC X(1).
               88 SX-SWEPT-OUT        VALUE 'O'.
               88 SX-SWEPT-BACK       VALUE 'B'.
               88 SX-EXCEPTION        VALUE 'X'.
           05  SX-AMOUNT              PIC 9(9)V99.
           05  SX-CHK-BEFORE          PIC S9(9)V99.
           05  SX-CHK-AFTER           PIC S9(9)V99.
           05  SX-TARGET              PIC 9(9)V99.
           05  SX-CURRENCY            PIC X(3).
           05  SX-NOTE                PIC X(40).

       WORKING-STORAGE SECTION.
           COPY 'DATADEF.cpy'.

       01  WS-PLANS-READ              PIC 9(7) VALUE 0.
       01  WS-PLANS-NO-MOVE           PIC 9(7) VALUE 0.
       01  WS-SWEEPS-OUT              PIC 9(7) VALUE 0.
       01  WS-SWEEPS-BACK             PIC 9(7) VALUE 0.
       01  WS-SWEEP-EXCEPTIONS        PIC 9(7) VALUE 0.
       01  WS-PLANS-RETIRED           PIC 9(7) VALUE 0.
       01  WS-SWEPT-OUT-TOTAL         PIC 9(11)V99 VALUE 0.
       01  WS-SWEPT-BACK-TOTAL        PIC 9(11)V99 VALUE 0.
       01  WS-PLAN-FILE-FLAG          PIC X(1) VALUE 'N'.
           88 PLAN-FILE-OPEN          VALUE 'Y'.

      * One plan's sweep
       01  WS-SWEEP-WORK.
           05  WS-SX-DIRECTION        PIC X(1) VALUE SPACE.
               88 SX-SWEEP-OUT        VALUE 'O'.
               88 SX-SWEEP-BACK       VALUE 'B'.
               88 SX-NO-SWEEP         VALUE SPACE.
           05  WS-SX-EXCEPTION-FLAG   PIC X(1) VALUE 'N'.
               88 SX-PLAN-EXCEPTION   VALUE 'Y'.
           05  WS-SX-RETIRE-FLAG      PIC X(1) VALUE 'N'.
               88 SX-RETIRE-PLAN      VALUE 'Y'.
           05  WS-SX-NOTE             PIC X(40).
           05  WS-SX-AMOUNT           PIC 9(9)V99 VALUE 0.
           05  WS-SX-CURRENCY         PIC X(3).
           05  WS-SX-CHK-BALANCE      PIC S9(9)V99 VALUE 0.
           05  WS-SX-CHK-AFTER        PIC S9(9)V99 VALUE 0.
           05  WS-SX-CHK-HOLDS        PIC 9(9)V99 VALUE 0.
           05  WS-SX-CHK-BRANCH       PIC X(4).
           05  WS-SX-MM-BALANCE       PIC S9(9)V99 VALUE 0.
           05  WS-SX-MM-MIN-BALANCE   PIC 9(7)V99 VALUE 0.
           05  WS-SX-MM-HOLDS         PIC 9(9)V99 VALUE 0.
           05  WS-SX-EXCESS           PIC S9(9)V99 VALUE 0.
           05  WS-SX-SHORTFALL        PIC S9(9)V99 VALUE 0.
           05  WS-SX-MM-AVAILABLE     PIC S9(9)V99 VALUE 0.
      * Posting legs - the account paying and the account receiving
           05  WS-SX-FROM-ACCOUNT     PIC X(10).
           05  WS-SX-TO-ACCOUNT       PIC X(10).
           05  WS-SX-FROM-BALANCE     PIC S9(9)V99 VALUE 0.
           05  WS-SX-TO-BALANCE       PIC S9(9)V99 VALUE 0.
           05  WS-SX-FROM-BRANCH      PIC X(4).
           05  WS-SX-TO-BRANCH        PIC X(4).
      * Report branch break and totals
           05  WS-SX-LAST-BRANCH      PIC X(4) VALUE SPACES.
           05  WS-SX-BR-OUT-COUNT     PIC 9(5) VALUE 0.
           05  WS-SX-BR-BACK-COUNT    PIC 9(5) VALUE 0.
           05  WS-SX-BR-EXCP-COUNT    PIC 9(5) VALUE 0.
           05  WS-SX-BR-OUT-TOTAL     PIC 9(11)V99 VALUE 0.
           05  WS-SX-BR-BACK-TOTAL    PIC 9(11)V99 VALUE 0.
           05  WS-SX-DIR-TEXT         PIC X(4).
           05  WS-SX-AMOUNT-EDIT      PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-SX-BEFORE-EDIT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-SX-AFTER-EDIT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-SX-TARGET-EDIT      PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-SX-TOTAL-EDIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "SWEEP" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "TRANLOG.dat" TO WS-TRANSACTION-FILE-NAME.
           MOVE "HOLDS.dat" TO WS-HOLD-FILE-NAME.
           MOVE "RESTRICT.dat" TO WS-RESTRICT-FILE-NAME.
           MOVE "SWEEPPLN.dat" TO WS-SWEEP-FILE-NAME.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
      * EOD postings carry the fixed end-of-day time so they always
      * collate after the day's teller activity in the ledger key,
      * even when the stream runs past midnight.
           MOVE "23:59:59" TO WS-TR-TIME.
           MOVE "BATCH" TO WS-TR-TELLER-ID.

           MOVE 'D' TO WS-BC-FUNCTION.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-OK
               MOVE WS-BC-BUSINESS-DATE TO WS-DATE-FORMATTED
           ELSE
               MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4)
               MOVE '-' TO WS-DATE-FORMATTED(5:1)
               MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2)
               MOVE '-' TO WS-DATE-FORMATTED(8:1)
               MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2)
           END-IF.
           MOVE WS-DATE-FORMATTED TO WS-TR-DATE.

           CALL 'PARMLOAD' USING WS-BUSINESS-RULES
               WS-DATE-FORMATTED.

           MOVE 'S' TO WS-BC-FUNCTION.
           MOVE "SWEEP" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-DUPLICATE
               DISPLAY "SWEEP already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "SWEEP_" WS-DATE-FORMATTED(1:4)
               WS-DATE-FORMATTED(6:2) WS-DATE-FORMATTED(9:2) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

           DISPLAY WS-SEPARATOR.
           DISPLAY "TARGET-BALANCE SWEEPS - " WS-DATE-FORMATTED.
           DISPLAY WS-SEPARATOR.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PNC BANK - SWEEP ACTIVITY BY BRANCH - "
               WS-DATE-FORMATTED DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           SORT SWEEP-SORT-FILE
               ON ASCENDING KEY SX-BRANCH SX-ACCOUNT
               INPUT PROCEDURE IS 100-SCAN-PLANS-PARA
               OUTPUT PROCEDURE IS 700-PRINT-BY-BRANCH-PARA.

           PERFORM 800-WRITE-TOTALS-PARA.

           CLOSE REPORT-FILE.

           DISPLAY "Plans read: " WS-PLANS-READ
               "  no movement: " WS-PLANS-NO-MOVE.
           MOVE WS-SWEPT-OUT-TOTAL TO WS-SX-TOTAL-EDIT.
           DISPLAY "Swept out: " WS-SWEEPS-OUT " "
               WS-SX-TOTAL-EDIT.
           MOVE WS-SWEPT-BACK-TOTAL TO WS-SX-TOTAL-EDIT.
           DISPLAY "Pulled back: " WS-SWEEPS-BACK " "
               WS-SX-TOTAL-EDIT.
           DISPLAY "Exceptions: " WS-SWEEP-EXCEPTIONS
               "  plans retired: " WS-PLANS-RETIRED.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME.
           DISPLAY WS-SEPARATOR.

           MOVE 'E' TO WS-BC-FUNCTION.
           MOVE "SWEEP" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      * READ EVERY PLAN AND SWEEP THE ACTIVE ONES - the sort input
      * procedure; each sweep or exception is released for the report
      *-----------------------------------------------------------------
       100-SCAN-PLANS-PARA.
           OPEN I-O SWEEP-PLAN-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No sweep plans on file - nothing to sweep."
               CLOSE SWEEP-PLAN-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-PLAN-FILE-FLAG.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ SWEEP-PLAN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF SP-ACTIVE
                           ADD 1 TO WS-PLANS-READ
                           PERFORM 110-SWEEP-ONE-PLAN-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SWEEP-PLAN-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
      * SWEEP ONE PLAN - decide the direction and amount from the two
      * accounts' balances, post it, and record it on the plan
      *-----------------------------------------------------------------
       110-SWEEP-ONE-PLAN-PARA.
           MOVE SPACE TO WS-SX-DIRECTION.
           MOVE 'N' TO WS-SX-EXCEPTION-FLAG.
           MOVE 'N' TO WS-SX-RETIRE-FLAG.
           MOVE SPACES TO WS-SX-NOTE.
           MOVE 0 TO WS-SX-AMOUNT.

           PERFORM 200-READ-PLAN-ACCOUNTS-PARA.
           MOVE WS-SX-CHK-BALANCE TO WS-SX-CHK-AFTER.

           IF SX-RETIRE-PLAN
               MOVE 'I' TO SP-STATUS
               MOVE "SWEEP" TO SP-CHANGED-BY
               MOVE WS-DATE-FORMATTED TO SP-CHANGED-DATE
               REWRITE SWEEP-PLAN-RECORD
                   INVALID KEY
                       DISPLAY "ERROR rewriting sweep plan "
                           SP-ACCOUNT-NUMBER
               END-REWRITE
               ADD 1 TO WS-PLANS-RETIRED
               PERFORM 190-RELEASE-LINE-PARA
               EXIT PARAGRAPH
           END-IF.

           IF NOT SX-PLAN-EXCEPTION
               PERFORM 300-DECIDE-SWEEP-PARA
           END-IF.

           IF NOT SX-PLAN-EXCEPTION AND NOT SX-NO-SWEEP
               PERFORM 400-POST-SWEEP-PARA
           END-IF.

           IF SX-PLAN-EXCEPTION
               ADD 1 TO WS-SWEEP-EXCEPTIONS
               DISPLAY "SWEEP EXCEPTION: " SP-ACCOUNT-NUMBER " - "
                   WS-SX-NOTE
               PERFORM 190-RELEASE-LINE-PARA
               EXIT PARAGRAPH
           END-IF.

           IF SX-NO-SWEEP
               ADD 1 TO WS-PLANS-NO-MOVE
               EXIT PARAGRAPH
           END-IF.

           IF SX-SWEEP-OUT
               ADD 1 TO WS-SWEEPS-OUT
               ADD WS-SX-AMOUNT TO WS-SWEPT-OUT-TOTAL
               MOVE WS-SX-FROM-BALANCE TO WS-SX-CHK-AFTER
           ELSE
               ADD 1 TO WS-SWEEPS-BACK
               ADD WS-SX-AMOUNT TO WS-SWEPT-BACK-TOTAL
               MOVE WS-SX-TO-BALANCE TO WS-SX-CHK-AFTER
           END-IF.

           MOVE WS-DATE-FORMATTED TO SP-LAST-SWEEP-DATE.
           MOVE WS-SX-DIRECTION TO SP-LAST-DIRECTION.
           MOVE WS-SX-AMOUNT TO SP-LAST-AMOUNT.
           REWRITE SWEEP-PLAN-RECORD
               INVALID KEY
                   DISPLAY "ERROR rewriting sweep plan "
                       SP-ACCOUNT-NUMBER
           END-REWRITE.

           PERFORM 190-RELEASE-LINE-PARA.

      *-----------------------------------------------------------------
      * RELEASE THIS PLAN'S REPORT LINE TO THE SORT
      *-----------------------------------------------------------------
       190-RELEASE-LINE-PARA.
           MOVE WS-SX-CHK-BRANCH TO SX-BRANCH.
           IF SX-BRANCH = SPACES
               MOVE "0001" TO SX-BRANCH
           END-IF.
           MOVE SP-ACCOUNT-NUMBER TO SX-ACCOUNT.
           MOVE SP-LINKED-ACCOUNT TO SX-LINKED-ACCOUNT.
           IF SX-PLAN-EXCEPTION OR SX-RETIRE-PLAN
               MOVE 'X' TO SX-DIRECTION
           ELSE
               MOVE WS-SX-DIRECTION TO SX-DIRECTION
           END-IF.
           MOVE WS-SX-AMOUNT TO SX-AMOUNT.
           MOVE WS-SX-CHK-BALANCE TO SX-CHK-BEFORE.
           MOVE WS-SX-CHK-AFTER TO SX-CHK-AFTER.
           MOVE SP-TARGET-BALANCE TO SX-TARGET.
           MOVE WS-SX-CURRENCY TO SX-CURRENCY.
           MOVE WS-SX-NOTE TO SX-NOTE.
           RELEASE SWEEP-SORT-RECORD.

      *-----------------------------------------------------------------
      * READ THE CHECKING AND MONEY MARKET ACCOUNTS AND THEIR HOLDS -
      * a closed or missing account retires the plan; one that is
      * merely not active (suspended, dormant) or no longer eligible
      * is reported and left for tomorrow
      *-----------------------------------------------------------------
       200-READ-PLAN-ACCOUNTS-PARA.
           MOVE 0 TO WS-SX-CHK-BALANCE.
           MOVE SPACES TO WS-SX-CHK-BRANCH.
           MOVE SPACES TO WS-SX-CURRENCY.

           OPEN INPUT ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               MOVE 'Y' TO WS-SX-EXCEPTION-FLAG
               MOVE "Unable to open account file" TO WS-SX-NOTE
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE SP-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-SX-RETIRE-FLAG
                   MOVE "Checking not on file - sweep removed"
                       TO WS-SX-NOTE
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE AR-BALANCE TO WS-SX-CHK-BALANCE.
           MOVE AR-BRANCH-ID TO WS-SX-CHK-BRANCH.
           MOVE AR-CURRENCY-CODE TO WS-SX-CURRENCY.

           IF AR-CLOSED
               MOVE 'Y' TO WS-SX-RETIRE-FLAG
               MOVE "Checking closed - sweep removed" TO WS-SX-NOTE
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.
           IF AR-CHARGED-OFF
               MOVE 'Y' TO WS-SX-RETIRE-FLAG
               MOVE "Checking charged off - sweep removed"
                   TO WS-SX-NOTE
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.
           IF NOT AR-ACTIVE
               MOVE 'Y' TO WS-SX-EXCEPTION-FLAG
               MOVE "Checking account not active" TO WS-SX-NOTE
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE SP-LINKED-ACCOUNT TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-SX-RETIRE-FLAG
                   MOVE "Money market not on file - sweep removed"
                       TO WS-SX-NOTE
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE AR-BALANCE TO WS-SX-MM-BALANCE.
           MOVE AR-MIN-BALANCE TO WS-SX-MM-MIN-BALANCE.

           EVALUATE TRUE
               WHEN AR-CLOSED
                   MOVE 'Y' TO WS-SX-RETIRE-FLAG
                   MOVE "Money market closed - sweep removed"
                       TO WS-SX-NOTE
               WHEN AR-CHARGED-OFF
                   MOVE 'Y' TO WS-SX-RETIRE-FLAG
                   MOVE "Money market charged off - sweep removed"
                       TO WS-SX-NOTE
               WHEN NOT AR-ACTIVE
                   MOVE 'Y' TO WS-SX-EXCEPTION-FLAG
                   MOVE "Money market account not active"
                       TO WS-SX-NOTE
               WHEN NOT AR-TYPE-MONEY-MKT
                   MOVE 'Y' TO WS-SX-EXCEPTION-FLAG
                   MOVE "Linked account is not a money market"
                       TO WS-SX-NOTE
               WHEN AR-CURRENCY-CODE NOT = WS-SX-CURRENCY
                   MOVE 'Y' TO WS-SX-EXCEPTION-FLAG
                   MOVE "Money market currency differs"
                       TO WS-SX-NOTE
           END-EVALUATE.
           CLOSE ACCOUNT-FILE.

           IF SX-RETIRE-PLAN OR SX-PLAN-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           MOVE SP-ACCOUNT-NUMBER TO WS-HD-ACCOUNT.
           PERFORM 150-SUM-ACTIVE-HOLDS-PARA.
           MOVE WS-HD-TOTAL TO WS-SX-CHK-HOLDS.
           MOVE SP-LINKED-ACCOUNT TO WS-HD-ACCOUNT.
           PERFORM 150-SUM-ACTIVE-HOLDS-PARA.
           MOVE WS-HD-TOTAL TO WS-SX-MM-HOLDS.

      *-----------------------------------------------------------------
      * DECIDE THE SWEEP - collected funds above the target go out;
      * a shortfall below the target comes back from the money
      * market's balance above its minimum and holds. Movements
      * under the minimum transfer are left alone unless checking is
      * overdrawn.
      *-----------------------------------------------------------------
       300-DECIDE-SWEEP-PARA.
           COMPUTE WS-SX-EXCESS =
               WS-SX-CHK-BALANCE - WS-SX-CHK-HOLDS - SP-TARGET-BALANCE.

           IF WS-SX-EXCESS > 0 AND WS-SX-EXCESS >= SP-MIN-TRANSFER
               MOVE 'O' TO WS-SX-DIRECTION
               MOVE WS-SX-EXCESS TO WS-SX-AMOUNT
               MOVE SP-ACCOUNT-NUMBER TO WS-SX-FROM-ACCOUNT
               MOVE SP-LINKED-ACCOUNT TO WS-SX-TO-ACCOUNT
               PERFORM 310-CHECK-BLOCKS-PARA
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-SX-SHORTFALL =
               SP-TARGET-BALANCE - WS-SX-CHK-BALANCE.
           IF WS-SX-SHORTFALL <= 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-SX-MM-AVAILABLE =
               WS-SX-MM-BALANCE - WS-SX-MM-MIN-BALANCE -
               WS-SX-MM-HOLDS.
           IF WS-SX-MM-AVAILABLE <= 0
               IF WS-SX-CHK-BALANCE < 0
                   MOVE 'Y' TO WS-SX-EXCEPTION-FLAG
                   MOVE "Overdrawn - no money market funds to pull"
                       TO WS-SX-NOTE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-SX-MM-AVAILABLE < WS-SX-SHORTFALL
               MOVE WS-SX-MM-AVAILABLE TO WS-SX-AMOUNT
               MOVE "Money market short of the target"
                   TO WS-SX-NOTE
           ELSE
               MOVE WS-SX-SHORTFALL TO WS-SX-AMOUNT
           END-IF.

           IF WS-SX-AMOUNT < SP-MIN-TRANSFER AND
              WS-SX-CHK-BALANCE NOT < 0
               MOVE 0 TO WS-SX-AMOUNT
               MOVE SPACES TO WS-SX-NOTE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'B' TO WS-SX-DIRECTION.
           MOVE SP-LINKED-ACCOUNT TO WS-SX-FROM-ACCOUNT.
           MOVE SP-ACCOUNT-NUMBER TO WS-SX-TO-ACCOUNT.
           PERFORM 310-CHECK-BLOCKS-PARA.

      *-----------------------------------------------------------------
      * A DEBIT BLOCK ON THE PAYING ACCOUNT OR A CREDIT BLOCK ON THE
      * RECEIVING ACCOUNT STOPS THE SWEEP, AS IT STOPS A STANDING
      * ORDER
      *-----------------------------------------------------------------
       310-CHECK-BLOCKS-PARA.
           MOVE WS-SX-FROM-ACCOUNT TO WS-RS-ACCOUNT.
           MOVE 'D' TO WS-RS-DIRECTION.
           PERFORM 160-SCAN-RESTRICTIONS-PARA.
           IF NOT RESTRICTION-BLOCKED
               MOVE WS-SX-TO-ACCOUNT TO WS-RS-ACCOUNT
               MOVE 'C' TO WS-RS-DIRECTION
               PERFORM 160-SCAN-RESTRICTIONS-PARA
           END-IF.

           IF RESTRICTION-BLOCKED
               MOVE 'Y' TO WS-SX-EXCEPTION-FLAG
               MOVE SPACES TO WS-SX-NOTE
               STRING WS-RS-ACCOUNT " " WS-RS-REASON
                   DELIMITED BY SIZE INTO WS-SX-NOTE
               MOVE 0 TO WS-SX-AMOUNT
           END-IF.

      *-----------------------------------------------------------------
      * SUM THE ACTIVE DEPOSIT HOLDS FOR WS-HD-ACCOUNT INTO
      * WS-HD-TOTAL - the amount withheld from the available balance
      *-----------------------------------------------------------------
       150-SUM-ACTIVE-HOLDS-PARA.
           MOVE 0 TO WS-HD-TOTAL.

           OPEN INPUT HOLD-FILE.
           IF NOT FILE-SUCCESS
               CLOSE HOLD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-HD-ACCOUNT TO HD-ACCOUNT-NUMBER.
           MOVE 0 TO HD-SEQ.
           START HOLD-FILE KEY IS NOT LESS THAN HD-KEY
               INVALID KEY
                   CLOSE HOLD-FILE
                   EXIT PARAGRAPH
           END-START.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF HD-ACCOUNT-NUMBER NOT = WS-HD-ACCOUNT
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           IF HD-ACTIVE-HOLD
                               ADD HD-AMOUNT TO WS-HD-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HOLD-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * LOOK FOR AN UNEXPIRED DEBIT (WS-RS-DIRECTION 'D') OR CREDIT
      * ('C') BLOCK ON WS-RS-ACCOUNT - stop-payment entries apply to
      * presented items only and do not stop a sweep
      *-----------------------------------------------------------------
       160-SCAN-RESTRICTIONS-PARA.
           MOVE 'N' TO WS-RS-BLOCKED-FLAG.
           MOVE SPACES TO WS-RS-REASON.

           OPEN INPUT RESTRICT-FILE.
           IF NOT FILE-SUCCESS
               CLOSE RESTRICT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-RS-ACCOUNT TO RS-ACCOUNT-NUMBER.
           MOVE 0 TO RS-SEQ.
           START RESTRICT-FILE KEY IS NOT LESS THAN RS-KEY
               INVALID KEY
                   CLOSE RESTRICT-FILE
                   EXIT PARAGRAPH
           END-START.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF OR RESTRICTION-BLOCKED
               READ RESTRICT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RS-ACCOUNT-NUMBER NOT = WS-RS-ACCOUNT
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           IF RS-ACTIVE-RESTRICT AND
                              (RS-EXPIRY-DATE = SPACES OR
                               RS-EXPIRY-DATE >= WS-DATE-FORMATTED)
                               EVALUATE TRUE
                                   WHEN RS-BLOCK-DEBITS AND
                                        WS-RS-DIRECTION = 'D'
                                       MOVE 'Y' TO WS-RS-BLOCKED-FLAG
                                       MOVE "debits blocked"
                                           TO WS-RS-REASON
                                   WHEN RS-BLOCK-CREDITS AND
                                        WS-RS-DIRECTION = 'C'
                                       MOVE 'Y' TO WS-RS-BLOCKED-FLAG
                                       MOVE "credits blocked"
                                           TO WS-RS-REASON
                               END-EVALUATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RESTRICT-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * POST THE SWEEP - debit the paying account and credit the
      * receiving one under the same open of the master, then write
      * the paired XFER-OUT / XFER-IN ledger entries once both
      * rewrites have stood. A sweep is not customer activity, so the
      * last access date (which drives dormancy) is left alone.
      *-----------------------------------------------------------------
       400-POST-SWEEP-PARA.
           OPEN I-O ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               MOVE 'Y' TO WS-SX-EXCEPTION-FLAG
               MOVE "Unable to open account file" TO WS-SX-NOTE
               MOVE 0 TO WS-SX-AMOUNT
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SX-FROM-ACCOUNT TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-SX-EXCEPTION-FLAG
                   MOVE "Unable to read paying account" TO WS-SX-NOTE
                   MOVE 0 TO WS-SX-AMOUNT
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ.

           SUBTRACT WS-SX-AMOUNT FROM AR-BALANCE.
           ADD 1 TO AR-TRANSACTION-COUNT.
           MOVE "BATCH" TO AR-LAST-CHANGED-BY.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-SX-EXCEPTION-FLAG
                   MOVE "Unable to update paying account"
                       TO WS-SX-NOTE
                   MOVE 0 TO WS-SX-AMOUNT
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-REWRITE.
           CALL 'JRNLWRT' USING WS-JRNL-ACTION ACCOUNT-RECORD.
           MOVE AR-BALANCE TO WS-SX-FROM-BALANCE.
           MOVE AR-BRANCH-ID TO WS-SX-FROM-BRANCH.

           MOVE WS-SX-TO-ACCOUNT TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   PERFORM 410-RESTORE-FROM-ACCOUNT-PARA
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ.

           ADD WS-SX-AMOUNT TO AR-BALANCE.
           ADD 1 TO AR-TRANSACTION-COUNT.
           MOVE "BATCH" TO AR-LAST-CHANGED-BY.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   PERFORM 410-RESTORE-FROM-ACCOUNT-PARA
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-REWRITE.
           CALL 'JRNLWRT' USING WS-JRNL-ACTION ACCOUNT-RECORD.
           MOVE AR-BALANCE TO WS-SX-TO-BALANCE.
           MOVE AR-BRANCH-ID TO WS-SX-TO-BRANCH.
           CLOSE ACCOUNT-FILE.

           MOVE WS-SX-FROM-ACCOUNT TO WS-TR-ACCOUNT-NUMBER.
           MOVE "XFER-OUT" TO WS-TR-TYPE.
           MOVE WS-SX-AMOUNT TO WS-TR-AMOUNT.
           MOVE "SUCCESS" TO WS-TR-RESULT.
           MOVE SPACES TO WS-TR-REMARKS.
           STRING "Target sweep to " WS-SX-TO-ACCOUNT
               DELIMITED BY SIZE INTO WS-TR-REMARKS.
           MOVE WS-SX-FROM-BALANCE TO WS-TR-BALANCE-AFTER.
           MOVE WS-SX-CURRENCY TO WS-TR-CURRENCY.
           MOVE WS-SX-FROM-BRANCH TO WS-TR-BRANCH-ID.
           MOVE WS-SX-TO-ACCOUNT TO WS-TR-RELATED-ACCOUNT.
           MOVE 0 TO WS-TR-CHECK-NUMBER.
           PERFORM 500-WRITE-LEDGER-PARA.

           MOVE WS-SX-TO-ACCOUNT TO WS-TR-ACCOUNT-NUMBER.
           MOVE "XFER-IN" TO WS-TR-TYPE.
           MOVE WS-SX-AMOUNT TO WS-TR-AMOUNT.
           MOVE "SUCCESS" TO WS-TR-RESULT.
           MOVE SPACES TO WS-TR-REMARKS.
           STRING "Target sweep from " WS-SX-FROM-ACCOUNT
               DELIMITED BY SIZE INTO WS-TR-REMARKS.
           MOVE WS-SX-TO-BALANCE TO WS-TR-BALANCE-AFTER.
           MOVE WS-SX-CURRENCY TO WS-TR-CURRENCY.
           MOVE WS-SX-TO-BRANCH TO WS-TR-BRANCH-ID.
           MOVE WS-SX-FROM-ACCOUNT TO WS-TR-RELATED-ACCOUNT.
           MOVE 0 TO WS-TR-CHECK-NUMBER.
           PERFORM 500-WRITE-LEDGER-PARA.

      *-----------------------------------------------------------------
      * PUT THE SWEEP BACK ON THE PAYING ACCOUNT WHEN THE RECEIVING
      * LEG CANNOT BE POSTED - no ledger entry was written for the
      * debit, so the journal image of the restored balance is all
      * that is needed. Leaves the account file open for the caller
      * to close.
      *-----------------------------------------------------------------
       410-RESTORE-FROM-ACCOUNT-PARA.
           MOVE 'Y' TO WS-SX-EXCEPTION-FLAG.
           MOVE "Unable to update receiving account" TO WS-SX-NOTE.

           MOVE WS-SX-FROM-ACCOUNT TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR: Unable to restore sweep on "
                       WS-SX-FROM-ACCOUNT
                   MOVE 0 TO WS-SX-AMOUNT
                   EXIT PARAGRAPH
           END-READ.

           ADD WS-SX-AMOUNT TO AR-BALANCE.
           SUBTRACT 1 FROM AR-TRANSACTION-COUNT.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to restore sweep on "
                       WS-SX-FROM-ACCOUNT
           END-REWRITE.
           CALL 'JRNLWRT' USING WS-JRNL-ACTION ACCOUNT-RECORD.
           MOVE 0 TO WS-SX-AMOUNT.

      *-----------------------------------------------------------------
      * WRITE ONE LEDGER ENTRY FROM THE WS-TRANSACTION WORK AREA
      *-----------------------------------------------------------------
       500-WRITE-LEDGER-PARA.
           OPEN I-O TRANSACTION-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT TRANSACTION-FILE
           END-IF.

           MOVE WS-TR-ACCOUNT-NUMBER TO TR-KEY-ACCT-NUM.
           MOVE WS-TR-DATE TO TR-KEY-DATE.
           MOVE WS-TR-TIME TO TR-KEY-TIME.
           PERFORM 510-SEED-LEDGER-SEQ-PARA.
           MOVE WS-TR-TYPE TO TR-TYPE.
           MOVE WS-TR-AMOUNT TO TR-AMOUNT.
           MOVE WS-TR-RESULT TO TR-RESULT.
           MOVE WS-TR-REMARKS TO TR-REMARKS.
           MOVE WS-TR-BALANCE-AFTER TO TR-BALANCE-AFTER.
           MOVE WS-TR-TELLER-ID TO TR-TELLER-ID.
           MOVE WS-TR-CURRENCY TO TR-CURRENCY.
           MOVE WS-TR-RELATED-ACCOUNT TO TR-RELATED-ACCOUNT.
           MOVE WS-TR-CHECK-NUMBER TO TR-CHECK-NUMBER.
           MOVE WS-TR-BRANCH-ID TO TR-BRANCH-ID.

           WRITE TRANSACTION-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           PERFORM UNTIL NOT FILE-DUPLICATE-KEY
               ADD 1 TO WS-TR-SEQ
               MOVE WS-TR-SEQ TO TR-KEY-SEQ
               WRITE TRANSACTION-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-PERFORM.

           CLOSE TRANSACTION-FILE.

      *-----------------------------------------------------------------
      * SEED THE LEDGER SEQUENCE PAST THE HIGHEST ENTRY ALREADY ON
      * FILE FOR THIS ACCOUNT/DATE/TIME - every EOD step shares the
      * end-of-day time slot
      *-----------------------------------------------------------------
       510-SEED-LEDGER-SEQ-PARA.
           MOVE 0 TO WS-TR-SEQ.
           MOVE 0 TO TR-KEY-SEQ.
           START TRANSACTION-FILE KEY IS NOT LESS THAN TR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL EOF
                       READ TRANSACTION-FILE NEXT
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               IF TR-KEY-ACCT-NUM =
                                      WS-TR-ACCOUNT-NUMBER AND
                                  TR-KEY-DATE = WS-TR-DATE AND
                                  TR-KEY-TIME = WS-TR-TIME
                                   COMPUTE WS-TR-SEQ =
                                       TR-KEY-SEQ + 1
                               ELSE
                                   MOVE 'Y' TO WS-EOF-FLAG
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF-FLAG
           END-START.

           MOVE WS-TR-ACCOUNT-NUMBER TO TR-KEY-ACCT-NUM.
           MOVE WS-TR-DATE TO TR-KEY-DATE.
           MOVE WS-TR-TIME TO TR-KEY-TIME.
           MOVE WS-TR-SEQ TO TR-KEY-SEQ.

      *-----------------------------------------------------------------
      * PRINT THE SORTED SWEEP LINES BRANCH BY BRANCH - the sort
      * output procedure; each branch gets its own heading and totals
      *-----------------------------------------------------------------
       700-PRINT-BY-BRANCH-PARA.
           MOVE SPACES TO WS-SX-LAST-BRANCH.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               RETURN SWEEP-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF SX-BRANCH NOT = WS-SX-LAST-BRANCH
                           IF WS-SX-LAST-BRANCH NOT = SPACES
                               PERFORM 720-BRANCH-TOTALS-PARA
                           END-IF
                           PERFORM 710-BRANCH-HEADING-PARA
                       END-IF
                       PERFORM 730-WRITE-DETAIL-PARA
               END-RETURN
           END-PERFORM.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

           IF WS-SX-LAST-BRANCH NOT = SPACES
               PERFORM 720-BRANCH-TOTALS-PARA
           ELSE
               IF PLAN-FILE-OPEN
                   MOVE "  No sweep activity." TO REPORT-LINE
               ELSE
                   MOVE "  No sweep plans on file." TO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
       710-BRANCH-HEADING-PARA.
           MOVE SX-BRANCH TO WS-SX-LAST-BRANCH.
           MOVE 0 TO WS-SX-BR-OUT-COUNT.
           MOVE 0 TO WS-SX-BR-BACK-COUNT.
           MOVE 0 TO WS-SX-BR-EXCP-COUNT.
           MOVE 0 TO WS-SX-BR-OUT-TOTAL.
           MOVE 0 TO WS-SX-BR-BACK-TOTAL.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BRANCH " SX-BRANCH DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Checking   Money Mkt  Dir          Amount  "
               "  Chk Before      Chk After         Target Cur Note"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
       720-BRANCH-TOTALS-PARA.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-SX-BR-OUT-TOTAL TO WS-SX-TOTAL-EDIT.
           STRING "  Branch " WS-SX-LAST-BRANCH " swept out: "
               WS-SX-BR-OUT-COUNT " " WS-SX-TOTAL-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-SX-BR-BACK-TOTAL TO WS-SX-TOTAL-EDIT.
           STRING "  Branch " WS-SX-LAST-BRANCH " pulled back: "
               WS-SX-BR-BACK-COUNT " " WS-SX-TOTAL-EDIT
               "  exceptions: " WS-SX-BR-EXCP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
       730-WRITE-DETAIL-PARA.
           EVALUATE TRUE
               WHEN SX-SWEPT-OUT
                   MOVE "OUT" TO WS-SX-DIR-TEXT
                   ADD 1 TO WS-SX-BR-OUT-COUNT
                   ADD SX-AMOUNT TO WS-SX-BR-OUT-TOTAL
               WHEN SX-SWEPT-BACK
                   MOVE "BACK" TO WS-SX-DIR-TEXT
                   ADD 1 TO WS-SX-BR-BACK-COUNT
                   ADD SX-AMOUNT TO WS-SX-BR-BACK-TOTAL
               WHEN OTHER
                   MOVE "EXCP" TO WS-SX-DIR-TEXT
                   ADD 1 TO WS-SX-BR-EXCP-COUNT
           END-EVALUATE.

           MOVE SX-AMOUNT TO WS-SX-AMOUNT-EDIT.
           MOVE SX-CHK-BEFORE TO WS-SX-BEFORE-EDIT.
           MOVE SX-CHK-AFTER TO WS-SX-AFTER-EDIT.
           MOVE SX-TARGET TO WS-SX-TARGET-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING SX-ACCOUNT " " SX-LINKED-ACCOUNT " "
               WS-SX-DIR-TEXT " " WS-SX-AMOUNT-EDIT " "
               WS-SX-BEFORE-EDIT " " WS-SX-AFTER-EDIT " "
               WS-SX-TARGET-EDIT " " SX-CURRENCY " " SX-NOTE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * GRAND TOTALS FOR THE NIGHT
      *-----------------------------------------------------------------
       800-WRITE-TOTALS-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Plans read: " WS-PLANS-READ
               "  no movement: " WS-PLANS-NO-MOVE
               "  exceptions: " WS-SWEEP-EXCEPTIONS
               "  retired: " WS-PLANS-RETIRED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-SWEPT-OUT-TOTAL TO WS-SX-TOTAL-EDIT.
           STRING "Swept out: " WS-SWEEPS-OUT " " WS-SX-TOTAL-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-SWEPT-BACK-TOTAL TO WS-SX-TOTAL-EDIT.
           STRING "Pulled back: " WS-SWEEPS-BACK " " WS-SX-TOTAL-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-PLANS-READ TO WS-JS-READ-COUNT.
           COMPUTE WS-JS-POSTED-COUNT =
               WS-SWEEPS-OUT + WS-SWEEPS-BACK.
           MOVE WS-SWEEP-EXCEPTIONS TO WS-JS-REJECTED-COUNT.
           COMPUTE WS-JS-DOLLAR-TOTAL =
               WS-SWEPT-OUT-TOTAL + WS-SWEPT-BACK-TOTAL.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
