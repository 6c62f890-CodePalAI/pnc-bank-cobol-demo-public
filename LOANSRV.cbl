      * PNC BANK COBOL DEMO APPLICATION - LOAN SERVICING BATCH
      *
      * Daily batch step for the LOAN portfolio:
      *   - drafts the open amount due (or as much as the available
      *     balance allows) from the paying account of each loan
      *     enrolled in autopay on its due date, retrying a short or
      *     failed draft on the next business day(s); short drafts go
      *     on the AUTOPAY_YYYYMMDD.txt report, queue a customer
      *     notice and flag the loan's collections case
      *   - applies the day's loan payments (DEPOSIT postings on LOAN
      *     accounts) to the oldest open entries on the payment
      *     schedule file
           SELECT LOAN-WORK-FILE ASSIGN TO WS-LOAN-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT AUTOPAY-REPORT-FILE ASSIGN TO WS-AUTOPAY-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
               10  LS-DUE-DATE        PIC X(10).
           05  LS-AMOUNT-DUE          PIC 9(9)V99.
           05  LS-AMOUNT-PAID         PIC 9(9)V99.
      * Written-off entries count as settled wherever the schedule
      * is read
           05  LS-STATUS              PIC X(1).
               88 LS-OPEN             VALUE 'O'.
               88 LS-PAID             VALUE 'P' 'W'.
               88 LS-WRITTEN-OFF      VALUE 'W'.
               88 LS-LATE             VALUE 'L'.
      * Principal/interest split of the amount due - filled in full
      * by the origination path in ACCOUNT.cbl; the month-at-a-time
       01  LOAN-WORK-RECORD.
           05  LW-ACCOUNT-NUMBER      PIC X(10).

       FD  AUTOPAY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUTOPAY-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
           COPY 'DATADEF.cpy'.

       01  WS-CASE-OLDEST-DUE         PIC X(10).
       01  WS-CASE-ACCOUNT            PIC X(10).
       01  WS-GRACE-DATE              PIC X(10).
       01  WS-CASE-AP-DUE             PIC X(10).
       01  WS-CASE-AP-OPEN-FLAG       PIC X(1) VALUE 'N'.
           88 CASE-AP-ENTRY-OPEN      VALUE 'Y'.

      * Autopay draft work - the open amount due and the latest
      * unpaid due date it covers, the draft actually taken, and the
      * loan owner for the failure notice
       01  WS-AUTOPAY-RPT-NAME        PIC X(40).
       01  WS-AP-RPT-STATUS           PIC X(2).
       01  WS-AUTOPAY-WORK.
           05  WS-AP-OPEN-DUE         PIC 9(9)V99 VALUE 0.
           05  WS-AP-TARGET           PIC 9(9)V99 VALUE 0.
           05  WS-AP-DRAFT-AMOUNT     PIC 9(9)V99 VALUE 0.
           05  WS-AP-SHORT-AMOUNT     PIC 9(9)V99 VALUE 0.
           05  WS-AP-AVAILABLE        PIC S9(11)V99 VALUE 0.
           05  WS-AP-DUE-DATE         PIC X(10).
           05  WS-AP-RETRY-NEXT       PIC X(10).
           05  WS-AP-REASON           PIC X(40).
           05  WS-AP-RESULT-TEXT      PIC X(8).
           05  WS-AP-LOAN-CURRENCY    PIC X(3).
           05  WS-AP-LOAN-BRANCH      PIC X(4).
           05  WS-AP-LOAN-BALANCE     PIC S9(9)V99 VALUE 0.
           05  WS-AP-PAY-BRANCH       PIC X(4).
           05  WS-AP-PAY-BALANCE      PIC S9(9)V99 VALUE 0.
           05  WS-AP-DUE-TODAY-FLAG   PIC X(1) VALUE 'N'.
               88 AP-DUE-TODAY        VALUE 'Y'.
           05  WS-AP-DRAFT-FLAG       PIC X(1) VALUE 'N'.
               88 AP-DRAFT-DUE        VALUE 'Y'.
           05  WS-AP-DUE-EDIT         PIC Z(8)9.99.
           05  WS-AP-DRAFT-EDIT       PIC Z(8)9.99.
           05  WS-AP-SHORT-EDIT       PIC Z(8)9.99.
           05  WS-AP-NOTICE-EDIT      PIC Z(6)9.99.
       01  WS-AP-DRAFTS-DUE           PIC 9(5) VALUE 0.
       01  WS-AP-DRAFTS-PAID          PIC 9(5) VALUE 0.
       01  WS-AP-DRAFTS-SHORT         PIC 9(5) VALUE 0.
       01  WS-AP-DRAFTS-FAILED        PIC 9(5) VALUE 0.
       01  WS-AP-DRAFTED-TOTAL        PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "LOANSRV" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "TRANLOG.dat" TO WS-TRANSACTION-FILE-NAME.
           MOVE "HOLDS.dat" TO WS-HOLD-FILE-NAME.
           MOVE "RESTRICT.dat" TO WS-RESTRICT-FILE-NAME.
           MOVE "AUTOPAY.dat" TO WS-AUTOPAY-FILE-NAME.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
      * EOD postings carry the fixed end-of-day time so they always
           IF BC-DUPLICATE
               DISPLAY "LOANSRV already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           STRING "LOANDELQ_" WS-DATE-FORMATTED(1:4)
               WS-DATE-FORMATTED(6:2) WS-DATE-FORMATTED(9:2) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.
           STRING "AUTOPAY_" WS-DATE-FORMATTED(1:4)
               WS-DATE-FORMATTED(6:2) WS-DATE-FORMATTED(9:2) ".txt"
               DELIMITED BY SIZE INTO WS-AUTOPAY-RPT-NAME.

           DISPLAY WS-SEPARATOR.
           DISPLAY "LOAN SERVICING BATCH JOB - " WS-DATE-FORMATTED.
           DISPLAY WS-SEPARATOR.

           PERFORM 150-AUTOPAY-DRAFTS-PARA.
           PERFORM 100-APPLY-TODAYS-PAYMENTS-PARA.
           PERFORM 200-FIND-LOAN-ACCOUNTS-PARA.
           PERFORM 250-SERVICE-WORK-FILE-PARA.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.

           DISPLAY "Autopay drafts due: " WS-AP-DRAFTS-DUE
               "  paid: " WS-AP-DRAFTS-PAID
               "  short: " WS-AP-DRAFTS-SHORT
               "  failed: " WS-AP-DRAFTS-FAILED.
           DISPLAY "Payments applied: " WS-PAYMENTS-APPLIED.
           DISPLAY "Loans selected: " WS-KEYS-SELECTED
               "  serviced: " WS-KEYS-PROCESSED.
           DISPLAY "Collection cases cured: " WS-CASES-CLOSED.
           DISPLAY "Promises broken: " WS-CASES-BROKEN.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME.
           DISPLAY "Autopay report written to " WS-AUTOPAY-RPT-NAME.
           DISPLAY WS-SEPARATOR.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
           END-REWRITE.
           ADD 1 TO WS-PAYMENTS-APPLIED.

      *-----------------------------------------------------------------
      * AUTOPAY DRAFTS - runs ahead of the payment application so a
      * draft's own schedule credit is in place before the late
      * check. Each active enrollment whose loan has an unpaid entry
      * due today, or whose retry date has come round, is drafted.
      *-----------------------------------------------------------------
       150-AUTOPAY-DRAFTS-PARA.
           OPEN OUTPUT AUTOPAY-REPORT-FILE.
           MOVE SPACES TO AUTOPAY-REPORT-LINE.
           STRING "LOAN AUTOPAY DRAFTS - " WS-DATE-FORMATTED
               DELIMITED BY SIZE INTO AUTOPAY-REPORT-LINE.
           WRITE AUTOPAY-REPORT-LINE.
           MOVE SPACES TO AUTOPAY-REPORT-LINE.
           STRING "Loan       Pay Acct   Due Date     Amount Due  "
               "     Drafted        Short Result   Reason"
               DELIMITED BY SIZE INTO AUTOPAY-REPORT-LINE.
           WRITE AUTOPAY-REPORT-LINE.

           OPEN I-O LOAN-AUTOPAY-FILE.
           IF NOT FILE-SUCCESS
               MOVE "No autopay enrollments on file."
                   TO AUTOPAY-REPORT-LINE
               WRITE AUTOPAY-REPORT-LINE
               CLOSE LOAN-AUTOPAY-FILE
               CLOSE AUTOPAY-REPORT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ LOAN-AUTOPAY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF AP-ACTIVE
                           PERFORM 160-DRAFT-ONE-LOAN-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOAN-AUTOPAY-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

           MOVE WS-AP-DRAFTED-TOTAL TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO AUTOPAY-REPORT-LINE.
           STRING "Drafts due: " WS-AP-DRAFTS-DUE
               "  paid: " WS-AP-DRAFTS-PAID
               "  short: " WS-AP-DRAFTS-SHORT
               "  failed: " WS-AP-DRAFTS-FAILED
               "  drafted: " WS-FORMATTED-AMOUNT
               DELIMITED BY SIZE INTO AUTOPAY-REPORT-LINE.
           WRITE AUTOPAY-REPORT-LINE.
           CLOSE AUTOPAY-REPORT-FILE.

      *-----------------------------------------------------------------
      * DRAFT ONE ENROLLED LOAN - the draft credits the schedule
      * oldest entry first, exactly as a teller payment would; a
      * short draft reschedules itself for the next business day
      * while retries remain
      *-----------------------------------------------------------------
       160-DRAFT-ONE-LOAN-PARA.
           MOVE AP-LOAN-ACCOUNT TO WS-LOAN-KEY.
           PERFORM 165-TOTAL-OPEN-DUE-PARA.

           MOVE 'N' TO WS-AP-DRAFT-FLAG.
           IF AP-DUE-TODAY
               MOVE 'Y' TO WS-AP-DRAFT-FLAG
               MOVE 0 TO AP-RETRY-COUNT
           END-IF.
           IF AP-RETRY-DATE NOT = SPACES AND
              AP-RETRY-DATE <= WS-DATE-FORMATTED
               MOVE 'Y' TO WS-AP-DRAFT-FLAG
           END-IF.
           IF NOT AP-DRAFT-DUE
               EXIT PARAGRAPH
           END-IF.

      * A retry the customer has already covered some other way is
      * simply retired
           IF WS-AP-OPEN-DUE = 0
               MOVE SPACES TO AP-RETRY-DATE
               MOVE 0 TO AP-RETRY-COUNT
               REWRITE LOAN-AUTOPAY-RECORD
                   INVALID KEY
                       DISPLAY "ERROR rewriting autopay for "
                           AP-LOAN-ACCOUNT
               END-REWRITE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-AP-DRAFTS-DUE.
           PERFORM 170-POST-DRAFT-PARA.

           IF WS-AP-DRAFT-AMOUNT > 0
               ADD WS-AP-DRAFT-AMOUNT TO WS-AP-DRAFTED-TOTAL
               MOVE WS-AP-DRAFT-AMOUNT TO WS-PAY-REMAINING
               PERFORM 110-APPLY-ONE-PAYMENT-PARA
           END-IF.

           COMPUTE WS-AP-SHORT-AMOUNT =
               WS-AP-TARGET - WS-AP-DRAFT-AMOUNT.

           MOVE WS-DATE-FORMATTED TO AP-LAST-DRAFT-DATE.
           MOVE WS-AP-DRAFT-AMOUNT TO AP-LAST-DRAFT-AMOUNT.

           EVALUATE TRUE
               WHEN WS-AP-SHORT-AMOUNT = 0
                   MOVE 'P' TO AP-LAST-RESULT
                   MOVE "PAID" TO WS-AP-RESULT-TEXT
                   ADD 1 TO WS-AP-DRAFTS-PAID
               WHEN WS-AP-DRAFT-AMOUNT > 0
                   MOVE 'S' TO AP-LAST-RESULT
                   MOVE "SHORT" TO WS-AP-RESULT-TEXT
                   ADD 1 TO WS-AP-DRAFTS-SHORT
               WHEN OTHER
                   MOVE 'F' TO AP-LAST-RESULT
                   MOVE "FAILED" TO WS-AP-RESULT-TEXT
                   ADD 1 TO WS-AP-DRAFTS-FAILED
           END-EVALUATE.

           IF AP-RESULT-PAID
               MOVE SPACES TO AP-RETRY-DATE
               MOVE 0 TO AP-RETRY-COUNT
           ELSE
               IF AP-FAIL-COUNT NOT NUMERIC
                   MOVE 0 TO AP-FAIL-COUNT
               END-IF
               ADD 1 TO AP-FAIL-COUNT
               PERFORM 168-SET-RETRY-DATE-PARA
           END-IF.

           REWRITE LOAN-AUTOPAY-RECORD
               INVALID KEY
                   DISPLAY "ERROR rewriting autopay for "
                       AP-LOAN-ACCOUNT
           END-REWRITE.

           PERFORM 190-WRITE-AUTOPAY-LINE-PARA.

           IF NOT AP-RESULT-PAID
               DISPLAY "AUTOPAY " WS-AP-RESULT-TEXT ": "
                   AP-LOAN-ACCOUNT " from " AP-PAY-ACCOUNT " - "
                   WS-AP-REASON
               PERFORM 180-QUEUE-AUTOPAY-NOTICE-PARA
               PERFORM 185-FLAG-COLL-CASE-PARA
           END-IF.

      *-----------------------------------------------------------------
      * TOTAL THE LOAN'S UNPAID ENTRIES DUE ON OR BEFORE TODAY (after
      * the business-day roll of legacy due dates) AND NOTE WHETHER
      * ONE OF THEM FALLS DUE TODAY
      *-----------------------------------------------------------------
       165-TOTAL-OPEN-DUE-PARA.
           MOVE 0 TO WS-AP-OPEN-DUE.
           MOVE SPACES TO WS-AP-DUE-DATE.
           MOVE 'N' TO WS-AP-DUE-TODAY-FLAG.

           OPEN INPUT LOAN-SCHEDULE-FILE.
           IF NOT LS-FILE-SUCCESS
               CLOSE LOAN-SCHEDULE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-LOAN-KEY TO LS-ACCOUNT-NUMBER.
           MOVE LOW-VALUES TO LS-DUE-DATE.
           START LOAN-SCHEDULE-FILE KEY IS NOT LESS THAN LS-KEY
               INVALID KEY
                   CLOSE LOAN-SCHEDULE-FILE
                   EXIT PARAGRAPH
           END-START.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ LOAN-SCHEDULE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LS-ACCOUNT-NUMBER NOT = WS-LOAN-KEY
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           IF NOT LS-PAID AND
                              LS-AMOUNT-PAID < LS-AMOUNT-DUE
                               MOVE LS-DUE-DATE TO WS-GRACE-DATE
                               CALL 'BUSCAL' USING WS-GRACE-DATE
                               IF WS-GRACE-DATE <= WS-DATE-FORMATTED
                                   COMPUTE WS-AP-OPEN-DUE =
                                       WS-AP-OPEN-DUE +
                                       LS-AMOUNT-DUE - LS-AMOUNT-PAID
                                   MOVE LS-DUE-DATE TO WS-AP-DUE-DATE
                               END-IF
                               IF WS-GRACE-DATE = WS-DATE-FORMATTED
                                   MOVE 'Y' TO WS-AP-DUE-TODAY-FLAG
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOAN-SCHEDULE-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * SCHEDULE THE NEXT-BUSINESS-DAY RETRY WHILE THE CONFIGURED
      * RETRIES LAST; once they are used up the loan waits for its
      * next due date
      *-----------------------------------------------------------------
       168-SET-RETRY-DATE-PARA.
           IF AP-RETRY-COUNT NOT NUMERIC
               MOVE 0 TO AP-RETRY-COUNT
           END-IF.

           IF AP-RETRY-COUNT >= WS-LOAN-AUTOPAY-RETRY
               MOVE SPACES TO AP-RETRY-DATE
               MOVE 0 TO AP-RETRY-COUNT
               MOVE SPACES TO WS-AP-RETRY-NEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DATE-FORMATTED(1:4) TO WS-DATE-YYYYMMDD(1:4).
           MOVE WS-DATE-FORMATTED(6:2) TO WS-DATE-YYYYMMDD(5:2).
           MOVE WS-DATE-FORMATTED(9:2) TO WS-DATE-YYYYMMDD(7:2).
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD) + 1.
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE WS-DATE-YYYYMMDD(1:4) TO WS-AP-RETRY-NEXT(1:4).
           MOVE '-' TO WS-AP-RETRY-NEXT(5:1).
           MOVE WS-DATE-YYYYMMDD(5:2) TO WS-AP-RETRY-NEXT(6:2).
           MOVE '-' TO WS-AP-RETRY-NEXT(8:1).
           MOVE WS-DATE-YYYYMMDD(7:2) TO WS-AP-RETRY-NEXT(9:2).
           CALL 'BUSCAL' USING WS-AP-RETRY-NEXT.

           MOVE WS-AP-RETRY-NEXT TO AP-RETRY-DATE.
           ADD 1 TO AP-RETRY-COUNT.

      *-----------------------------------------------------------------
      * POST THE DRAFT - debit the paying account for the open amount
      * due or its available balance (net of holds and the minimum
      * balance), whichever is less, and credit the loan. Both legs
      * are checked before either is posted; the ledger entries are
      * written once both rewrites have stood.
      *-----------------------------------------------------------------
       170-POST-DRAFT-PARA.
           MOVE 0 TO WS-AP-DRAFT-AMOUNT.
           MOVE WS-AP-OPEN-DUE TO WS-AP-TARGET.
           MOVE SPACES TO WS-AP-REASON.

           OPEN I-O ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               MOVE "Unable to open account file" TO WS-AP-REASON
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-LOAN-KEY TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "Loan account not found" TO WS-AP-REASON
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ.

      * The draft never takes more than the loan still owes
           IF AR-BALANCE < WS-AP-TARGET
               MOVE 0 TO WS-AP-TARGET
               IF AR-BALANCE > 0
                   MOVE AR-BALANCE TO WS-AP-TARGET
               END-IF
           END-IF.
           MOVE AR-CURRENCY-CODE TO WS-AP-LOAN-CURRENCY.
           MOVE AR-BRANCH-ID TO WS-AP-LOAN-BRANCH.

           IF NOT AR-ACTIVE
               MOVE "Loan account not active" TO WS-AP-REASON
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-AP-TARGET = 0
               MOVE "Loan balance already cleared" TO WS-AP-REASON
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE AP-PAY-ACCOUNT TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "Paying account not found" TO WS-AP-REASON
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF NOT AR-ACTIVE
               MOVE "Paying account not active" TO WS-AP-REASON
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.
           IF AR-CURRENCY-CODE NOT = WS-AP-LOAN-CURRENCY
               MOVE "Paying account currency differs"
                   TO WS-AP-REASON
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE AP-PAY-ACCOUNT TO WS-RS-ACCOUNT.
           PERFORM 157-CHECK-DEBIT-BLOCK-PARA.
           IF RESTRICTION-BLOCKED
               MOVE WS-RS-REASON TO WS-AP-REASON
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE AP-PAY-ACCOUNT TO WS-HD-ACCOUNT.
           PERFORM 155-SUM-ACTIVE-HOLDS-PARA.
           COMPUTE WS-AP-AVAILABLE =
               AR-BALANCE - AR-MIN-BALANCE - WS-HD-TOTAL.
           IF WS-AP-AVAILABLE <= 0
               MOVE "Insufficient available balance" TO WS-AP-REASON
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           IF WS-AP-AVAILABLE < WS-AP-TARGET
               MOVE WS-AP-AVAILABLE TO WS-AP-DRAFT-AMOUNT
               MOVE "Available balance short of amount due"
                   TO WS-AP-REASON
           ELSE
               MOVE WS-AP-TARGET TO WS-AP-DRAFT-AMOUNT
           END-IF.

           SUBTRACT WS-AP-DRAFT-AMOUNT FROM AR-BALANCE.
           MOVE WS-DATE-FORMATTED TO AR-LAST-ACCESS-DATE.
           ADD 1 TO AR-TRANSACTION-COUNT.
           MOVE "BATCH" TO AR-LAST-CHANGED-BY.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE "Unable to update paying account"
                       TO WS-AP-REASON
                   MOVE 0 TO WS-AP-DRAFT-AMOUNT
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-REWRITE.
           CALL 'JRNLWRT' USING WS-JRNL-ACTION ACCOUNT-RECORD.
           MOVE AR-BALANCE TO WS-AP-PAY-BALANCE.
           MOVE AR-BRANCH-ID TO WS-AP-PAY-BRANCH.

           MOVE WS-LOAN-KEY TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   PERFORM 175-RESTORE-PAY-ACCOUNT-PARA
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ.

           SUBTRACT WS-AP-DRAFT-AMOUNT FROM AR-BALANCE.
           MOVE WS-DATE-FORMATTED TO AR-LAST-ACCESS-DATE.
           ADD 1 TO AR-TRANSACTION-COUNT.
           MOVE "BATCH" TO AR-LAST-CHANGED-BY.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   PERFORM 175-RESTORE-PAY-ACCOUNT-PARA
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-REWRITE.
           CALL 'JRNLWRT' USING WS-JRNL-ACTION ACCOUNT-RECORD.
           MOVE AR-BALANCE TO WS-AP-LOAN-BALANCE.
           CLOSE ACCOUNT-FILE.

           MOVE AP-PAY-ACCOUNT TO WS-TR-ACCOUNT-NUMBER.
           MOVE "XFER-OUT" TO WS-TR-TYPE.
           MOVE WS-AP-DRAFT-AMOUNT TO WS-TR-AMOUNT.
           MOVE "SUCCESS" TO WS-TR-RESULT.
           MOVE SPACES TO WS-TR-REMARKS.
           STRING "Loan autopay " AP-LOAN-ACCOUNT DELIMITED BY SIZE
               INTO WS-TR-REMARKS.
           MOVE WS-AP-PAY-BALANCE TO WS-TR-BALANCE-AFTER.
           MOVE WS-AP-LOAN-CURRENCY TO WS-TR-CURRENCY.
           MOVE WS-AP-PAY-BRANCH TO WS-TR-BRANCH-ID.
           MOVE AP-LOAN-ACCOUNT TO WS-TR-RELATED-ACCOUNT.
           PERFORM 400-WRITE-LEDGER-PARA.

           MOVE AP-LOAN-ACCOUNT TO WS-TR-ACCOUNT-NUMBER.
           MOVE "XFER-IN" TO WS-TR-TYPE.
           MOVE WS-AP-DRAFT-AMOUNT TO WS-TR-AMOUNT.
           MOVE "SUCCESS" TO WS-TR-RESULT.
           MOVE SPACES TO WS-TR-REMARKS.
           STRING "Loan autopay from " AP-PAY-ACCOUNT
               DELIMITED BY SIZE INTO WS-TR-REMARKS.
           MOVE WS-AP-LOAN-BALANCE TO WS-TR-BALANCE-AFTER.
           MOVE WS-AP-LOAN-CURRENCY TO WS-TR-CURRENCY.
           MOVE WS-AP-LOAN-BRANCH TO WS-TR-BRANCH-ID.
           MOVE AP-PAY-ACCOUNT TO WS-TR-RELATED-ACCOUNT.
           PERFORM 400-WRITE-LEDGER-PARA.

      *-----------------------------------------------------------------
      * PUT THE DRAFT BACK ON THE PAYING ACCOUNT WHEN THE LOAN LEG
      * CANNOT BE POSTED - no ledger entry was written for the debit,
      * so the journal image of the restored balance is all that is
      * needed. Leaves the account file open for the caller to close.
      *-----------------------------------------------------------------
       175-RESTORE-PAY-ACCOUNT-PARA.
           MOVE "Unable to update loan account" TO WS-AP-REASON.

           MOVE AP-PAY-ACCOUNT TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR: Unable to restore autopay draft "
                       "on " AP-PAY-ACCOUNT
                   MOVE 0 TO WS-AP-DRAFT-AMOUNT
                   EXIT PARAGRAPH
           END-READ.

           ADD WS-AP-DRAFT-AMOUNT TO AR-BALANCE.
           SUBTRACT 1 FROM AR-TRANSACTION-COUNT.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to restore autopay draft "
                       "on " AP-PAY-ACCOUNT
           END-REWRITE.
           CALL 'JRNLWRT' USING WS-JRNL-ACTION ACCOUNT-RECORD.
           MOVE 0 TO WS-AP-DRAFT-AMOUNT.

      *-----------------------------------------------------------------
      * SUM THE ACTIVE DEPOSIT HOLDS FOR WS-HD-ACCOUNT INTO
      * WS-HD-TOTAL - the amount withheld from the available balance
      *-----------------------------------------------------------------
       155-SUM-ACTIVE-HOLDS-PARA.
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
      * A DEBIT BLOCK ON THE PAYING ACCOUNT REFUSES THE DRAFT, AS IT
      * REFUSES A STANDING ORDER
      *-----------------------------------------------------------------
       157-CHECK-DEBIT-BLOCK-PARA.
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
                              RS-BLOCK-DEBITS AND
                              (RS-EXPIRY-DATE = SPACES OR
                               RS-EXPIRY-DATE >= WS-DATE-FORMATTED)
                               MOVE 'Y' TO WS-RS-BLOCKED-FLAG
                               MOVE "Restriction - debits blocked"
                                   TO WS-RS-REASON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RESTRICT-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * QUEUE THE AUTOPAY FAILURE NOTICE - one letter per due date;
      * a retry that fails again for the same entry does not write a
      * second one (the "Autopay due yyyy-mm-dd" lead is compared)
      *-----------------------------------------------------------------
       180-QUEUE-AUTOPAY-NOTICE-PARA.
           MOVE AP-LOAN-ACCOUNT TO WS-NQ-CHK-ACCOUNT.
           MOVE "AUTOPAYF" TO WS-NQ-CHK-TYPE.
           MOVE WS-AP-SHORT-AMOUNT TO WS-AP-NOTICE-EDIT.
           MOVE SPACES TO WS-NQ-CHK-DETAILS.
           STRING "Autopay due " WS-AP-DUE-DATE " short"
               WS-AP-NOTICE-EDIT
               DELIMITED BY SIZE INTO WS-NQ-CHK-DETAILS.
           PERFORM 525-CHECK-NOTICE-QUEUED-PARA.
           IF NOTICE-ALREADY-QUEUED
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE AP-LOAN-ACCOUNT TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE ACCOUNT-FILE.

           OPEN EXTEND NOTICE-QUEUE-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT NOTICE-QUEUE-FILE
               IF NOT FILE-SUCCESS
                   DISPLAY "ERROR: Unable to queue notice for "
                       AP-LOAN-ACCOUNT
                   CLOSE NOTICE-QUEUE-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-DATE-FORMATTED TO NQ-EVENT-DATE.
           MOVE "AUTOPAYF" TO NQ-TYPE.
           MOVE AP-LOAN-ACCOUNT TO NQ-ACCOUNT-NUMBER.
           MOVE AR-OWNER-1-CUST-ID TO NQ-CUST-ID.
           MOVE AR-CUSTOMER-NAME TO NQ-NAME.
           MOVE WS-NQ-CHK-DETAILS TO NQ-DETAILS.
           MOVE 'P' TO NQ-STATUS.
           WRITE NOTICE-QUEUE-RECORD.

           CLOSE NOTICE-QUEUE-FILE.

      *-----------------------------------------------------------------
      * FLAG THE FAILED DRAFT ON THE LOAN'S COLLECTIONS CASE, OPENING
      * (OR REOPENING) THE CASE WHEN THERE IS NONE WORKING - the
      * nightly refresh keeps the entry on the case until it is paid
      *-----------------------------------------------------------------
       185-FLAG-COLL-CASE-PARA.
           OPEN I-O COLLECTION-CASE-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT COLLECTION-CASE-FILE
               IF NOT FILE-SUCCESS
                   DISPLAY "ERROR: Unable to open the collections "
                       "case file."
                   CLOSE COLLECTION-CASE-FILE
                   EXIT PARAGRAPH
               END-IF
               CLOSE COLLECTION-CASE-FILE
               OPEN I-O COLLECTION-CASE-FILE
           END-IF.

           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.
           MOVE AP-LOAN-ACCOUNT TO CC-ACCOUNT-NUMBER.
           READ COLLECTION-CASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
           END-READ.

           IF NOT ACCOUNT-FOUND
               MOVE AP-LOAN-ACCOUNT TO CC-ACCOUNT-NUMBER
               MOVE 0 TO CC-AGE-DAYS
               MOVE SPACES TO CC-COLLECTOR
               MOVE 0 TO CC-CONTACT-COUNT
               MOVE SPACES TO CC-LAST-CONTACT-DATE
               MOVE SPACES TO CC-PROMISE-DATE
               MOVE 0 TO CC-PROMISE-AMOUNT
           END-IF.
           IF NOT ACCOUNT-FOUND OR CC-CLOSED
               MOVE 'O' TO CC-STATUS
               MOVE WS-DATE-FORMATTED TO CC-OPEN-DATE
               MOVE WS-AP-DUE-DATE TO CC-OLDEST-DUE-DATE
               MOVE WS-AP-SHORT-AMOUNT TO CC-AMOUNT-DUE
               MOVE "Autopay draft failed" TO CC-DISPOSITION
               ADD 1 TO WS-CASES-OPENED
           END-IF.
           MOVE WS-DATE-FORMATTED TO CC-AUTOPAY-FAIL-DATE.
           MOVE WS-AP-DUE-DATE TO CC-AUTOPAY-DUE-DATE.
           MOVE WS-AP-SHORT-AMOUNT TO CC-AUTOPAY-SHORT.

           IF ACCOUNT-FOUND
               REWRITE COLLECTION-CASE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR rewriting case "
                           CC-ACCOUNT-NUMBER
               END-REWRITE
           ELSE
               WRITE COLLECTION-CASE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR opening case " AP-LOAN-ACCOUNT
               END-WRITE
           END-IF.

           CLOSE COLLECTION-CASE-FILE.

      *-----------------------------------------------------------------
      * ONE AUTOPAY REPORT LINE PER DRAFT ATTEMPTED
      *-----------------------------------------------------------------
       190-WRITE-AUTOPAY-LINE-PARA.
           MOVE WS-AP-OPEN-DUE TO WS-AP-DUE-EDIT.
           MOVE WS-AP-DRAFT-AMOUNT TO WS-AP-DRAFT-EDIT.
           MOVE WS-AP-SHORT-AMOUNT TO WS-AP-SHORT-EDIT.
           MOVE SPACES TO AUTOPAY-REPORT-LINE.
           STRING AP-LOAN-ACCOUNT " " AP-PAY-ACCOUNT " "
               WS-AP-DUE-DATE " " WS-AP-DUE-EDIT " "
               WS-AP-DRAFT-EDIT " " WS-AP-SHORT-EDIT " "
               WS-AP-RESULT-TEXT " " WS-AP-REASON
               DELIMITED BY SIZE INTO AUTOPAY-REPORT-LINE.
           WRITE AUTOPAY-REPORT-LINE.
           IF AP-RETRY-DATE NOT = SPACES
               MOVE SPACES TO AUTOPAY-REPORT-LINE
               STRING "           retry scheduled " AP-RETRY-DATE
                   DELIMITED BY SIZE INTO AUTOPAY-REPORT-LINE
               WRITE AUTOPAY-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      * COLLECT THE ACTIVE LOAN ACCOUNT KEYS (two-pass pattern, as
      * the purge batch does)
               MOVE SPACES TO CC-PROMISE-DATE
               MOVE 0 TO CC-PROMISE-AMOUNT
               MOVE SPACES TO CC-DISPOSITION
               MOVE SPACES TO CC-AUTOPAY-FAIL-DATE
               MOVE SPACES TO CC-AUTOPAY-DUE-DATE
               MOVE 0 TO CC-AUTOPAY-SHORT
               WRITE COLLECTION-CASE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR opening case " WS-LOAN-KEY
      *-----------------------------------------------------------------
       610-REFRESH-ONE-CASE-PARA.
           MOVE CC-ACCOUNT-NUMBER TO WS-CASE-ACCOUNT.
           MOVE SPACES TO WS-CASE-AP-DUE.
           IF CC-AUTOPAY-FAIL-DATE NOT = SPACES
               MOVE CC-AUTOPAY-DUE-DATE TO WS-CASE-AP-DUE
           END-IF.
           PERFORM 620-TOTAL-PAST-DUE-PARA.

      * The autopay flag comes off once the entry the failed draft
      * was for has been paid
           IF WS-CASE-AP-DUE NOT = SPACES AND
              NOT CASE-AP-ENTRY-OPEN
               MOVE SPACES TO CC-AUTOPAY-FAIL-DATE
               MOVE SPACES TO CC-AUTOPAY-DUE-DATE
               MOVE 0 TO CC-AUTOPAY-SHORT
           END-IF.

           IF WS-CASE-PAST-DUE = 0
               MOVE 'C' TO CC-STATUS
               MOVE "Cured" TO CC-DISPOSITION
           END-REWRITE.

      *-----------------------------------------------------------------
      * TOTAL THE CASE ACCOUNT'S UNPAID PAST-DUE SCHEDULE ENTRIES -
      * plus the entry a failed autopay draft was for, which keeps
      * the case working from its due date rather than curing it
      * until the entry is actually late
      *-----------------------------------------------------------------
       620-TOTAL-PAST-DUE-PARA.
           MOVE 0 TO WS-CASE-PAST-DUE.
           MOVE SPACES TO WS-CASE-OLDEST-DUE.
           MOVE 'N' TO WS-CASE-AP-OPEN-FLAG.

           OPEN INPUT LOAN-SCHEDULE-FILE.
           IF NOT LS-FILE-SUCCESS
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           IF NOT LS-PAID AND
                              LS-AMOUNT-PAID < LS-AMOUNT-DUE AND
                              LS-DUE-DATE = WS-CASE-AP-DUE
                               MOVE 'Y' TO WS-CASE-AP-OPEN-FLAG
                           END-IF
                           IF NOT LS-PAID AND
                              (LS-DUE-DATE < WS-DATE-FORMATTED OR
                               LS-DUE-DATE = WS-CASE-AP-DUE) AND
                              LS-AMOUNT-PAID < LS-AMOUNT-DUE
                               COMPUTE WS-CASE-PAST-DUE =
                                   WS-CASE-PAST-DUE +
               MOVE 0 TO WS-AGE-DAYS
           END-IF.
           MOVE WS-AGE-DAYS TO CC-AGE-DAYS.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-KEYS-SELECTED TO WS-JS-READ-COUNT.
           MOVE WS-LOANS-ACCRUED TO WS-JS-POSTED-COUNT.
           COMPUTE WS-JS-REJECTED-COUNT =
               WS-AP-DRAFTS-SHORT + WS-AP-DRAFTS-FAILED.
           MOVE WS-AP-DRAFTED-TOTAL TO WS-JS-DOLLAR-TOTAL.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
