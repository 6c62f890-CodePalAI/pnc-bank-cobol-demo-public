      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - QUARTERLY CALL REPORT
      *
      * Quarterly run: builds the regulatory balance-sheet schedules
      * finance used to rebuild by hand from the REPORTS listings.
      *   - deposit schedule off the account master: balances by
      *     account type, by balance-size band (CALL-BAND-1/2/3
      *     limits, restated USD) and by currency with the USD
      *     restatement at the exchange rate file's rate
      *   - loan schedule: LOAN balances aged current / 30 / 60 /
      *     90+ days past due off the oldest unpaid entry on the
      *     payment schedule file (LOANSCHD.dat) as of quarter end
      *   - the quarter's interest income (LOAN-INT, OD-INT),
      *     interest expense (INTEREST) and fee income (FEE,
      *     PENALTY) totalled from the quarter's rolled ledger
      *     history, read through ROLLREAD - the daily roll, or the
      *     monthly roll (TRLOGM_YYYYMM) once ROLLARCH has
      *     consolidated the month
      *   - overdraft lines of credit: lines committed and balances
      *     drawn
      * Produces the printable schedules (CALLRPT_YYYYQn.txt) and
      * the fixed-layout load file for finance (CALLSCH_YYYYQn.dat).
      * The quarter end date (YYYY-MM-DD) is read from SYSIN; blank
      * takes the last quarter end before the business date. The
      * date must be a calendar quarter end the EOD stream has
      * already rolled (ROLLLOG complete for it on the BATCHCTL run
      * calendar). Balances come off the master as it stands, so
      * the run belongs straight after the quarter-end EOD stream -
      * see CALLJOB.jcl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLRPT.
       AUTHOR. PNC-DEMO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FILECTL.cpy'.
           SELECT LOAN-SCHEDULE-FILE ASSIGN TO WS-LOAN-SCHED-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-LS-FILE-STATUS.
           SELECT CALL-SCHEDULE-FILE ASSIGN TO WS-CALL-SCHEDULE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FILEDEF.cpy'.

      * Loan payment schedule - layout as in LOANSRV.cbl, keep the
      * two in step
       FD  LOAN-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOAN-SCHEDULE-RECORD.
           05  LS-KEY.
               10  LS-ACCOUNT-NUMBER  PIC X(10).
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
           05  LS-PRINCIPAL-PART      PIC 9(9)V99.
           05  LS-INTEREST-PART       PIC 9(9)V99.

      * Finance load file - one fixed record per schedule line,
      * between an HD header and a TR trailer carrying the detail
      * record count and the hash of the USD amounts.
      *   DT deposits by account type     DB deposits by balance band
      *   DC deposits by currency         LN loan balances by aging
      *   LP loan amounts past due        IE income and expense
      *   OD overdraft lines / drawn
      * CS-NATIVE-AMOUNT is the unrestated currency total on DC
      * records and zero elsewhere.
       FD  CALL-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALL-SCHEDULE-RECORD.
           05  CS-RECORD-TYPE         PIC X(2).
           05  CS-QUARTER-END         PIC X(10).
           05  CS-LINE-ITEM           PIC X(10).
           05  CS-ITEM-COUNT          PIC 9(7).
           05  CS-CURRENCY            PIC X(3).
           05  CS-NATIVE-AMOUNT       PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05  CS-USD-AMOUNT          PIC S9(13)V99
                                      SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
           COPY 'DATADEF.cpy'.

       01  WS-ROLL-FILE-STATUS        PIC X(2).
           88 ROLL-FILE-SUCCESS       VALUE '00'.
       01  WS-LOAN-SCHED-NAME         PIC X(40) VALUE 'LOANSCHD.dat'.
       01  WS-LS-FILE-STATUS          PIC X(2).
           88 LS-FILE-SUCCESS         VALUE '00'.
       01  WS-CALL-SCHEDULE-NAME      PIC X(40).

       01  WS-CQ-QUARTER.
           05  WS-CQ-QUARTER-END      PIC X(10).
           05  WS-CQ-QUARTER-START    PIC X(10).
           05  WS-CQ-QUARTER-LABEL    PIC X(6).
           05  WS-CQ-QUARTER-NUMBER   PIC 9(1).
           05  WS-CQ-MONTH            PIC 9(2).
           05  WS-CQ-YEAR             PIC 9(4).
           05  WS-CQ-END-INTEGER      PIC 9(8).
           05  WS-CQ-START-INTEGER    PIC 9(8).
           05  WS-CQ-SCAN-INTEGER     PIC 9(8).
           05  WS-CQ-DATE-YYYYMMDD    PIC 9(8).
           05  WS-CQ-AGE-DAYS         PIC S9(5).
           05  WS-CQ-LATE-RUN-FLAG    PIC X(1) VALUE 'N'.
               88 CQ-LATE-RUN         VALUE 'Y'.
           05  WS-CQ-DAYS-SCANNED     PIC 9(3) VALUE 0.

      * Deposit balances by account type
       01  WS-CQ-TYPE-TABLE.
           05  WS-CQ-TYPE-COUNT       PIC 9(2) VALUE 0.
           05  WS-CQ-TYPE-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-CQ-TYPE-IDX.
               10  WS-CQ-TYPE         PIC X(10).
               10  WS-CQ-TYPE-ACCTS   PIC 9(7).
               10  WS-CQ-TYPE-USD     PIC S9(13)V99.

      * Deposit balances by size band - the last band is open-ended
       01  WS-CQ-BAND-TABLE.
           05  WS-CQ-BAND-ENTRY OCCURS 4 TIMES
                   INDEXED BY WS-CQ-BAND-IDX.
               10  WS-CQ-BAND-ACCTS   PIC 9(7).
               10  WS-CQ-BAND-USD     PIC S9(13)V99.

      * Currencies seen, with the rate to USD used for restatement
       01  WS-CQ-CURRENCY-TABLE.
           05  WS-CQ-CUR-COUNT        PIC 9(2) VALUE 0.
           05  WS-CQ-CUR-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-CQ-CUR-IDX.
               10  WS-CQ-CURRENCY     PIC X(3).
               10  WS-CQ-CUR-RATE     PIC 9(3)V9(6).
               10  WS-CQ-CUR-RATE-FLAG PIC X(1).
                   88 CQ-CUR-HAS-RATE VALUE 'Y'.
               10  WS-CQ-CUR-ACCTS    PIC 9(7).
               10  WS-CQ-CUR-NATIVE   PIC S9(13)V99.
               10  WS-CQ-CUR-USD      PIC S9(13)V99.

      * Loan aging buckets: 1 current, 2 30-59, 3 60-89, 4 90+
       01  WS-CQ-AGING-TABLE.
           05  WS-CQ-AGE-ENTRY OCCURS 4 TIMES
                   INDEXED BY WS-CQ-AGE-IDX.
               10  WS-CQ-AGE-LOANS    PIC 9(7).
               10  WS-CQ-AGE-USD      PIC S9(13)V99.
               10  WS-CQ-AGE-PAST-DUE PIC S9(13)V99.

      * Loans past due at quarter end - oldest unpaid due date and
      * the unpaid amount of every entry due by then
       01  WS-CQ-DELQ-TABLE.
           05  WS-CQ-DELQ-COUNT       PIC 9(4) VALUE 0.
           05  WS-CQ-DELQ-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-CQ-DELQ-IDX.
               10  WS-CQ-DELQ-ACCOUNT PIC X(10).
               10  WS-CQ-DELQ-OLDEST  PIC X(10).
               10  WS-CQ-DELQ-AMOUNT  PIC 9(11)V99.

      * Quarter income and expense, restated USD
       01  WS-CQ-INCOME.
           05  WS-CQ-LOAN-INT-USD     PIC S9(13)V99 VALUE 0.
           05  WS-CQ-LOAN-INT-CNT     PIC 9(7) VALUE 0.
           05  WS-CQ-OD-INT-USD       PIC S9(13)V99 VALUE 0.
           05  WS-CQ-OD-INT-CNT       PIC 9(7) VALUE 0.
           05  WS-CQ-INT-EXP-USD      PIC S9(13)V99 VALUE 0.
           05  WS-CQ-INT-EXP-CNT      PIC 9(7) VALUE 0.
           05  WS-CQ-FEE-USD          PIC S9(13)V99 VALUE 0.
           05  WS-CQ-FEE-CNT          PIC 9(7) VALUE 0.
           05  WS-CQ-PENALTY-USD      PIC S9(13)V99 VALUE 0.
           05  WS-CQ-PENALTY-CNT      PIC 9(7) VALUE 0.

      * Overdraft lines of credit on deposit accounts
       01  WS-CQ-OVERDRAFT.
           05  WS-CQ-OD-LINES         PIC 9(7) VALUE 0.
           05  WS-CQ-OD-LIMIT-USD     PIC S9(13)V99 VALUE 0.
           05  WS-CQ-OD-DRAWN         PIC 9(7) VALUE 0.
           05  WS-CQ-OD-DRAWN-USD     PIC S9(13)V99 VALUE 0.

       01  WS-CQ-WORK.
           05  WS-CQ-LOOKUP-CURRENCY  PIC X(3).
           05  WS-CQ-NATIVE           PIC S9(13)V99.
           05  WS-CQ-USD              PIC S9(13)V99.
           05  WS-CQ-LOAN-USD-SAVE    PIC S9(13)V99.
           05  WS-CQ-BAND-NUMBER      PIC 9(1).
           05  WS-CQ-DEPOSIT-ACCTS    PIC 9(7) VALUE 0.
           05  WS-CQ-DEPOSIT-USD      PIC S9(13)V99 VALUE 0.
           05  WS-CQ-LOAN-ACCTS       PIC 9(7) VALUE 0.
           05  WS-CQ-LOAN-USD         PIC S9(13)V99 VALUE 0.
           05  WS-CQ-RECORDS-WRITTEN  PIC 9(7) VALUE 0.
           05  WS-CQ-HASH-TOTAL       PIC S9(13)V99 VALUE 0.
           05  WS-CQ-NO-RATE-COUNT    PIC 9(2) VALUE 0.
           05  WS-CQ-AMOUNT-DISPLAY   PIC $$$$,$$$,$$$,$$$,$$9.99-.
           05  WS-CQ-PAST-DUE-DISPLAY PIC $$$$,$$$,$$$,$$$,$$9.99-.
           05  WS-CQ-NATIVE-DISPLAY   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-CQ-RATE-DISPLAY     PIC ZZ9.999999.
           05  WS-CQ-LABEL            PIC X(30).
           05  WS-CQ-COUNT-DISPLAY    PIC Z,ZZZ,ZZ9.

       01  WS-PARSED-TRANSACTION.
           05  WS-PT-ACCOUNT          PIC X(10).
           05  WS-PT-DATE             PIC X(10).
           05  WS-PT-TIME             PIC X(8).
           05  WS-PT-SEQ              PIC X(4).
           05  WS-PT-TYPE             PIC X(10).
           05  WS-PT-AMOUNT-X         PIC X(11).
           05  WS-PT-RESULT           PIC X(10).
           05  WS-PT-BALANCE-X        PIC X(12).
           05  WS-PT-TELLER           PIC X(8).
           05  WS-PT-CURRENCY         PIC X(3).
           05  WS-PT-RELATED          PIC X(10).
           05  WS-PT-CHECK-NO         PIC X(6).
           05  WS-PT-BRANCH           PIC X(4).
           05  WS-PT-REMARKS          PIC X(50).
           05  WS-PT-AMOUNT-RAW       PIC 9(11).
           05  WS-PT-AMOUNT           PIC 9(9)V99.

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "CALLJOB" TO WS-JS-JOB-NAME.
           MOVE "CALLRPT" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "FXRATES.dat" TO WS-RATE-FILE-NAME.

           MOVE 'D' TO WS-BC-FUNCTION.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-OK
               MOVE WS-BC-BUSINESS-DATE TO WS-DATE-FORMATTED
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4)
               MOVE '-' TO WS-DATE-FORMATTED(5:1)
               MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2)
               MOVE '-' TO WS-DATE-FORMATTED(8:1)
               MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2)
           END-IF.

           CALL 'PARMLOAD' USING WS-BUSINESS-RULES
               WS-DATE-FORMATTED.

           DISPLAY "Quarter end (YYYY-MM-DD, blank = last quarter "
               "end): " WITH NO ADVANCING.
           ACCEPT WS-CQ-QUARTER-END.

           PERFORM 050-VALIDATE-QUARTER-PARA.
           IF RETURN-CODE NOT = 0
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           MOVE 'S' TO WS-BC-FUNCTION.
           MOVE "CALLRPT" TO WS-BC-JOB-NAME.
           MOVE WS-CQ-QUARTER-END TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-DUPLICATE
               DISPLAY "ERROR: Call report already produced for "
                   WS-CQ-QUARTER-LABEL " - duplicate run refused."
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           DISPLAY WS-SEPARATOR.
           DISPLAY "QUARTERLY CALL REPORT SCHEDULES - "
               WS-CQ-QUARTER-LABEL " (" WS-CQ-QUARTER-START
               " to " WS-CQ-QUARTER-END ")".
           DISPLAY WS-SEPARATOR.
           IF CQ-LATE-RUN
               DISPLAY "WARNING: business date " WS-DATE-FORMATTED
                   " is past the day after quarter end - balances "
                   "reflect the master as it now stands."
           END-IF.

           PERFORM 100-LOAD-DELINQUENCY-PARA.
           PERFORM 200-SCAN-MASTER-PARA.
           PERFORM 400-SCAN-QUARTER-ROLLS-PARA.
           PERFORM 500-WRITE-SCHEDULE-FILE-PARA.
           PERFORM 600-WRITE-REPORT-PARA.

           MOVE 'E' TO WS-BC-FUNCTION.
           MOVE "CALLRPT" TO WS-BC-JOB-NAME.
           MOVE WS-CQ-QUARTER-END TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.

           DISPLAY "Deposit accounts: " WS-CQ-DEPOSIT-ACCTS.
           DISPLAY "Loan accounts: " WS-CQ-LOAN-ACCTS.
           DISPLAY "Roll files scanned: " WS-CQ-DAYS-SCANNED.
           IF WS-CQ-NO-RATE-COUNT > 0
               DISPLAY "WARNING: " WS-CQ-NO-RATE-COUNT
                   " currency(ies) had no rate to USD and are "
                   "restated at zero - see the report."
           END-IF.
           DISPLAY "Schedule file: " WS-CALL-SCHEDULE-NAME.
           DISPLAY "Report: " WS-REPORT-FILE-NAME.
           DISPLAY WS-SEPARATOR.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      * QUARTER END FROM SYSIN - it must be a calendar quarter end
      * and the EOD stream must already have closed it (ROLLLOG
      * recorded complete for that date on the run calendar)
      *-----------------------------------------------------------------
       050-VALIDATE-QUARTER-PARA.
           IF WS-CQ-QUARTER-END = SPACES
               MOVE WS-DATE-FORMATTED(1:4) TO WS-CQ-YEAR
               MOVE WS-DATE-FORMATTED(6:2) TO WS-CQ-MONTH
               COMPUTE WS-CQ-QUARTER-NUMBER = (WS-CQ-MONTH - 1) / 3
               COMPUTE WS-CQ-MONTH = WS-CQ-QUARTER-NUMBER * 3
               IF WS-CQ-MONTH = 0
                   MOVE 12 TO WS-CQ-MONTH
                   SUBTRACT 1 FROM WS-CQ-YEAR
               END-IF
               MOVE WS-CQ-YEAR TO WS-CQ-QUARTER-END(1:4)
               MOVE '-' TO WS-CQ-QUARTER-END(5:1)
               MOVE WS-CQ-MONTH TO WS-CQ-QUARTER-END(6:2)
               MOVE '-' TO WS-CQ-QUARTER-END(8:1)
               IF WS-CQ-MONTH = 6 OR WS-CQ-MONTH = 9
                   MOVE "30" TO WS-CQ-QUARTER-END(9:2)
               ELSE
                   MOVE "31" TO WS-CQ-QUARTER-END(9:2)
               END-IF
           END-IF.

           IF WS-CQ-QUARTER-END(1:4) NOT NUMERIC OR
              WS-CQ-QUARTER-END(5:1) NOT = '-' OR
              (WS-CQ-QUARTER-END(6:5) NOT = "03-31" AND
               WS-CQ-QUARTER-END(6:5) NOT = "06-30" AND
               WS-CQ-QUARTER-END(6:5) NOT = "09-30" AND
               WS-CQ-QUARTER-END(6:5) NOT = "12-31")
               DISPLAY "ERROR: " WS-CQ-QUARTER-END
                   " is not a calendar quarter end date "
                   "(YYYY-03-31, -06-30, -09-30 or -12-31)."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WS-BC-FUNCTION.
           MOVE "ROLLLOG" TO WS-BC-JOB-NAME.
           MOVE WS-CQ-QUARTER-END TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF NOT BC-DUPLICATE
               DISPLAY "ERROR: " WS-CQ-QUARTER-END
                   " is not closed on the run calendar - the EOD "
                   "stream has not rolled it yet."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CQ-QUARTER-END(1:4) TO WS-CQ-YEAR.
           MOVE WS-CQ-QUARTER-END(6:2) TO WS-CQ-MONTH.
           COMPUTE WS-CQ-QUARTER-NUMBER = WS-CQ-MONTH / 3.
           MOVE SPACES TO WS-CQ-QUARTER-LABEL.
           STRING WS-CQ-QUARTER-END(1:4) "Q" WS-CQ-QUARTER-NUMBER
               DELIMITED BY SIZE INTO WS-CQ-QUARTER-LABEL.

           SUBTRACT 2 FROM WS-CQ-MONTH.
           MOVE WS-CQ-QUARTER-END(1:4) TO WS-CQ-QUARTER-START(1:4).
           MOVE '-' TO WS-CQ-QUARTER-START(5:1).
           MOVE WS-CQ-MONTH TO WS-CQ-QUARTER-START(6:2).
           MOVE "-01" TO WS-CQ-QUARTER-START(8:3).

           MOVE WS-CQ-QUARTER-END(1:4) TO WS-CQ-DATE-YYYYMMDD(1:4).
           MOVE WS-CQ-QUARTER-END(6:2) TO WS-CQ-DATE-YYYYMMDD(5:2).
           MOVE WS-CQ-QUARTER-END(9:2) TO WS-CQ-DATE-YYYYMMDD(7:2).
           COMPUTE WS-CQ-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CQ-DATE-YYYYMMDD).
           MOVE WS-CQ-QUARTER-START(6:2) TO WS-CQ-DATE-YYYYMMDD(5:2).
           MOVE "01" TO WS-CQ-DATE-YYYYMMDD(7:2).
           COMPUTE WS-CQ-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CQ-DATE-YYYYMMDD).

      * The master is only the quarter-end position until the next
      * business day's postings land on it.
           MOVE WS-DATE-FORMATTED(1:4) TO WS-CQ-DATE-YYYYMMDD(1:4).
           MOVE WS-DATE-FORMATTED(6:2) TO WS-CQ-DATE-YYYYMMDD(5:2).
           MOVE WS-DATE-FORMATTED(9:2) TO WS-CQ-DATE-YYYYMMDD(7:2).
           IF FUNCTION INTEGER-OF-DATE(WS-CQ-DATE-YYYYMMDD) >
                  WS-CQ-END-INTEGER + 1
               MOVE 'Y' TO WS-CQ-LATE-RUN-FLAG
           END-IF.

           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "CALLRPT_" WS-CQ-QUARTER-LABEL ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.
           MOVE SPACES TO WS-CALL-SCHEDULE-NAME.
           STRING "CALLSCH_" WS-CQ-QUARTER-LABEL ".dat"
               DELIMITED BY SIZE INTO WS-CALL-SCHEDULE-NAME.

      *-----------------------------------------------------------------
      * LOANS PAST DUE AT QUARTER END - the schedule file is keyed
      * account + due date, so an account's first unpaid entry due
      * on or before quarter end is its oldest
      *-----------------------------------------------------------------
       100-LOAD-DELINQUENCY-PARA.
           OPEN INPUT LOAN-SCHEDULE-FILE.
           IF NOT LS-FILE-SUCCESS
               DISPLAY "No loan schedules on file - all loans "
                   "reported current."
               CLOSE LOAN-SCHEDULE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ LOAN-SCHEDULE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF NOT LS-PAID AND
                          LS-DUE-DATE < WS-CQ-QUARTER-END AND
                          LS-AMOUNT-DUE > LS-AMOUNT-PAID
                           PERFORM 110-ADD-PAST-DUE-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOAN-SCHEDULE-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       110-ADD-PAST-DUE-PARA.
           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.
           PERFORM VARYING WS-CQ-DELQ-IDX FROM 1 BY 1
                   UNTIL WS-CQ-DELQ-IDX > WS-CQ-DELQ-COUNT
                      OR ACCOUNT-FOUND
               IF WS-CQ-DELQ-ACCOUNT(WS-CQ-DELQ-IDX) =
                       LS-ACCOUNT-NUMBER
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
               END-IF
           END-PERFORM.

           IF ACCOUNT-FOUND
               SET WS-CQ-DELQ-IDX DOWN BY 1
           ELSE
               IF WS-CQ-DELQ-COUNT NOT < 1000
                   DISPLAY "WARNING: past-due loan table full - "
                       LS-ACCOUNT-NUMBER " reported current"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CQ-DELQ-COUNT
               SET WS-CQ-DELQ-IDX TO WS-CQ-DELQ-COUNT
               MOVE LS-ACCOUNT-NUMBER TO
                   WS-CQ-DELQ-ACCOUNT(WS-CQ-DELQ-IDX)
               MOVE LS-DUE-DATE TO WS-CQ-DELQ-OLDEST(WS-CQ-DELQ-IDX)
               MOVE 0 TO WS-CQ-DELQ-AMOUNT(WS-CQ-DELQ-IDX)
           END-IF.

           COMPUTE WS-CQ-DELQ-AMOUNT(WS-CQ-DELQ-IDX) =
               WS-CQ-DELQ-AMOUNT(WS-CQ-DELQ-IDX) +
               LS-AMOUNT-DUE - LS-AMOUNT-PAID.

      *-----------------------------------------------------------------
      * ONE PASS OF THE ACCOUNT MASTER - DEPOSIT, LOAN AND OVERDRAFT
      * LINE SCHEDULES
      *-----------------------------------------------------------------
       200-SCAN-MASTER-PARA.
           OPEN INPUT ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open account file."
               CLOSE ACCOUNT-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ ACCOUNT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF NOT AR-CLOSED
                           MOVE AR-CURRENCY-CODE TO
                               WS-CQ-LOOKUP-CURRENCY
                           PERFORM 300-FIND-CURRENCY-PARA
                           IF AR-TYPE-LOAN
                               PERFORM 220-ADD-LOAN-PARA
                           ELSE
                               PERFORM 210-ADD-DEPOSIT-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
      * A DEPOSIT ACCOUNT - the credit balance is the deposit; an
      * overdrawn balance is credit extended on the overdraft line
      * and goes to the overdraft schedule instead
      *-----------------------------------------------------------------
       210-ADD-DEPOSIT-PARA.
           ADD 1 TO WS-CQ-DEPOSIT-ACCTS.
           ADD 1 TO WS-CQ-CUR-ACCTS(WS-CQ-CUR-IDX).

           IF AR-OVERDRAFT-LIMIT > 0
               ADD 1 TO WS-CQ-OD-LINES
               MOVE AR-OVERDRAFT-LIMIT TO WS-CQ-NATIVE
               PERFORM 310-RESTATE-USD-PARA
               ADD WS-CQ-USD TO WS-CQ-OD-LIMIT-USD
           END-IF.

           IF AR-BALANCE < 0
               ADD 1 TO WS-CQ-OD-DRAWN
               COMPUTE WS-CQ-NATIVE = 0 - AR-BALANCE
               PERFORM 310-RESTATE-USD-PARA
               ADD WS-CQ-USD TO WS-CQ-OD-DRAWN-USD
               MOVE 0 TO WS-CQ-NATIVE
               MOVE 0 TO WS-CQ-USD
           ELSE
               MOVE AR-BALANCE TO WS-CQ-NATIVE
               PERFORM 310-RESTATE-USD-PARA
           END-IF.

           ADD WS-CQ-NATIVE TO WS-CQ-CUR-NATIVE(WS-CQ-CUR-IDX).
           ADD WS-CQ-USD TO WS-CQ-CUR-USD(WS-CQ-CUR-IDX).
           ADD WS-CQ-USD TO WS-CQ-DEPOSIT-USD.

           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.
           PERFORM VARYING WS-CQ-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-CQ-TYPE-IDX > WS-CQ-TYPE-COUNT
                      OR ACCOUNT-FOUND
               IF WS-CQ-TYPE(WS-CQ-TYPE-IDX) = AR-ACCOUNT-TYPE
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ACCOUNT-FOUND
               SET WS-CQ-TYPE-IDX DOWN BY 1
           ELSE
               IF WS-CQ-TYPE-COUNT < 10
                   ADD 1 TO WS-CQ-TYPE-COUNT
                   SET WS-CQ-TYPE-IDX TO WS-CQ-TYPE-COUNT
                   MOVE AR-ACCOUNT-TYPE TO WS-CQ-TYPE(WS-CQ-TYPE-IDX)
                   MOVE 0 TO WS-CQ-TYPE-ACCTS(WS-CQ-TYPE-IDX)
                   MOVE 0 TO WS-CQ-TYPE-USD(WS-CQ-TYPE-IDX)
               ELSE
                   SET WS-CQ-TYPE-IDX TO 10
               END-IF
           END-IF.
           ADD 1 TO WS-CQ-TYPE-ACCTS(WS-CQ-TYPE-IDX).
           ADD WS-CQ-USD TO WS-CQ-TYPE-USD(WS-CQ-TYPE-IDX).

           EVALUATE TRUE
               WHEN WS-CQ-USD < WS-CALL-BAND-1
                   SET WS-CQ-BAND-IDX TO 1
               WHEN WS-CQ-USD < WS-CALL-BAND-2
                   SET WS-CQ-BAND-IDX TO 2
               WHEN WS-CQ-USD NOT > WS-CALL-BAND-3
                   SET WS-CQ-BAND-IDX TO 3
               WHEN OTHER
                   SET WS-CQ-BAND-IDX TO 4
           END-EVALUATE.
           ADD 1 TO WS-CQ-BAND-ACCTS(WS-CQ-BAND-IDX).
           ADD WS-CQ-USD TO WS-CQ-BAND-USD(WS-CQ-BAND-IDX).

      *-----------------------------------------------------------------
      * A LOAN - aged by its oldest unpaid schedule entry
      *-----------------------------------------------------------------
       220-ADD-LOAN-PARA.
           ADD 1 TO WS-CQ-LOAN-ACCTS.
           MOVE AR-BALANCE TO WS-CQ-NATIVE.
           PERFORM 310-RESTATE-USD-PARA.
           ADD WS-CQ-USD TO WS-CQ-LOAN-USD.

           SET WS-CQ-AGE-IDX TO 1.
           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.
           PERFORM VARYING WS-CQ-DELQ-IDX FROM 1 BY 1
                   UNTIL WS-CQ-DELQ-IDX > WS-CQ-DELQ-COUNT
                      OR ACCOUNT-FOUND
               IF WS-CQ-DELQ-ACCOUNT(WS-CQ-DELQ-IDX) =
                       AR-ACCOUNT-NUMBER
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
               END-IF
           END-PERFORM.

           IF ACCOUNT-FOUND
               SET WS-CQ-DELQ-IDX DOWN BY 1
               MOVE WS-CQ-DELQ-OLDEST(WS-CQ-DELQ-IDX)(1:4) TO
                   WS-CQ-DATE-YYYYMMDD(1:4)
               MOVE WS-CQ-DELQ-OLDEST(WS-CQ-DELQ-IDX)(6:2) TO
                   WS-CQ-DATE-YYYYMMDD(5:2)
               MOVE WS-CQ-DELQ-OLDEST(WS-CQ-DELQ-IDX)(9:2) TO
                   WS-CQ-DATE-YYYYMMDD(7:2)
               COMPUTE WS-CQ-AGE-DAYS = WS-CQ-END-INTEGER -
                   FUNCTION INTEGER-OF-DATE(WS-CQ-DATE-YYYYMMDD)
               EVALUATE TRUE
                   WHEN WS-CQ-AGE-DAYS >= 90
                       SET WS-CQ-AGE-IDX TO 4
                   WHEN WS-CQ-AGE-DAYS >= 60
                       SET WS-CQ-AGE-IDX TO 3
                   WHEN WS-CQ-AGE-DAYS >= 30
                       SET WS-CQ-AGE-IDX TO 2
               END-EVALUATE
               MOVE WS-CQ-USD TO WS-CQ-LOAN-USD-SAVE
               MOVE WS-CQ-DELQ-AMOUNT(WS-CQ-DELQ-IDX) TO WS-CQ-NATIVE
               PERFORM 310-RESTATE-USD-PARA
               ADD WS-CQ-USD TO WS-CQ-AGE-PAST-DUE(WS-CQ-AGE-IDX)
               MOVE WS-CQ-LOAN-USD-SAVE TO WS-CQ-USD
           END-IF.

           ADD 1 TO WS-CQ-AGE-LOANS(WS-CQ-AGE-IDX).
           ADD WS-CQ-USD TO WS-CQ-AGE-USD(WS-CQ-AGE-IDX).

      *-----------------------------------------------------------------
      * LOCATE WS-CQ-LOOKUP-CURRENCY IN THE CURRENCY TABLE, ADDING
      * IT WITH ITS RATE TO USD THE FIRST TIME IT IS SEEN
      *-----------------------------------------------------------------
       300-FIND-CURRENCY-PARA.
           IF WS-CQ-LOOKUP-CURRENCY = SPACES
               MOVE "USD" TO WS-CQ-LOOKUP-CURRENCY
           END-IF.

           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.
           PERFORM VARYING WS-CQ-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CQ-CUR-IDX > WS-CQ-CUR-COUNT
                      OR ACCOUNT-FOUND
               IF WS-CQ-CURRENCY(WS-CQ-CUR-IDX) =
                       WS-CQ-LOOKUP-CURRENCY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ACCOUNT-FOUND
               SET WS-CQ-CUR-IDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF.

           IF WS-CQ-CUR-COUNT NOT < 20
               DISPLAY "WARNING: currency table full - "
                   WS-CQ-LOOKUP-CURRENCY " reported under "
                   WS-CQ-CURRENCY(20)
               SET WS-CQ-CUR-IDX TO 20
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CQ-CUR-COUNT.
           SET WS-CQ-CUR-IDX TO WS-CQ-CUR-COUNT.
           MOVE WS-CQ-LOOKUP-CURRENCY TO
               WS-CQ-CURRENCY(WS-CQ-CUR-IDX).
           MOVE 0 TO WS-CQ-CUR-ACCTS(WS-CQ-CUR-IDX).
           MOVE 0 TO WS-CQ-CUR-NATIVE(WS-CQ-CUR-IDX).
           MOVE 0 TO WS-CQ-CUR-USD(WS-CQ-CUR-IDX).
           MOVE 0 TO WS-CQ-CUR-RATE(WS-CQ-CUR-IDX).
           MOVE 'N' TO WS-CQ-CUR-RATE-FLAG(WS-CQ-CUR-IDX).

           IF WS-CQ-LOOKUP-CURRENCY = "USD"
               MOVE 1 TO WS-CQ-CUR-RATE(WS-CQ-CUR-IDX)
               MOVE 'Y' TO WS-CQ-CUR-RATE-FLAG(WS-CQ-CUR-IDX)
               EXIT PARAGRAPH
           END-IF.

      * The stored pair to USD when one exists, the inverse of the
      * USD pair otherwise - the same rule as the FX revaluation.
           OPEN INPUT RATE-FILE.
           IF NOT FILE-SUCCESS
               CLOSE RATE-FILE
               ADD 1 TO WS-CQ-NO-RATE-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CQ-LOOKUP-CURRENCY TO FX-FROM-CURRENCY.
           MOVE "USD" TO FX-TO-CURRENCY.
           READ RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FX-SELL-RATE > 0
                       MOVE FX-SELL-RATE TO
                           WS-CQ-CUR-RATE(WS-CQ-CUR-IDX)
                       MOVE 'Y' TO WS-CQ-CUR-RATE-FLAG(WS-CQ-CUR-IDX)
                   END-IF
           END-READ.

           IF NOT CQ-CUR-HAS-RATE(WS-CQ-CUR-IDX)
               MOVE "USD" TO FX-FROM-CURRENCY
               MOVE WS-CQ-LOOKUP-CURRENCY TO FX-TO-CURRENCY
               READ RATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FX-SELL-RATE > 0
                           COMPUTE WS-CQ-CUR-RATE(WS-CQ-CUR-IDX)
                               ROUNDED = 1 / FX-SELL-RATE
                           MOVE 'Y' TO
                               WS-CQ-CUR-RATE-FLAG(WS-CQ-CUR-IDX)
                       END-IF
               END-READ
           END-IF.

           CLOSE RATE-FILE.

           IF NOT CQ-CUR-HAS-RATE(WS-CQ-CUR-IDX)
               ADD 1 TO WS-CQ-NO-RATE-COUNT
               DISPLAY "NO RATE: " WS-CQ-LOOKUP-CURRENCY
                   " restated to USD at zero."
           END-IF.

      *-----------------------------------------------------------------
      * RESTATE WS-CQ-NATIVE IN THE CURRENT TABLE CURRENCY TO USD
      *-----------------------------------------------------------------
       310-RESTATE-USD-PARA.
           COMPUTE WS-CQ-USD ROUNDED =
               WS-CQ-NATIVE * WS-CQ-CUR-RATE(WS-CQ-CUR-IDX).

      *-----------------------------------------------------------------
      * THE QUARTER'S INCOME AND EXPENSE FROM EVERY ROLL FILE IN IT
      *-----------------------------------------------------------------
       400-SCAN-QUARTER-ROLLS-PARA.
           PERFORM VARYING WS-CQ-SCAN-INTEGER
                   FROM WS-CQ-START-INTEGER BY 1
                   UNTIL WS-CQ-SCAN-INTEGER > WS-CQ-END-INTEGER
               COMPUTE WS-CQ-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-CQ-SCAN-INTEGER)
               PERFORM 410-SCAN-ONE-DAY-PARA
           END-PERFORM.

      *-----------------------------------------------------------------
       410-SCAN-ONE-DAY-PARA.
           MOVE WS-CQ-DATE-YYYYMMDD TO WS-RR-DATE.

           MOVE 'O' TO WS-RR-FUNCTION.
           CALL 'ROLLREAD' USING WS-ROLL-READ-AREA.
           IF NOT RR-OK
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CQ-DAYS-SCANNED.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               MOVE 'R' TO WS-RR-FUNCTION
               CALL 'ROLLREAD' USING WS-ROLL-READ-AREA
               IF NOT RR-OK
                   MOVE 'Y' TO WS-EOF-FLAG
               ELSE
                   PERFORM 420-PARSE-ROLL-LINE-PARA
      * The balance-neutral "CD interest disbursed" memo leg of a
      * payout CD is not a second interest expense.
                   IF WS-PT-RESULT = "SUCCESS" AND
                      WS-PT-REMARKS(1:21) NOT =
                          "CD interest disbursed"
                       PERFORM 430-ADD-INCOME-LINE-PARA
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 'C' TO WS-RR-FUNCTION.
           CALL 'ROLLREAD' USING WS-ROLL-READ-AREA.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       420-PARSE-ROLL-LINE-PARA.
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

      *-----------------------------------------------------------------
       430-ADD-INCOME-LINE-PARA.
           IF WS-PT-TYPE NOT = "LOAN-INT" AND
              WS-PT-TYPE NOT = "OD-INT" AND
              WS-PT-TYPE NOT = "INTEREST" AND
              WS-PT-TYPE NOT = "FEE" AND
              WS-PT-TYPE NOT = "PENALTY"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PT-CURRENCY TO WS-CQ-LOOKUP-CURRENCY.
           PERFORM 300-FIND-CURRENCY-PARA.
           MOVE WS-PT-AMOUNT TO WS-CQ-NATIVE.
           PERFORM 310-RESTATE-USD-PARA.

           EVALUATE WS-PT-TYPE
               WHEN "LOAN-INT"
                   ADD WS-CQ-USD TO WS-CQ-LOAN-INT-USD
                   ADD 1 TO WS-CQ-LOAN-INT-CNT
               WHEN "OD-INT"
                   ADD WS-CQ-USD TO WS-CQ-OD-INT-USD
                   ADD 1 TO WS-CQ-OD-INT-CNT
               WHEN "INTEREST"
                   ADD WS-CQ-USD TO WS-CQ-INT-EXP-USD
                   ADD 1 TO WS-CQ-INT-EXP-CNT
               WHEN "FEE"
                   ADD WS-CQ-USD TO WS-CQ-FEE-USD
                   ADD 1 TO WS-CQ-FEE-CNT
               WHEN "PENALTY"
                   ADD WS-CQ-USD TO WS-CQ-PENALTY-USD
                   ADD 1 TO WS-CQ-PENALTY-CNT
           END-EVALUATE.

      *-----------------------------------------------------------------
      * FIXED-LAYOUT LOAD FILE FOR FINANCE
      *-----------------------------------------------------------------
       500-WRITE-SCHEDULE-FILE-PARA.
           OPEN OUTPUT CALL-SCHEDULE-FILE.

           MOVE "HD" TO CS-RECORD-TYPE.
           MOVE WS-CQ-QUARTER-LABEL TO CS-LINE-ITEM.
           MOVE 0 TO CS-ITEM-COUNT.
           MOVE "USD" TO CS-CURRENCY.
           MOVE 0 TO CS-NATIVE-AMOUNT.
           MOVE 0 TO CS-USD-AMOUNT.
           MOVE WS-CQ-QUARTER-END TO CS-QUARTER-END.
           WRITE CALL-SCHEDULE-RECORD.

           PERFORM VARYING WS-CQ-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-CQ-TYPE-IDX > WS-CQ-TYPE-COUNT
               MOVE "DT" TO CS-RECORD-TYPE
               MOVE WS-CQ-TYPE(WS-CQ-TYPE-IDX) TO CS-LINE-ITEM
               MOVE WS-CQ-TYPE-ACCTS(WS-CQ-TYPE-IDX) TO WS-CQ-NATIVE
               MOVE WS-CQ-TYPE-USD(WS-CQ-TYPE-IDX) TO WS-CQ-USD
               PERFORM 510-WRITE-DETAIL-PARA
           END-PERFORM.

           PERFORM VARYING WS-CQ-BAND-IDX FROM 1 BY 1
                   UNTIL WS-CQ-BAND-IDX > 4
               MOVE "DB" TO CS-RECORD-TYPE
               MOVE SPACES TO CS-LINE-ITEM
               SET WS-CQ-BAND-NUMBER TO WS-CQ-BAND-IDX
               STRING "BAND-" WS-CQ-BAND-NUMBER DELIMITED BY SIZE
                   INTO CS-LINE-ITEM
               MOVE WS-CQ-BAND-ACCTS(WS-CQ-BAND-IDX) TO WS-CQ-NATIVE
               MOVE WS-CQ-BAND-USD(WS-CQ-BAND-IDX) TO WS-CQ-USD
               PERFORM 510-WRITE-DETAIL-PARA
           END-PERFORM.

           PERFORM VARYING WS-CQ-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CQ-CUR-IDX > WS-CQ-CUR-COUNT
               IF WS-CQ-CUR-ACCTS(WS-CQ-CUR-IDX) > 0
                   MOVE "DC" TO CS-RECORD-TYPE
                   MOVE WS-CQ-CURRENCY(WS-CQ-CUR-IDX) TO CS-LINE-ITEM
                   MOVE WS-CQ-CUR-ACCTS(WS-CQ-CUR-IDX) TO
                       WS-CQ-NATIVE
                   MOVE WS-CQ-CUR-USD(WS-CQ-CUR-IDX) TO WS-CQ-USD
                   PERFORM 510-WRITE-DETAIL-PARA
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-CQ-AGE-IDX FROM 1 BY 1
                   UNTIL WS-CQ-AGE-IDX > 4
               PERFORM 520-SET-AGE-LABEL-PARA
               MOVE "LN" TO CS-RECORD-TYPE
               MOVE WS-CQ-LABEL TO CS-LINE-ITEM
               MOVE WS-CQ-AGE-LOANS(WS-CQ-AGE-IDX) TO WS-CQ-NATIVE
               MOVE WS-CQ-AGE-USD(WS-CQ-AGE-IDX) TO WS-CQ-USD
               PERFORM 510-WRITE-DETAIL-PARA
               MOVE "LP" TO CS-RECORD-TYPE
               MOVE WS-CQ-LABEL TO CS-LINE-ITEM
               MOVE WS-CQ-AGE-LOANS(WS-CQ-AGE-IDX) TO WS-CQ-NATIVE
               MOVE WS-CQ-AGE-PAST-DUE(WS-CQ-AGE-IDX) TO WS-CQ-USD
               PERFORM 510-WRITE-DETAIL-PARA
           END-PERFORM.

           MOVE "IE" TO CS-RECORD-TYPE.
           MOVE "INT-INC-LN" TO CS-LINE-ITEM.
           MOVE WS-CQ-LOAN-INT-CNT TO WS-CQ-NATIVE.
           MOVE WS-CQ-LOAN-INT-USD TO WS-CQ-USD.
           PERFORM 510-WRITE-DETAIL-PARA.
           MOVE "INT-INC-OD" TO CS-LINE-ITEM.
           MOVE WS-CQ-OD-INT-CNT TO WS-CQ-NATIVE.
           MOVE WS-CQ-OD-INT-USD TO WS-CQ-USD.
           PERFORM 510-WRITE-DETAIL-PARA.
           MOVE "INT-EXP" TO CS-LINE-ITEM.
           MOVE WS-CQ-INT-EXP-CNT TO WS-CQ-NATIVE.
           MOVE WS-CQ-INT-EXP-USD TO WS-CQ-USD.
           PERFORM 510-WRITE-DETAIL-PARA.
           MOVE "FEE-INC" TO CS-LINE-ITEM.
           MOVE WS-CQ-FEE-CNT TO WS-CQ-NATIVE.
           MOVE WS-CQ-FEE-USD TO WS-CQ-USD.
           PERFORM 510-WRITE-DETAIL-PARA.
           MOVE "PENALTY" TO CS-LINE-ITEM.
           MOVE WS-CQ-PENALTY-CNT TO WS-CQ-NATIVE.
           MOVE WS-CQ-PENALTY-USD TO WS-CQ-USD.
           PERFORM 510-WRITE-DETAIL-PARA.

           MOVE "OD" TO CS-RECORD-TYPE.
           MOVE "OD-LINES" TO CS-LINE-ITEM.
           MOVE WS-CQ-OD-LINES TO WS-CQ-NATIVE.
           MOVE WS-CQ-OD-LIMIT-USD TO WS-CQ-USD.
           PERFORM 510-WRITE-DETAIL-PARA.
           MOVE "OD-DRAWN" TO CS-LINE-ITEM.
           MOVE WS-CQ-OD-DRAWN TO WS-CQ-NATIVE.
           MOVE WS-CQ-OD-DRAWN-USD TO WS-CQ-USD.
           PERFORM 510-WRITE-DETAIL-PARA.

           MOVE "TR" TO CS-RECORD-TYPE.
           MOVE WS-CQ-QUARTER-LABEL TO CS-LINE-ITEM.
           MOVE WS-CQ-RECORDS-WRITTEN TO CS-ITEM-COUNT.
           MOVE "USD" TO CS-CURRENCY.
           MOVE 0 TO CS-NATIVE-AMOUNT.
           MOVE WS-CQ-HASH-TOTAL TO CS-USD-AMOUNT.
           WRITE CALL-SCHEDULE-RECORD.

           CLOSE CALL-SCHEDULE-FILE.

      *-----------------------------------------------------------------
      * ONE DETAIL RECORD - the count arrives in WS-CQ-NATIVE, the
      * USD amount in WS-CQ-USD; currency lines carry the native
      * total as well
      *-----------------------------------------------------------------
       510-WRITE-DETAIL-PARA.
           MOVE WS-CQ-QUARTER-END TO CS-QUARTER-END.
           MOVE WS-CQ-NATIVE TO CS-ITEM-COUNT.
           MOVE WS-CQ-USD TO CS-USD-AMOUNT.
           IF CS-RECORD-TYPE = "DC"
               MOVE WS-CQ-CURRENCY(WS-CQ-CUR-IDX) TO CS-CURRENCY
               MOVE WS-CQ-CUR-NATIVE(WS-CQ-CUR-IDX) TO
                   CS-NATIVE-AMOUNT
           ELSE
               MOVE "USD" TO CS-CURRENCY
               MOVE 0 TO CS-NATIVE-AMOUNT
           END-IF.
           WRITE CALL-SCHEDULE-RECORD.
           ADD 1 TO WS-CQ-RECORDS-WRITTEN.
           ADD WS-CQ-USD TO WS-CQ-HASH-TOTAL.

      *-----------------------------------------------------------------
       520-SET-AGE-LABEL-PARA.
           EVALUATE WS-CQ-AGE-IDX
               WHEN 1
                   MOVE "CURRENT" TO WS-CQ-LABEL
               WHEN 2
                   MOVE "PD30-59" TO WS-CQ-LABEL
               WHEN 3
                   MOVE "PD60-89" TO WS-CQ-LABEL
               WHEN OTHER
                   MOVE "PD90+" TO WS-CQ-LABEL
           END-EVALUATE.

      *-----------------------------------------------------------------
      * PRINTABLE SCHEDULES
      *-----------------------------------------------------------------
       600-WRITE-REPORT-PARA.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-LINE.
           STRING "QUARTERLY CALL REPORT SCHEDULES - "
               WS-CQ-QUARTER-LABEL " - QUARTER ENDED "
               WS-CQ-QUARTER-END DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Income period " WS-CQ-QUARTER-START " to "
               WS-CQ-QUARTER-END "; balances from the account "
               "master as of business date " WS-DATE-FORMATTED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF CQ-LATE-RUN
               MOVE SPACES TO REPORT-LINE
               STRING "*** RUN AFTER THE DAY FOLLOWING QUARTER END - "
                   "BALANCES INCLUDE LATER ACTIVITY ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 610-REPORT-DEPOSITS-PARA.
           PERFORM 620-REPORT-LOANS-PARA.
           PERFORM 630-REPORT-INCOME-PARA.

           CLOSE REPORT-FILE.

      *-----------------------------------------------------------------
       610-REPORT-DEPOSITS-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SCHEDULE 1 - DEPOSITS (restated USD)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "  By account type" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-CQ-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-CQ-TYPE-IDX > WS-CQ-TYPE-COUNT
               MOVE WS-CQ-TYPE(WS-CQ-TYPE-IDX) TO WS-CQ-LABEL
               MOVE WS-CQ-TYPE-ACCTS(WS-CQ-TYPE-IDX) TO
                   WS-CQ-COUNT-DISPLAY
               MOVE WS-CQ-TYPE-USD(WS-CQ-TYPE-IDX) TO
                   WS-CQ-AMOUNT-DISPLAY
               PERFORM 690-WRITE-AMOUNT-LINE-PARA
           END-PERFORM.
           MOVE "TOTAL DEPOSITS" TO WS-CQ-LABEL.
           MOVE WS-CQ-DEPOSIT-ACCTS TO WS-CQ-COUNT-DISPLAY.
           MOVE WS-CQ-DEPOSIT-USD TO WS-CQ-AMOUNT-DISPLAY.
           PERFORM 690-WRITE-AMOUNT-LINE-PARA.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  By balance size" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-CQ-BAND-IDX FROM 1 BY 1
                   UNTIL WS-CQ-BAND-IDX > 4
               MOVE SPACES TO WS-CQ-LABEL
               EVALUATE WS-CQ-BAND-IDX
                   WHEN 1
                       MOVE WS-CALL-BAND-1 TO WS-FORMATTED-AMOUNT
                       STRING "Under " WS-FORMATTED-AMOUNT
                           DELIMITED BY SIZE INTO WS-CQ-LABEL
                   WHEN 2
                       MOVE WS-CALL-BAND-2 TO WS-FORMATTED-AMOUNT
                       STRING "Under " WS-FORMATTED-AMOUNT
                           DELIMITED BY SIZE INTO WS-CQ-LABEL
                   WHEN 3
                       MOVE WS-CALL-BAND-3 TO WS-FORMATTED-AMOUNT
                       STRING "Up to " WS-FORMATTED-AMOUNT
                           DELIMITED BY SIZE INTO WS-CQ-LABEL
                   WHEN OTHER
                       MOVE WS-CALL-BAND-3 TO WS-FORMATTED-AMOUNT
                       STRING "Over  " WS-FORMATTED-AMOUNT
                           DELIMITED BY SIZE INTO WS-CQ-LABEL
               END-EVALUATE
               MOVE WS-CQ-BAND-ACCTS(WS-CQ-BAND-IDX) TO
                   WS-CQ-COUNT-DISPLAY
               MOVE WS-CQ-BAND-USD(WS-CQ-BAND-IDX) TO
                   WS-CQ-AMOUNT-DISPLAY
               PERFORM 690-WRITE-AMOUNT-LINE-PARA
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  By currency      Accts   Native balance"
               "        Rate     Restated USD"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-CQ-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CQ-CUR-IDX > WS-CQ-CUR-COUNT
               IF WS-CQ-CUR-ACCTS(WS-CQ-CUR-IDX) > 0
                   MOVE WS-CQ-CUR-ACCTS(WS-CQ-CUR-IDX) TO
                       WS-CQ-COUNT-DISPLAY
                   MOVE WS-CQ-CUR-NATIVE(WS-CQ-CUR-IDX) TO
                       WS-CQ-NATIVE-DISPLAY
                   MOVE WS-CQ-CUR-RATE(WS-CQ-CUR-IDX) TO
                       WS-CQ-RATE-DISPLAY
                   MOVE WS-CQ-CUR-USD(WS-CQ-CUR-IDX) TO
                       WS-CQ-AMOUNT-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "    " WS-CQ-CURRENCY(WS-CQ-CUR-IDX) "     "
                       WS-CQ-COUNT-DISPLAY " " WS-CQ-NATIVE-DISPLAY
                       " " WS-CQ-RATE-DISPLAY " "
                       WS-CQ-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
                   IF NOT CQ-CUR-HAS-RATE(WS-CQ-CUR-IDX)
                       MOVE "NO RATE" TO REPORT-LINE(100:7)
                   END-IF
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       620-REPORT-LOANS-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SCHEDULE 2 - LOANS BY PAST-DUE STATUS (restated USD)"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Status                           Loans"
               "                  Balance          Amount past due"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-CQ-AGE-IDX FROM 1 BY 1
                   UNTIL WS-CQ-AGE-IDX > 4
               PERFORM 520-SET-AGE-LABEL-PARA
               MOVE WS-CQ-AGE-LOANS(WS-CQ-AGE-IDX) TO
                   WS-CQ-COUNT-DISPLAY
               MOVE WS-CQ-AGE-USD(WS-CQ-AGE-IDX) TO
                   WS-CQ-AMOUNT-DISPLAY
               MOVE WS-CQ-AGE-PAST-DUE(WS-CQ-AGE-IDX) TO
                   WS-CQ-PAST-DUE-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "    " WS-CQ-LABEL " " WS-CQ-COUNT-DISPLAY " "
                   WS-CQ-AMOUNT-DISPLAY " " WS-CQ-PAST-DUE-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

           MOVE "TOTAL LOANS" TO WS-CQ-LABEL.
           MOVE WS-CQ-LOAN-ACCTS TO WS-CQ-COUNT-DISPLAY.
           MOVE WS-CQ-LOAN-USD TO WS-CQ-AMOUNT-DISPLAY.
           PERFORM 690-WRITE-AMOUNT-LINE-PARA.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  Overdraft lines of credit" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Lines committed" TO WS-CQ-LABEL.
           MOVE WS-CQ-OD-LINES TO WS-CQ-COUNT-DISPLAY.
           MOVE WS-CQ-OD-LIMIT-USD TO WS-CQ-AMOUNT-DISPLAY.
           PERFORM 690-WRITE-AMOUNT-LINE-PARA.
           MOVE "Balances drawn" TO WS-CQ-LABEL.
           MOVE WS-CQ-OD-DRAWN TO WS-CQ-COUNT-DISPLAY.
           MOVE WS-CQ-OD-DRAWN-USD TO WS-CQ-AMOUNT-DISPLAY.
           PERFORM 690-WRITE-AMOUNT-LINE-PARA.

      *-----------------------------------------------------------------
       630-REPORT-INCOME-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SCHEDULE 3 - QUARTER INCOME AND EXPENSE (restated USD)"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Item                          Postings"
               "                   Amount" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "Interest income - loans" TO WS-CQ-LABEL.
           MOVE WS-CQ-LOAN-INT-CNT TO WS-CQ-COUNT-DISPLAY.
           MOVE WS-CQ-LOAN-INT-USD TO WS-CQ-AMOUNT-DISPLAY.
           PERFORM 690-WRITE-AMOUNT-LINE-PARA.
           MOVE "Interest income - overdrafts" TO WS-CQ-LABEL.
           MOVE WS-CQ-OD-INT-CNT TO WS-CQ-COUNT-DISPLAY.
           MOVE WS-CQ-OD-INT-USD TO WS-CQ-AMOUNT-DISPLAY.
           PERFORM 690-WRITE-AMOUNT-LINE-PARA.
           MOVE "Interest expense - deposits" TO WS-CQ-LABEL.
           MOVE WS-CQ-INT-EXP-CNT TO WS-CQ-COUNT-DISPLAY.
           MOVE WS-CQ-INT-EXP-USD TO WS-CQ-AMOUNT-DISPLAY.
           PERFORM 690-WRITE-AMOUNT-LINE-PARA.
           MOVE "Fee income - service fees" TO WS-CQ-LABEL.
           MOVE WS-CQ-FEE-CNT TO WS-CQ-COUNT-DISPLAY.
           MOVE WS-CQ-FEE-USD TO WS-CQ-AMOUNT-DISPLAY.
           PERFORM 690-WRITE-AMOUNT-LINE-PARA.
           MOVE "Fee income - penalties" TO WS-CQ-LABEL.
           MOVE WS-CQ-PENALTY-CNT TO WS-CQ-COUNT-DISPLAY.
           MOVE WS-CQ-PENALTY-USD TO WS-CQ-AMOUNT-DISPLAY.
           PERFORM 690-WRITE-AMOUNT-LINE-PARA.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Roll files in the quarter: " WS-CQ-DAYS-SCANNED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * ONE LABEL / COUNT / USD AMOUNT LINE
      *-----------------------------------------------------------------
       690-WRITE-AMOUNT-LINE-PARA.
           MOVE SPACES TO REPORT-LINE.
           STRING "    " WS-CQ-LABEL " " WS-CQ-COUNT-DISPLAY " "
               WS-CQ-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-CQ-DAYS-SCANNED TO WS-JS-READ-COUNT.
           COMPUTE WS-JS-POSTED-COUNT =
               WS-CQ-DEPOSIT-ACCTS + WS-CQ-LOAN-ACCTS.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
