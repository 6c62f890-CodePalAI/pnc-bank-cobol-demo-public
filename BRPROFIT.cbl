      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - BRANCH PROFITABILITY
      *
      * Monthly profitability by branch for the branch managers. The
      * cycle month's ledger roll files (TRLOG_YYYYMMDD.dat, or the
      * month's consolidated TRLOGM_YYYYMM.dat, both read through
      * ROLLREAD) are totalled by TR-BRANCH-ID into interest paid on
      * deposits, loan and overdraft interest earned, and fee income
      * by type (the fee type is read off the FEE entry's remarks;
      * CD early withdrawal penalties count as a fee). The branch
      * revaluation history FXREVAL appends nightly (FXBRHIST.dat)
      * gives each branch's FX revaluation result. The account
      * master and the closed-account archive, by AR-BRANCH-ID and
      * XA-BRANCH-ID, give the accounts opened and closed in the
      * month. Average deposit and loan balances come from the
      * month's balance history (BALHIST_YYYYMM.dat) over the days
      * it holds; a month with no history falls back to the
      * master's current balances. Net deposits (average deposits
      * less average loans) earn a funds-transfer-pricing credit at
      * FTP-CREDIT-RATE; a net lender is charged at FTP-CHARGE-RATE.
      * Entries with no branch are reported as UNASSIGNED. Writes
      * the per-branch detail and a ranking page by net
      * contribution to BRPROF_YYYYMM.txt and one row per branch to
      * BRPROF_YYYYMM.csv for finance. The cycle month is read from
      * SYSIN; blank defaults to the month before the business date.
      * Run monthly - see PROFJOB.jcl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRPROFIT.
       AUTHOR. PNC-DEMO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FILECTL.cpy'.
           SELECT PROFIT-CSV-FILE ASSIGN TO WS-PROF-CSV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.
           SELECT BRANCH-RANK-FILE ASSIGN TO 'BRPRSORT.tmp'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FILEDEF.cpy'.

      * One row per branch for finance - wider than the shared CSV
      * line to hold every column
       FD  PROFIT-CSV-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROFIT-CSV-LINE            PIC X(400).

      * One entry per branch, sorted into net contribution order for
      * the ranking page
       SD  BRANCH-RANK-FILE.
       01  BRANCH-RANK-RECORD.
           05  RK-NET-CONTRIBUTION    PIC S9(13)V99.
           05  RK-BRANCH-ID           PIC X(4).
           05  RK-TABLE-IDX           PIC 9(3).

       WORKING-STORAGE SECTION.
           COPY 'DATADEF.cpy'.

       01  WS-PROF-FILE-STATUS        PIC X(2).
           88 PROF-FILE-SUCCESS       VALUE '00'.
       01  WS-PROF-CSV-FILE-NAME      PIC X(40).
       01  WS-CYCLE-MONTH             PIC X(7).
       01  WS-CYCLE-DAY               PIC 9(2).
       01  WS-DAYS-IN-MONTH           PIC 9(2) VALUE 31.
       01  WS-CYCLE-YEAR-NUM          PIC 9(4).
       01  WS-CYCLE-MONTH-NUM         PIC 9(2).
       01  WS-LEDGER-ENTRIES          PIC 9(7) VALUE 0.
       01  WS-FX-ROWS-READ            PIC 9(5) VALUE 0.
       01  WS-HIST-LINES-READ         PIC 9(7) VALUE 0.
       01  WS-HIST-DAYS               PIC 9(2) VALUE 0.
       01  WS-BRANCHES-REPORTED       PIC 9(3) VALUE 0.
       01  WS-BP-TABLE-FULL-COUNT     PIC 9(5) VALUE 0.
       01  WS-XB-TABLE-FULL-COUNT     PIC 9(5) VALUE 0.
       01  WS-RANK-POSITION           PIC 9(3) VALUE 0.
       01  WS-BRANCHES-RANKED         PIC 9(3) VALUE 0.
       01  WS-BP-CSV-PTR              PIC 9(3).
       01  WS-BP-CSV-AMOUNT           PIC -(13)9.99.
       01  WS-BP-CSV-VALUE            PIC S9(13)V99.
       01  WS-BP-FEE-TYPE             PIC 9(2).
       01  WS-BP-KEY                  PIC X(4).

      * Day-present flags for the month's balance history
       01  WS-HIST-DAY-TABLE.
           05  WS-HIST-DAY-SEEN OCCURS 31 TIMES
                                      PIC X(1).

      * Fee income types - the subscript is WS-BP-FEE-TYPE
       01  WS-BP-FEE-LABEL-VALUES.
           05  FILLER                 PIC X(24) VALUE
                                      "Maintenance fees".
           05  FILLER                 PIC X(24) VALUE
                                      "Below-minimum fees".
           05  FILLER                 PIC X(24) VALUE
                                      "Excess activity fees".
           05  FILLER                 PIC X(24) VALUE
                                      "NSF item fees".
           05  FILLER                 PIC X(24) VALUE
                                      "Overdraft item fees".
           05  FILLER                 PIC X(24) VALUE
                                      "Account analysis charges".
           05  FILLER                 PIC X(24) VALUE
                                      "Loan late charges".
           05  FILLER                 PIC X(24) VALUE
                                      "Legal order fees".
           05  FILLER                 PIC X(24) VALUE
                                      "CD early w/d penalties".
           05  FILLER                 PIC X(24) VALUE
                                      "Other fees".
       01  WS-BP-FEE-LABELS REDEFINES WS-BP-FEE-LABEL-VALUES.
           05  WS-BP-FEE-LABEL OCCURS 10 TIMES
                                      PIC X(24).

      * Per-branch month totals - entry 1 is the UNASSIGNED bucket
       01  WS-BRANCH-PROFIT-TABLE.
           05  WS-BP-COUNT            PIC 9(3) VALUE 0.
           05  WS-BP-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-BP-IDX.
               10  WS-BP-BRANCH-ID    PIC X(4).
               10  WS-BP-NAME         PIC X(30).
               10  WS-BP-ACTIVITY-FLAG
                                      PIC X(1).
                   88 BP-HAS-ACTIVITY VALUE 'Y'.
               10  WS-BP-ON-FILE-FLAG PIC X(1).
                   88 BP-ON-BRANCH-FILE
                                      VALUE 'Y'.
               10  WS-BP-DEP-INT-PAID PIC S9(13)V99.
               10  WS-BP-LOAN-INT     PIC S9(13)V99.
               10  WS-BP-FEE OCCURS 10 TIMES
                                      PIC S9(13)V99.
               10  WS-BP-FEE-TOTAL    PIC S9(13)V99.
               10  WS-BP-FX-RESULT    PIC S9(13)V99.
               10  WS-BP-NEW-ACCTS    PIC 9(5).
               10  WS-BP-CLOSED-ACCTS PIC 9(5).
               10  WS-BP-DEP-SUM      PIC S9(15)V99.
               10  WS-BP-LOAN-SUM     PIC S9(15)V99.
               10  WS-BP-CUR-DEP      PIC S9(13)V99.
               10  WS-BP-CUR-LOAN     PIC S9(13)V99.
               10  WS-BP-AVG-DEP      PIC S9(13)V99.
               10  WS-BP-AVG-LOAN     PIC S9(13)V99.
               10  WS-BP-NET-FUNDS    PIC S9(13)V99.
               10  WS-BP-FTP          PIC S9(13)V99.
               10  WS-BP-NET-CONTRIB  PIC S9(13)V99.
               10  WS-BP-RANK         PIC 9(3).

      * All-branch totals for the foot of the detail pages
       01  WS-BANK-TOTALS.
           05  WS-BT-DEP-INT-PAID     PIC S9(13)V99 VALUE 0.
           05  WS-BT-LOAN-INT         PIC S9(13)V99 VALUE 0.
           05  WS-BT-FEE-TOTAL        PIC S9(13)V99 VALUE 0.
           05  WS-BT-FX-RESULT        PIC S9(13)V99 VALUE 0.
           05  WS-BT-NEW-ACCTS        PIC 9(7) VALUE 0.
           05  WS-BT-CLOSED-ACCTS     PIC 9(7) VALUE 0.
           05  WS-BT-AVG-DEP          PIC S9(13)V99 VALUE 0.
           05  WS-BT-AVG-LOAN         PIC S9(13)V99 VALUE 0.
           05  WS-BT-FTP              PIC S9(13)V99 VALUE 0.
           05  WS-BT-NET-CONTRIB      PIC S9(13)V99 VALUE 0.

      * Branch of each account closed since the cycle month began -
      * the balance history still carries them but the master no
      * longer does
       01  WS-ARCHIVE-BRANCH-TABLE.
           05  WS-XB-COUNT            PIC 9(4) VALUE 0.
           05  WS-XB-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-XB-IDX.
               10  WS-XB-ACCOUNT      PIC X(10).
               10  WS-XB-BRANCH-ID    PIC X(4).

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
           MOVE "PROFJOB" TO WS-JS-JOB-NAME.
           MOVE "BRPROFIT" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

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

           CALL 'PARMLOAD' USING WS-BUSINESS-RULES
               WS-DATE-FORMATTED.

           DISPLAY "Profitability cycle (YYYY-MM, blank = previous "
               "month): " WITH NO ADVANCING.
           ACCEPT WS-CYCLE-MONTH.

           IF WS-CYCLE-MONTH = SPACES
               PERFORM 010-DEFAULT-CYCLE-PARA
           END-IF.

           MOVE 'S' TO WS-BC-FUNCTION.
           MOVE "BRPROFIT" TO WS-BC-JOB-NAME.
           MOVE WS-CYCLE-MONTH TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-DUPLICATE
               DISPLAY "ERROR: Branch profitability already produced "
                   "for " WS-CYCLE-MONTH " - duplicate run refused."
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           PERFORM 015-SET-DAYS-IN-MONTH-PARA.

           DISPLAY WS-SEPARATOR.
           DISPLAY "BRANCH PROFITABILITY - CYCLE " WS-CYCLE-MONTH.
           DISPLAY WS-SEPARATOR.

           PERFORM 100-LOAD-BRANCHES-PARA.

           PERFORM VARYING WS-CYCLE-DAY FROM 1 BY 1
                   UNTIL WS-CYCLE-DAY > WS-DAYS-IN-MONTH
               PERFORM 200-SCAN-ONE-DAY-PARA
           END-PERFORM.

           PERFORM 300-LOAD-FX-RESULTS-PARA.
           PERFORM 400-SCAN-ACCOUNT-MASTER-PARA.
           PERFORM 420-SCAN-ARCHIVE-PARA.
           PERFORM 500-AVERAGE-BALANCES-PARA.
           PERFORM 600-COMPUTE-RESULTS-PARA.
           PERFORM 700-WRITE-REPORT-PARA.

           MOVE 'E' TO WS-BC-FUNCTION.
           MOVE "BRPROFIT" TO WS-BC-JOB-NAME.
           MOVE WS-CYCLE-MONTH TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.

           DISPLAY "Ledger entries totalled:     " WS-LEDGER-ENTRIES.
           DISPLAY "FX revaluation rows read:    " WS-FX-ROWS-READ.
           DISPLAY "Balance history lines read:  " WS-HIST-LINES-READ
               " over " WS-HIST-DAYS " days".
           DISPLAY "Branches reported:           "
               WS-BRANCHES-REPORTED.
           IF WS-BP-TABLE-FULL-COUNT > 0
               DISPLAY "WARNING: branch table full - "
                   WS-BP-TABLE-FULL-COUNT
                   " items reported as UNASSIGNED"
           END-IF.
           IF WS-XB-TABLE-FULL-COUNT > 0
               DISPLAY "WARNING: closed-account table full - "
                   WS-XB-TABLE-FULL-COUNT
                   " accounts left out of the branch lookup"
           END-IF.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME.
           DISPLAY "CSV written to " WS-PROF-CSV-FILE-NAME.
           DISPLAY WS-SEPARATOR.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
       010-DEFAULT-CYCLE-PARA.
           MOVE WS-DATE-FORMATTED(1:7) TO WS-CYCLE-MONTH.
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
      * SEED THE TABLE WITH THE UNASSIGNED BUCKET AND EVERY BRANCH ON
      * THE BRANCH FILE - a branch with no activity still reports
      *-----------------------------------------------------------------
       100-LOAD-BRANCHES-PARA.
           MOVE SPACES TO WS-BP-KEY.
           PERFORM 110-ADD-BRANCH-ENTRY-PARA.
           MOVE "UNASSIGNED" TO WS-BP-NAME(WS-BP-IDX).

           OPEN INPUT BRANCH-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "WARNING: No branch file - branches named "
                   "from the ledger only."
               CLOSE BRANCH-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ BRANCH-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF BR-BRANCH-ID NOT = SPACES AND
                          WS-BP-COUNT < 100
                           MOVE BR-BRANCH-ID TO WS-BP-KEY
                           PERFORM 110-ADD-BRANCH-ENTRY-PARA
                           MOVE BR-NAME TO WS-BP-NAME(WS-BP-IDX)
                           MOVE 'Y' TO WS-BP-ON-FILE-FLAG(WS-BP-IDX)
                           IF BR-INACTIVE
                               MOVE 'N' TO
                                   WS-BP-ON-FILE-FLAG(WS-BP-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BRANCH-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
      * OPEN A ZEROED TABLE ENTRY FOR WS-BP-KEY AND POINT WS-BP-IDX AT
      * IT
      *-----------------------------------------------------------------
       110-ADD-BRANCH-ENTRY-PARA.
           ADD 1 TO WS-BP-COUNT.
           SET WS-BP-IDX TO WS-BP-COUNT.
           MOVE WS-BP-KEY TO WS-BP-BRANCH-ID(WS-BP-IDX).
           MOVE "NOT ON BRANCH FILE" TO WS-BP-NAME(WS-BP-IDX).
           MOVE 'N' TO WS-BP-ACTIVITY-FLAG(WS-BP-IDX).
           MOVE 'N' TO WS-BP-ON-FILE-FLAG(WS-BP-IDX).
           MOVE 0 TO WS-BP-DEP-INT-PAID(WS-BP-IDX)
               WS-BP-LOAN-INT(WS-BP-IDX) WS-BP-FEE-TOTAL(WS-BP-IDX)
               WS-BP-FX-RESULT(WS-BP-IDX) WS-BP-NEW-ACCTS(WS-BP-IDX)
               WS-BP-CLOSED-ACCTS(WS-BP-IDX) WS-BP-DEP-SUM(WS-BP-IDX)
               WS-BP-LOAN-SUM(WS-BP-IDX) WS-BP-CUR-DEP(WS-BP-IDX)
               WS-BP-CUR-LOAN(WS-BP-IDX) WS-BP-AVG-DEP(WS-BP-IDX)
               WS-BP-AVG-LOAN(WS-BP-IDX) WS-BP-NET-FUNDS(WS-BP-IDX)
               WS-BP-FTP(WS-BP-IDX) WS-BP-NET-CONTRIB(WS-BP-IDX)
               WS-BP-RANK(WS-BP-IDX).
           PERFORM VARYING WS-BP-FEE-TYPE FROM 1 BY 1
                   UNTIL WS-BP-FEE-TYPE > 10
               MOVE 0 TO WS-BP-FEE(WS-BP-IDX, WS-BP-FEE-TYPE)
           END-PERFORM.

      *-----------------------------------------------------------------
      * POINT WS-BP-IDX AT WS-BP-KEY'S ENTRY, ADDING ONE FOR A BRANCH
      * NOT ON THE BRANCH FILE; a blank key, or a full table, lands
      * in the UNASSIGNED bucket
      *-----------------------------------------------------------------
       120-LOCATE-BRANCH-PARA.
           SET WS-BP-IDX TO 1.
           IF WS-BP-KEY = SPACES
               EXIT PARAGRAPH
           END-IF.

           SEARCH WS-BP-ENTRY
               AT END
                   IF WS-BP-COUNT < 100
                       PERFORM 110-ADD-BRANCH-ENTRY-PARA
                   ELSE
                       ADD 1 TO WS-BP-TABLE-FULL-COUNT
                       SET WS-BP-IDX TO 1
                   END-IF
               WHEN WS-BP-IDX > WS-BP-COUNT
                   IF WS-BP-COUNT < 100
                       PERFORM 110-ADD-BRANCH-ENTRY-PARA
                   ELSE
                       ADD 1 TO WS-BP-TABLE-FULL-COUNT
                       SET WS-BP-IDX TO 1
                   END-IF
               WHEN WS-BP-BRANCH-ID(WS-BP-IDX) = WS-BP-KEY
                   CONTINUE
           END-SEARCH.

      *-----------------------------------------------------------------
      * TOTAL ONE DAY'S LEDGER ROLL BY BRANCH
      *-----------------------------------------------------------------
       200-SCAN-ONE-DAY-PARA.
           MOVE SPACES TO WS-RR-DATE.
           STRING WS-CYCLE-MONTH(1:4) WS-CYCLE-MONTH(6:2) WS-CYCLE-DAY
               DELIMITED BY SIZE INTO WS-RR-DATE.

           MOVE 'O' TO WS-RR-FUNCTION.
           CALL 'ROLLREAD' USING WS-ROLL-READ-AREA.
           IF NOT RR-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               MOVE 'R' TO WS-RR-FUNCTION
               CALL 'ROLLREAD' USING WS-ROLL-READ-AREA
               IF NOT RR-OK
                   MOVE 'Y' TO WS-EOF-FLAG
               ELSE
                   PERFORM 210-PARSE-ROLL-LINE-PARA
                   IF WS-PT-RESULT = "SUCCESS"
                       PERFORM 220-APPLY-ONE-ENTRY-PARA
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 'C' TO WS-RR-FUNCTION.
           CALL 'ROLLREAD' USING WS-ROLL-READ-AREA.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       210-PARSE-ROLL-LINE-PARA.
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
      * ADD AN INCOME OR EXPENSE ENTRY TO ITS BRANCH - deposit
      * interest is an expense; loan and overdraft interest, fees
      * and CD penalties are income. Other entry types only move
      * balances and are picked up through the averages.
      *-----------------------------------------------------------------
       220-APPLY-ONE-ENTRY-PARA.
           IF WS-PT-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-PT-TYPE
               WHEN "INTEREST"
               WHEN "LOAN-INT"
               WHEN "OD-INT"
               WHEN "FEE"
               WHEN "PENALTY"
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE WS-PT-BRANCH TO WS-BP-KEY.
           PERFORM 120-LOCATE-BRANCH-PARA.
           MOVE 'Y' TO WS-BP-ACTIVITY-FLAG(WS-BP-IDX).
           ADD 1 TO WS-LEDGER-ENTRIES.

           EVALUATE WS-PT-TYPE
               WHEN "INTEREST"
                   ADD WS-PT-AMOUNT TO WS-BP-DEP-INT-PAID(WS-BP-IDX)
               WHEN "LOAN-INT"
               WHEN "OD-INT"
                   ADD WS-PT-AMOUNT TO WS-BP-LOAN-INT(WS-BP-IDX)
               WHEN "PENALTY"
                   MOVE 9 TO WS-BP-FEE-TYPE
                   ADD WS-PT-AMOUNT TO
                       WS-BP-FEE(WS-BP-IDX, WS-BP-FEE-TYPE)
               WHEN "FEE"
                   PERFORM 230-CLASSIFY-FEE-PARA
                   ADD WS-PT-AMOUNT TO
                       WS-BP-FEE(WS-BP-IDX, WS-BP-FEE-TYPE)
           END-EVALUATE.

      *-----------------------------------------------------------------
      * FEE TYPE FROM THE REMARKS THE POSTING PROGRAMS WRITE
      *-----------------------------------------------------------------
       230-CLASSIFY-FEE-PARA.
           EVALUATE TRUE
               WHEN WS-PT-REMARKS(1:32) =
                       "Monthly checking maintenance fee"
                   MOVE 1 TO WS-BP-FEE-TYPE
               WHEN WS-PT-REMARKS(1:25) = "Below-minimum-balance fee"
                   MOVE 2 TO WS-BP-FEE-TYPE
               WHEN WS-PT-REMARKS(1:30) =
                       "Excess withdrawal activity fee"
                   MOVE 3 TO WS-BP-FEE-TYPE
               WHEN WS-PT-REMARKS(1:12) = "NSF item fee"
                   MOVE 4 TO WS-BP-FEE-TYPE
               WHEN WS-PT-REMARKS(1:18) = "Overdraft item fee"
                   MOVE 5 TO WS-BP-FEE-TYPE
               WHEN WS-PT-REMARKS(1:31) =
                       "Account analysis service charge"
                   MOVE 6 TO WS-BP-FEE-TYPE
               WHEN WS-PT-REMARKS(1:24) = "Loan late payment charge"
                   MOVE 7 TO WS-BP-FEE-TYPE
               WHEN WS-PT-REMARKS(1:26) = "Legal order processing fee"
                   MOVE 8 TO WS-BP-FEE-TYPE
               WHEN OTHER
                   MOVE 10 TO WS-BP-FEE-TYPE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * EACH BRANCH'S SHARE OF THE MONTH'S FX REVALUATION
      *-----------------------------------------------------------------
       300-LOAD-FX-RESULTS-PARA.
           OPEN INPUT FX-BRANCH-REVAL-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No branch FX revaluation history - FX "
                   "results reported as zero."
               CLOSE FX-BRANCH-REVAL-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ FX-BRANCH-REVAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF FB-DATE(1:7) = WS-CYCLE-MONTH
                           ADD 1 TO WS-FX-ROWS-READ
                           MOVE FB-BRANCH-ID TO WS-BP-KEY
                           PERFORM 120-LOCATE-BRANCH-PARA
                           MOVE 'Y' TO WS-BP-ACTIVITY-FLAG(WS-BP-IDX)
                           ADD FB-GAIN-LOSS TO
                               WS-BP-FX-RESULT(WS-BP-IDX)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FX-BRANCH-REVAL-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * ACCOUNTS OPENED IN THE MONTH, AND THE CURRENT BALANCES THE
      * AVERAGES FALL BACK TO WHEN THE MONTH HAS NO BALANCE HISTORY
      *-----------------------------------------------------------------
       400-SCAN-ACCOUNT-MASTER-PARA.
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
                       PERFORM 410-APPLY-ONE-ACCOUNT-PARA
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
       410-APPLY-ONE-ACCOUNT-PARA.
           MOVE AR-BRANCH-ID TO WS-BP-KEY.
           PERFORM 120-LOCATE-BRANCH-PARA.

           IF AR-OPEN-DATE(1:7) = WS-CYCLE-MONTH
               ADD 1 TO WS-BP-NEW-ACCTS(WS-BP-IDX)
               MOVE 'Y' TO WS-BP-ACTIVITY-FLAG(WS-BP-IDX)
           END-IF.

           IF AR-CLOSED
               EXIT PARAGRAPH
           END-IF.
           IF AR-BALANCE NOT = 0
               MOVE 'Y' TO WS-BP-ACTIVITY-FLAG(WS-BP-IDX)
           END-IF.
           IF AR-TYPE-LOAN
               ADD AR-BALANCE TO WS-BP-CUR-LOAN(WS-BP-IDX)
           ELSE
               ADD AR-BALANCE TO WS-BP-CUR-DEP(WS-BP-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * ACCOUNTS CLOSED IN THE MONTH OFF THE ARCHIVE - one record per
      * close - plus archived accounts opened in the month. Accounts
      * closed since the month began are kept for the balance history
      * branch lookup.
      *-----------------------------------------------------------------
       420-SCAN-ARCHIVE-PARA.
           OPEN INPUT ACCOUNT-ARCHIVE-FILE.
           IF NOT FILE-SUCCESS
               CLOSE ACCOUNT-ARCHIVE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ ACCOUNT-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 430-APPLY-ONE-ARCHIVE-PARA
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-ARCHIVE-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       430-APPLY-ONE-ARCHIVE-PARA.
           IF XA-CLOSE-DATE(1:7) < WS-CYCLE-MONTH
               EXIT PARAGRAPH
           END-IF.

           MOVE XA-BRANCH-ID TO WS-BP-KEY.
           PERFORM 120-LOCATE-BRANCH-PARA.

           IF XA-CLOSE-DATE(1:7) = WS-CYCLE-MONTH
               ADD 1 TO WS-BP-CLOSED-ACCTS(WS-BP-IDX)
               MOVE 'Y' TO WS-BP-ACTIVITY-FLAG(WS-BP-IDX)
           END-IF.
           IF XA-OPEN-DATE(1:7) = WS-CYCLE-MONTH
               ADD 1 TO WS-BP-NEW-ACCTS(WS-BP-IDX)
               MOVE 'Y' TO WS-BP-ACTIVITY-FLAG(WS-BP-IDX)
           END-IF.

           IF WS-XB-COUNT < 500
               ADD 1 TO WS-XB-COUNT
               SET WS-XB-IDX TO WS-XB-COUNT
               MOVE XA-ACCOUNT-NUMBER TO WS-XB-ACCOUNT(WS-XB-IDX)
               MOVE XA-BRANCH-ID TO WS-XB-BRANCH-ID(WS-XB-IDX)
           ELSE
               ADD 1 TO WS-XB-TABLE-FULL-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * AVERAGE DEPOSIT AND LOAN BALANCES OFF THE MONTH'S BALANCE
      * HISTORY - each day's closing ledger balances are summed by
      * branch and divided by the number of days the history holds
      *-----------------------------------------------------------------
       500-AVERAGE-BALANCES-PARA.
           MOVE 0 TO WS-HIST-DAYS.
           PERFORM VARYING WS-CYCLE-DAY FROM 1 BY 1
                   UNTIL WS-CYCLE-DAY > 31
               MOVE 'N' TO WS-HIST-DAY-SEEN(WS-CYCLE-DAY)
           END-PERFORM.

           MOVE SPACES TO WS-BALHIST-FILE-NAME.
           STRING "BALHIST_" WS-CYCLE-MONTH(1:4) WS-CYCLE-MONTH(6:2)
               ".dat" DELIMITED BY SIZE INTO WS-BALHIST-FILE-NAME.

           OPEN INPUT ACCOUNT-FILE.
           OPEN INPUT BALANCE-HISTORY-FILE.
           IF FILE-SUCCESS
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ BALANCE-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF BH-BUSINESS-DATE(1:7) = WS-CYCLE-MONTH
                              AND BH-BUSINESS-DATE(9:2) NUMERIC
                               PERFORM 510-APPLY-HISTORY-LINE-PARA
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
           CLOSE BALANCE-HISTORY-FILE.
           CLOSE ACCOUNT-FILE.

           PERFORM VARYING WS-CYCLE-DAY FROM 1 BY 1
                   UNTIL WS-CYCLE-DAY > 31
               IF WS-HIST-DAY-SEEN(WS-CYCLE-DAY) = 'Y'
                   ADD 1 TO WS-HIST-DAYS
               END-IF
           END-PERFORM.

           IF WS-HIST-DAYS = 0
               DISPLAY "No balance history for " WS-CYCLE-MONTH
                   " - averages taken from current balances."
           END-IF.

           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                   UNTIL WS-BP-IDX > WS-BP-COUNT
               IF WS-HIST-DAYS = 0
                   MOVE WS-BP-CUR-DEP(WS-BP-IDX) TO
                       WS-BP-AVG-DEP(WS-BP-IDX)
                   MOVE WS-BP-CUR-LOAN(WS-BP-IDX) TO
                       WS-BP-AVG-LOAN(WS-BP-IDX)
               ELSE
                   COMPUTE WS-BP-AVG-DEP(WS-BP-IDX) ROUNDED =
                       WS-BP-DEP-SUM(WS-BP-IDX) / WS-HIST-DAYS
                   COMPUTE WS-BP-AVG-LOAN(WS-BP-IDX) ROUNDED =
                       WS-BP-LOAN-SUM(WS-BP-IDX) / WS-HIST-DAYS
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * ONE ACCOUNT'S CLOSE FOR ONE DAY - the branch comes off the
      * master, or the archive for an account closed since
      *-----------------------------------------------------------------
       510-APPLY-HISTORY-LINE-PARA.
           MOVE BH-BUSINESS-DATE(9:2) TO WS-CYCLE-DAY.
           IF WS-CYCLE-DAY < 1 OR WS-CYCLE-DAY > WS-DAYS-IN-MONTH
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-HIST-DAY-SEEN(WS-CYCLE-DAY).
           ADD 1 TO WS-HIST-LINES-READ.

           MOVE SPACES TO WS-BP-KEY.
           MOVE BH-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   PERFORM 520-ARCHIVE-BRANCH-PARA
               NOT INVALID KEY
                   MOVE AR-BRANCH-ID TO WS-BP-KEY
           END-READ.
           PERFORM 120-LOCATE-BRANCH-PARA.

           IF BH-LEDGER-BALANCE NOT = 0
               MOVE 'Y' TO WS-BP-ACTIVITY-FLAG(WS-BP-IDX)
           END-IF.
           IF BH-ACCOUNT-TYPE = "LOAN"
               ADD BH-LEDGER-BALANCE TO WS-BP-LOAN-SUM(WS-BP-IDX)
           ELSE
               ADD BH-LEDGER-BALANCE TO WS-BP-DEP-SUM(WS-BP-IDX)
           END-IF.

      *-----------------------------------------------------------------
       520-ARCHIVE-BRANCH-PARA.
           SET WS-XB-IDX TO 1.
           SEARCH WS-XB-ENTRY
               AT END
                   CONTINUE
               WHEN WS-XB-IDX > WS-XB-COUNT
                   CONTINUE
               WHEN WS-XB-ACCOUNT(WS-XB-IDX) = BH-ACCOUNT-NUMBER
                   MOVE WS-XB-BRANCH-ID(WS-XB-IDX) TO WS-BP-KEY
           END-SEARCH.

      *-----------------------------------------------------------------
      * FEE TOTAL, FUNDS-TRANSFER PRICING AND NET CONTRIBUTION - net
      * deposits earn a month's credit at FTP-CREDIT-RATE; a branch
      * lending more than it gathers is charged at FTP-CHARGE-RATE
      *-----------------------------------------------------------------
       600-COMPUTE-RESULTS-PARA.
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                   UNTIL WS-BP-IDX > WS-BP-COUNT
               MOVE 0 TO WS-BP-FEE-TOTAL(WS-BP-IDX)
               PERFORM VARYING WS-BP-FEE-TYPE FROM 1 BY 1
                       UNTIL WS-BP-FEE-TYPE > 10
                   ADD WS-BP-FEE(WS-BP-IDX, WS-BP-FEE-TYPE) TO
                       WS-BP-FEE-TOTAL(WS-BP-IDX)
               END-PERFORM

               COMPUTE WS-BP-NET-FUNDS(WS-BP-IDX) =
                   WS-BP-AVG-DEP(WS-BP-IDX) - WS-BP-AVG-LOAN(WS-BP-IDX)
               IF WS-BP-NET-FUNDS(WS-BP-IDX) > 0
                   COMPUTE WS-BP-FTP(WS-BP-IDX) ROUNDED =
                       WS-BP-NET-FUNDS(WS-BP-IDX) *
                       WS-FTP-CREDIT-RATE / 1200
               ELSE
                   COMPUTE WS-BP-FTP(WS-BP-IDX) ROUNDED =
                       WS-BP-NET-FUNDS(WS-BP-IDX) *
                       WS-FTP-CHARGE-RATE / 1200
               END-IF

               COMPUTE WS-BP-NET-CONTRIB(WS-BP-IDX) =
                   WS-BP-LOAN-INT(WS-BP-IDX) +
                   WS-BP-FEE-TOTAL(WS-BP-IDX) +
                   WS-BP-FX-RESULT(WS-BP-IDX) +
                   WS-BP-FTP(WS-BP-IDX) -
                   WS-BP-DEP-INT-PAID(WS-BP-IDX)
           END-PERFORM.

      *-----------------------------------------------------------------
      * BRPROF_YYYYMM.txt - branch detail, bank totals, then the
      * ranking page; BRPROF_YYYYMM.csv - one row per branch
      *-----------------------------------------------------------------
       700-WRITE-REPORT-PARA.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "BRPROF_" WS-CYCLE-MONTH(1:4) WS-CYCLE-MONTH(6:2)
               ".txt" DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.
           MOVE SPACES TO WS-PROF-CSV-FILE-NAME.
           STRING "BRPROF_" WS-CYCLE-MONTH(1:4) WS-CYCLE-MONTH(6:2)
               ".csv" DELIMITED BY SIZE INTO WS-PROF-CSV-FILE-NAME.

           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT PROFIT-CSV-FILE.

           MOVE SPACES TO PROFIT-CSV-LINE.
           STRING "Cycle,Branch,Branch Name,Deposit Interest Paid,"
               "Loan Interest Earned,Maintenance Fees,"
               "Below Minimum Fees,Excess Activity Fees,NSF Fees,"
               "Overdraft Item Fees,Analysis Charges,"
               "Loan Late Charges,Legal Order Fees,CD Penalties,"
               "Other Fees,Total Fees,FX Revaluation,New Accounts,"
               "Closed Accounts,Average Deposits,Average Loans,"
               "FTP Credit/Charge,Net Contribution,Rank"
               DELIMITED BY SIZE INTO PROFIT-CSV-LINE.
           WRITE PROFIT-CSV-LINE.

           SORT BRANCH-RANK-FILE
               ON DESCENDING KEY RK-NET-CONTRIBUTION
               ON ASCENDING KEY RK-BRANCH-ID
               INPUT PROCEDURE IS 750-RELEASE-BRANCHES-PARA
               OUTPUT PROCEDURE IS 760-WRITE-RANKING-PARA.

           MOVE SPACES TO REPORT-LINE.
           STRING "PNC BANK - BRANCH PROFITABILITY   CYCLE "
               WS-CYCLE-MONTH "   RUN " WS-DATE-FORMATTED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-HIST-DAYS = 0
               STRING "Average balances are current balances - no "
                   "balance history for the month."
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "Average balances over " WS-HIST-DAYS
                   " days of balance history."
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE WS-FTP-CREDIT-RATE TO WS-FX-RATE-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "FTP credit rate (pct): " WS-FX-RATE-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FTP-CHARGE-RATE TO WS-FX-RATE-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "FTP charge rate (pct): " WS-FX-RATE-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                   UNTIL WS-BP-IDX > WS-BP-COUNT
               IF BP-HAS-ACTIVITY(WS-BP-IDX) OR
                  BP-ON-BRANCH-FILE(WS-BP-IDX)
                   PERFORM 710-WRITE-BRANCH-DETAIL-PARA
                   PERFORM 720-WRITE-CSV-ROW-PARA
               END-IF
           END-PERFORM.

           PERFORM 730-WRITE-BANK-TOTALS-PARA.
           PERFORM 770-WRITE-RANKING-PAGE-PARA.

           CLOSE REPORT-FILE.
           CLOSE PROFIT-CSV-FILE.

      *-----------------------------------------------------------------
      * ONE BRANCH'S DETAIL BLOCK
      *-----------------------------------------------------------------
       710-WRITE-BRANCH-DETAIL-PARA.
           ADD 1 TO WS-BRANCHES-REPORTED.

           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BRANCH " WS-BP-BRANCH-ID(WS-BP-IDX) "  "
               WS-BP-NAME(WS-BP-IDX) "   RANK " WS-BP-RANK(WS-BP-IDX)
               " OF " WS-BRANCHES-RANKED
               DELIMITED BY SIZE INTO REPORT-LINE.
           IF WS-BP-BRANCH-ID(WS-BP-IDX) = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "BRANCH ----  " WS-BP-NAME(WS-BP-IDX)
                   "   RANK " WS-BP-RANK(WS-BP-IDX)
                   " OF " WS-BRANCHES-RANKED
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-BP-LOAN-INT(WS-BP-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Loan interest earned:         "
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-BP-FEE-TYPE FROM 1 BY 1
                   UNTIL WS-BP-FEE-TYPE > 10
               IF WS-BP-FEE(WS-BP-IDX, WS-BP-FEE-TYPE) NOT = 0
                   MOVE WS-BP-FEE(WS-BP-IDX, WS-BP-FEE-TYPE) TO
                       WS-FORMATTED-AMOUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "    " WS-BP-FEE-LABEL(WS-BP-FEE-TYPE)
                       "    " WS-FORMATTED-AMOUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

           MOVE WS-BP-FEE-TOTAL(WS-BP-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Fee income:                   "
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-BP-FX-RESULT(WS-BP-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  FX revaluation gain/loss:     "
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-BP-FTP(WS-BP-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           IF WS-BP-FTP(WS-BP-IDX) < 0
               STRING "  FTP charge on net loans:      "
                   WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "  FTP credit on net deposits:   "
                   WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

           MOVE WS-BP-DEP-INT-PAID(WS-BP-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Less deposit interest paid:   "
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-BP-NET-CONTRIB(WS-BP-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  NET CONTRIBUTION:             "
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-BP-AVG-DEP(WS-BP-IDX) TO WS-FORMATTED-BALANCE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Average deposit balances:     "
               WS-FORMATTED-BALANCE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-BP-AVG-LOAN(WS-BP-IDX) TO WS-FORMATTED-BALANCE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Average loan balances:        "
               WS-FORMATTED-BALANCE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING "  Accounts opened: " WS-BP-NEW-ACCTS(WS-BP-IDX)
               "   closed: " WS-BP-CLOSED-ACCTS(WS-BP-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           ADD WS-BP-DEP-INT-PAID(WS-BP-IDX) TO WS-BT-DEP-INT-PAID.
           ADD WS-BP-LOAN-INT(WS-BP-IDX) TO WS-BT-LOAN-INT.
           ADD WS-BP-FEE-TOTAL(WS-BP-IDX) TO WS-BT-FEE-TOTAL.
           ADD WS-BP-FX-RESULT(WS-BP-IDX) TO WS-BT-FX-RESULT.
           ADD WS-BP-NEW-ACCTS(WS-BP-IDX) TO WS-BT-NEW-ACCTS.
           ADD WS-BP-CLOSED-ACCTS(WS-BP-IDX) TO WS-BT-CLOSED-ACCTS.
           ADD WS-BP-AVG-DEP(WS-BP-IDX) TO WS-BT-AVG-DEP.
           ADD WS-BP-AVG-LOAN(WS-BP-IDX) TO WS-BT-AVG-LOAN.
           ADD WS-BP-FTP(WS-BP-IDX) TO WS-BT-FTP.
           ADD WS-BP-NET-CONTRIB(WS-BP-IDX) TO WS-BT-NET-CONTRIB.

      *-----------------------------------------------------------------
      * ONE BRANCH'S CSV ROW - plain signed amounts, no currency
      * editing, so finance can load it as it stands
      *-----------------------------------------------------------------
       720-WRITE-CSV-ROW-PARA.
           MOVE SPACES TO PROFIT-CSV-LINE.
           MOVE 1 TO WS-BP-CSV-PTR.
           STRING WS-CYCLE-MONTH "," WS-BP-BRANCH-ID(WS-BP-IDX) ","
               FUNCTION TRIM(WS-BP-NAME(WS-BP-IDX))
               DELIMITED BY SIZE INTO PROFIT-CSV-LINE
               WITH POINTER WS-BP-CSV-PTR.

           MOVE WS-BP-DEP-INT-PAID(WS-BP-IDX) TO WS-BP-CSV-VALUE.
           PERFORM 725-ADD-CSV-AMOUNT-PARA.
           MOVE WS-BP-LOAN-INT(WS-BP-IDX) TO WS-BP-CSV-VALUE.
           PERFORM 725-ADD-CSV-AMOUNT-PARA.
           PERFORM VARYING WS-BP-FEE-TYPE FROM 1 BY 1
                   UNTIL WS-BP-FEE-TYPE > 10
               MOVE WS-BP-FEE(WS-BP-IDX, WS-BP-FEE-TYPE) TO
                   WS-BP-CSV-VALUE
               PERFORM 725-ADD-CSV-AMOUNT-PARA
           END-PERFORM.
           MOVE WS-BP-FEE-TOTAL(WS-BP-IDX) TO WS-BP-CSV-VALUE.
           PERFORM 725-ADD-CSV-AMOUNT-PARA.
           MOVE WS-BP-FX-RESULT(WS-BP-IDX) TO WS-BP-CSV-VALUE.
           PERFORM 725-ADD-CSV-AMOUNT-PARA.

           STRING "," WS-BP-NEW-ACCTS(WS-BP-IDX)
               "," WS-BP-CLOSED-ACCTS(WS-BP-IDX)
               DELIMITED BY SIZE INTO PROFIT-CSV-LINE
               WITH POINTER WS-BP-CSV-PTR.

           MOVE WS-BP-AVG-DEP(WS-BP-IDX) TO WS-BP-CSV-VALUE.
           PERFORM 725-ADD-CSV-AMOUNT-PARA.
           MOVE WS-BP-AVG-LOAN(WS-BP-IDX) TO WS-BP-CSV-VALUE.
           PERFORM 725-ADD-CSV-AMOUNT-PARA.
           MOVE WS-BP-FTP(WS-BP-IDX) TO WS-BP-CSV-VALUE.
           PERFORM 725-ADD-CSV-AMOUNT-PARA.
           MOVE WS-BP-NET-CONTRIB(WS-BP-IDX) TO WS-BP-CSV-VALUE.
           PERFORM 725-ADD-CSV-AMOUNT-PARA.

           STRING "," WS-BP-RANK(WS-BP-IDX)
               DELIMITED BY SIZE INTO PROFIT-CSV-LINE
               WITH POINTER WS-BP-CSV-PTR.
           WRITE PROFIT-CSV-LINE.

      *-----------------------------------------------------------------
       725-ADD-CSV-AMOUNT-PARA.
           MOVE WS-BP-CSV-VALUE TO WS-BP-CSV-AMOUNT.
           STRING "," FUNCTION TRIM(WS-BP-CSV-AMOUNT)
               DELIMITED BY SIZE INTO PROFIT-CSV-LINE
               WITH POINTER WS-BP-CSV-PTR.

      *-----------------------------------------------------------------
       730-WRITE-BANK-TOTALS-PARA.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ALL BRANCHES (" WS-BRANCHES-REPORTED ")"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-BT-LOAN-INT TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Loan interest earned:         "
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BT-FEE-TOTAL TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Fee income:                   "
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BT-FX-RESULT TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  FX revaluation gain/loss:     "
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BT-FTP TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  FTP credit/charge (net):      "
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BT-DEP-INT-PAID TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Less deposit interest paid:   "
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BT-NET-CONTRIB TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  NET CONTRIBUTION:             "
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BT-AVG-DEP TO WS-FORMATTED-BALANCE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Average deposit balances:     "
               WS-FORMATTED-BALANCE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BT-AVG-LOAN TO WS-FORMATTED-BALANCE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Average loan balances:        "
               WS-FORMATTED-BALANCE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Accounts opened: " WS-BT-NEW-ACCTS
               "   closed: " WS-BT-CLOSED-ACCTS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * SORT INPUT - every branch that will be reported
      *-----------------------------------------------------------------
       750-RELEASE-BRANCHES-PARA.
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                   UNTIL WS-BP-IDX > WS-BP-COUNT
               IF BP-HAS-ACTIVITY(WS-BP-IDX) OR
                  BP-ON-BRANCH-FILE(WS-BP-IDX)
                   MOVE WS-BP-NET-CONTRIB(WS-BP-IDX) TO
                       RK-NET-CONTRIBUTION
                   MOVE WS-BP-BRANCH-ID(WS-BP-IDX) TO RK-BRANCH-ID
                   SET RK-TABLE-IDX TO WS-BP-IDX
                   RELEASE BRANCH-RANK-RECORD
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * SORT OUTPUT - number the branches in net contribution order
      *-----------------------------------------------------------------
       760-WRITE-RANKING-PARA.
           MOVE 0 TO WS-RANK-POSITION.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               RETURN BRANCH-RANK-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       ADD 1 TO WS-RANK-POSITION
                       SET WS-BP-IDX TO RK-TABLE-IDX
                       MOVE WS-RANK-POSITION TO WS-BP-RANK(WS-BP-IDX)
               END-RETURN
           END-PERFORM.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           MOVE WS-RANK-POSITION TO WS-BRANCHES-RANKED.

      *-----------------------------------------------------------------
      * THE RANKING PAGE - branches best to worst by net contribution
      *-----------------------------------------------------------------
       770-WRITE-RANKING-PAGE-PARA.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BRANCH RANKING BY NET CONTRIBUTION   CYCLE "
               WS-CYCLE-MONTH DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "RANK BRANCH NAME" TO REPORT-LINE(1:16).
           MOVE "NET CONTRIBUTION" TO REPORT-LINE(48:16).
           MOVE "FEE INCOME" TO REPORT-LINE(84:10).
           MOVE "AVG DEPOSITS" TO REPORT-LINE(102:12).
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-RANK-POSITION FROM 1 BY 1
                   UNTIL WS-RANK-POSITION > WS-BRANCHES-RANKED
               PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                       UNTIL WS-BP-IDX > WS-BP-COUNT
                   IF WS-BP-RANK(WS-BP-IDX) = WS-RANK-POSITION
                       PERFORM 775-WRITE-RANKING-LINE-PARA
                   END-IF
               END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------------
       775-WRITE-RANKING-LINE-PARA.
           MOVE WS-BP-NET-CONTRIB(WS-BP-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE WS-BP-AVG-DEP(WS-BP-IDX) TO WS-FORMATTED-BALANCE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-BP-RANK(WS-BP-IDX) "  "
               WS-BP-BRANCH-ID(WS-BP-IDX) "   "
               WS-BP-NAME(WS-BP-IDX) "  " WS-FORMATTED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           MOVE WS-BP-FEE-TOTAL(WS-BP-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE WS-FORMATTED-AMOUNT TO REPORT-LINE(75:19).
           MOVE WS-FORMATTED-BALANCE TO REPORT-LINE(95:19).
           IF WS-BP-BRANCH-ID(WS-BP-IDX) = SPACES
               MOVE "----" TO REPORT-LINE(6:4)
           END-IF.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-LEDGER-ENTRIES TO WS-JS-READ-COUNT.
           MOVE WS-BRANCHES-REPORTED TO WS-JS-POSTED-COUNT.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
