      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - CUSTOMER RISK RATING
      *
      * Periodic KYC step: scores every customer on the customer
      * master from the compliance sources that otherwise sit apart -
      * CTR filings on the compliance log, watchlist screening hits,
      * STRUCTURING cases the nightly STRSCAN scan raised on the
      * monitor log, cash activity on the dated ledger roll files
      * (TRLOG_YYYYMMDD.dat) over the RISK-WINDOW-DAYS window, and
      * the account types, currencies, balances and ages on the
      * account master. Each source adds the points set in the
      * RISK-PTS-* parameters; the total rates the customer Low,
      * Medium or High against RISK-MEDIUM-SCORE / RISK-HIGH-SCORE.
      * The rating, score and next review date are stored on the
      * customer record; a customer newly rated High is due for
      * review at once, otherwise a rating change restarts the
      * review cycle for the new rating. A rating that goes up is
      * raised as a RISK-RATING alert on the operations monitor log.
      * Writes the rating register (RISKRATE_YYYYMMDD.txt) and the
      * enhanced due diligence list of High-rated customers whose
      * review has fallen due (EDDLIST_YYYYMMDD.txt). Run with no
      * operator interaction - see ANALJOB.jcl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISKRATE.
       AUTHOR. PNC-DEMO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FILECTL.cpy'.
           SELECT EDD-LIST-FILE ASSIGN TO WS-EDD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FILEDEF.cpy'.

       FD  EDD-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  EDD-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
           COPY 'DATADEF.cpy'.

       01  WS-ROLL-FILE-STATUS        PIC X(2).
           88 ROLL-FILE-SUCCESS       VALUE '00'.
       01  WS-EDD-FILE-NAME           PIC X(40).
       01  WS-DAYS-SCANNED            PIC 9(3) VALUE 0.
       01  WS-WINDOW-DAY              PIC 9(3) VALUE 0.
       01  WS-DATE-INTEGER            PIC 9(8).
       01  WS-DATE-YYYYMMDD           PIC 9(8).
       01  WS-WINDOW-START            PIC X(10).
       01  WS-SCAN-OVERFLOW-FLAG      PIC X(1) VALUE 'N'.
           88 SCAN-OVERFLOWED         VALUE 'Y'.

       01  WS-RR-COUNTERS.
           05  WS-RR-SCORED           PIC 9(5) VALUE 0.
           05  WS-RR-HIGH             PIC 9(5) VALUE 0.
           05  WS-RR-MEDIUM           PIC 9(5) VALUE 0.
           05  WS-RR-LOW              PIC 9(5) VALUE 0.
           05  WS-RR-RAISED           PIC 9(5) VALUE 0.
           05  WS-RR-EDD-LISTED       PIC 9(5) VALUE 0.
           05  WS-RR-CTR-READ         PIC 9(7) VALUE 0.
           05  WS-RR-WL-READ          PIC 9(7) VALUE 0.
           05  WS-RR-STRUCT-READ      PIC 9(7) VALUE 0.

      * Per-account compliance activity over the window, loaded from
      * the account master first so every source posts against it.
      * As in the structuring scan, a full table ends the run RC 8
      * with a console alert rather than rate on partial data.
       01  WS-RR-ACCT-TABLE.
           05  WS-RA-COUNT            PIC 9(4) VALUE 0.
           05  WS-RA-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-RA-IDX.
               10  WS-RA-ACCOUNT      PIC X(10).
               10  WS-RA-OWNER-1      PIC X(8).
               10  WS-RA-OWNER-2      PIC X(8).
               10  WS-RA-OWNER-3      PIC X(8).
               10  WS-RA-BALANCE      PIC S9(9)V99.
               10  WS-RA-CURRENCY     PIC X(3).
               10  WS-RA-OPEN-DATE    PIC X(10).
               10  WS-RA-BUSINESS     PIC X(1).
               10  WS-RA-CTR-HITS     PIC 9(4).
               10  WS-RA-WL-HITS      PIC 9(4).
               10  WS-RA-STRUCT-HITS  PIC 9(4).
               10  WS-RA-CASH-TOTAL   PIC 9(11)V99.

      * Customer-level STRUCTURING cases (relationship aggregates)
       01  WS-RR-CUST-TABLE.
           05  WS-RC-COUNT            PIC 9(4) VALUE 0.
           05  WS-RC-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RC-IDX.
               10  WS-RC-CUST-ID      PIC X(8).
               10  WS-RC-STRUCT-HITS  PIC 9(4).

      * One customer's totals across the accounts they own
       01  WS-RR-CUSTOMER-WORK.
           05  WS-RW-ACCTS            PIC 9(4).
           05  WS-RW-CTR-HITS         PIC 9(5).
           05  WS-RW-WL-HITS          PIC 9(5).
           05  WS-RW-STRUCT-HITS      PIC 9(5).
           05  WS-RW-CASH-TOTAL       PIC 9(13)V99.
           05  WS-RW-BALANCE          PIC S9(13)V99.
           05  WS-RW-FOREIGN          PIC X(1).
           05  WS-RW-BUSINESS         PIC X(1).
           05  WS-RW-OLDEST-OPEN      PIC X(10).
           05  WS-RW-AGE-DAYS         PIC S9(8).
           05  WS-RW-SCORE            PIC 9(5).
           05  WS-RW-OLD-RATING       PIC X(1).
           05  WS-RW-NEW-RATING       PIC X(1).
           05  WS-RW-OLD-RANK         PIC 9(1).
           05  WS-RW-NEW-RANK         PIC 9(1).
           05  WS-RW-RANK             PIC 9(1).
           05  WS-RW-DRIVERS          PIC X(60).
           05  WS-RW-DRIVER-PTR       PIC 9(3).
           05  WS-RW-CHANGE           PIC X(8).

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
           MOVE "ANALJOB" TO WS-JS-JOB-NAME.
           MOVE "RISKRATE" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "CUSTOMER.dat" TO WS-CUSTOMER-FILE-NAME.
           MOVE "CTRLOG.dat" TO WS-COMPLIANCE-FILE-NAME.
           MOVE "WLHITS.dat" TO WS-WLHITS-FILE-NAME.
           MOVE "MONITOR.dat" TO WS-MONITOR-FILE-NAME.

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

           MOVE 'S' TO WS-BC-FUNCTION.
           MOVE "RISKRATE" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-DUPLICATE
               DISPLAY "RISKRATE already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "RISKRATE_" WS-DATE-FORMATTED(1:4)
               WS-DATE-FORMATTED(6:2) WS-DATE-FORMATTED(9:2) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.
           MOVE SPACES TO WS-EDD-FILE-NAME.
           STRING "EDDLIST_" WS-DATE-FORMATTED(1:4)
               WS-DATE-FORMATTED(6:2) WS-DATE-FORMATTED(9:2) ".txt"
               DELIMITED BY SIZE INTO WS-EDD-FILE-NAME.

           DISPLAY WS-SEPARATOR.
           DISPLAY "CUSTOMER RISK RATING - " WS-DATE-FORMATTED.
           DISPLAY WS-SEPARATOR.

           PERFORM 050-SET-WINDOW-PARA.
           PERFORM 100-LOAD-ACCOUNTS-PARA.
           PERFORM 110-LOAD-CTR-LOG-PARA.
           PERFORM 120-LOAD-WATCHLIST-HITS-PARA.
           PERFORM 130-LOAD-STRUCTURING-PARA.
           PERFORM 140-SCAN-WINDOW-PARA.

           IF SCAN-OVERFLOWED
               DISPLAY "*** RISK TABLES OVERFLOWED - CUSTOMERS NOT "
                   "RATED, WIDEN THE TABLES AND RERUN ***"
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "Risk rating tables overflowed - no "
                   "customers rated, rerun after widening"
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               PERFORM 330-WRITE-ALERT-PARA
               MOVE 8 TO RETURN-CODE
               DISPLAY WS-SEPARATOR
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           PERFORM 200-RATE-CUSTOMERS-PARA.

           MOVE 'E' TO WS-BC-FUNCTION.
           MOVE "RISKRATE" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.

           DISPLAY "Roll files scanned: " WS-DAYS-SCANNED.
           DISPLAY "Customers rated: " WS-RR-SCORED
               "  High " WS-RR-HIGH "  Medium " WS-RR-MEDIUM
               "  Low " WS-RR-LOW.
           DISPLAY "Ratings raised: " WS-RR-RAISED.
           DISPLAY "Due for enhanced due diligence: "
               WS-RR-EDD-LISTED.
           DISPLAY "Rating register written to " WS-REPORT-FILE-NAME.
           DISPLAY "EDD list written to " WS-EDD-FILE-NAME.
           DISPLAY WS-SEPARATOR.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      * SCORING WINDOW - the RISK-WINDOW-DAYS days before the business
      * date; log entries dated on or after the start count
      *-----------------------------------------------------------------
       050-SET-WINDOW-PARA.
           MOVE WS-DATE-FORMATTED(1:4) TO WS-DATE-YYYYMMDD(1:4).
           MOVE WS-DATE-FORMATTED(6:2) TO WS-DATE-YYYYMMDD(5:2).
           MOVE WS-DATE-FORMATTED(9:2) TO WS-DATE-YYYYMMDD(7:2).
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD).

           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER -
                   WS-RISK-WINDOW-DAYS).
           MOVE WS-DATE-YYYYMMDD(1:4) TO WS-WINDOW-START(1:4).
           MOVE '-' TO WS-WINDOW-START(5:1).
           MOVE WS-DATE-YYYYMMDD(5:2) TO WS-WINDOW-START(6:2).
           MOVE '-' TO WS-WINDOW-START(8:1).
           MOVE WS-DATE-YYYYMMDD(7:2) TO WS-WINDOW-START(9:2).

      *-----------------------------------------------------------------
      * LOAD EVERY ACCOUNT NOT CLOSED FROM THE ACCOUNT MASTER
      *-----------------------------------------------------------------
       100-LOAD-ACCOUNTS-PARA.
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
                       IF NOT AR-CLOSED
                           PERFORM 105-ADD-ACCOUNT-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
       105-ADD-ACCOUNT-PARA.
           IF WS-RA-COUNT NOT < 2000
               MOVE 'Y' TO WS-SCAN-OVERFLOW-FLAG
               DISPLAY "ERROR: account table full - "
                   AR-ACCOUNT-NUMBER " not loaded"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RA-COUNT.
           SET WS-RA-IDX TO WS-RA-COUNT.
           MOVE AR-ACCOUNT-NUMBER TO WS-RA-ACCOUNT(WS-RA-IDX).
           MOVE AR-OWNER-1-CUST-ID TO WS-RA-OWNER-1(WS-RA-IDX).
           MOVE AR-OWNER-2-CUST-ID TO WS-RA-OWNER-2(WS-RA-IDX).
           MOVE AR-OWNER-3-CUST-ID TO WS-RA-OWNER-3(WS-RA-IDX).
           IF AR-TYPE-LOAN
               MOVE 0 TO WS-RA-BALANCE(WS-RA-IDX)
           ELSE
               MOVE AR-BALANCE TO WS-RA-BALANCE(WS-RA-IDX)
           END-IF.
           MOVE AR-CURRENCY-CODE TO WS-RA-CURRENCY(WS-RA-IDX).
           MOVE AR-OPEN-DATE TO WS-RA-OPEN-DATE(WS-RA-IDX).
           IF AR-ON-ANALYSIS
               MOVE 'Y' TO WS-RA-BUSINESS(WS-RA-IDX)
           ELSE
               MOVE 'N' TO WS-RA-BUSINESS(WS-RA-IDX)
           END-IF.
           MOVE 0 TO WS-RA-CTR-HITS(WS-RA-IDX).
           MOVE 0 TO WS-RA-WL-HITS(WS-RA-IDX).
           MOVE 0 TO WS-RA-STRUCT-HITS(WS-RA-IDX).
           MOVE 0 TO WS-RA-CASH-TOTAL(WS-RA-IDX).

      *-----------------------------------------------------------------
      * CTR FILINGS INSIDE THE WINDOW
      *-----------------------------------------------------------------
       110-LOAD-CTR-LOG-PARA.
           OPEN INPUT COMPLIANCE-LOG-FILE.
           IF NOT FILE-SUCCESS
               CLOSE COMPLIANCE-LOG-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ COMPLIANCE-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CTR-DATE >= WS-WINDOW-START
                           MOVE CTR-ACCOUNT-NUMBER TO WS-PT-ACCOUNT
                           PERFORM 150-FIND-ACCOUNT-PARA
                           IF ACCOUNT-FOUND
                               ADD 1 TO WS-RA-CTR-HITS(WS-RA-IDX)
                               ADD 1 TO WS-RR-CTR-READ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE COMPLIANCE-LOG-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * WATCHLIST SCREENING HITS INSIDE THE WINDOW
      *-----------------------------------------------------------------
       120-LOAD-WATCHLIST-HITS-PARA.
           OPEN INPUT WATCHLIST-HIT-FILE.
           IF NOT FILE-SUCCESS
               CLOSE WATCHLIST-HIT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ WATCHLIST-HIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WH-DATE >= WS-WINDOW-START AND
                          WH-ACCOUNT-NUMBER NOT = SPACES
                           MOVE WH-ACCOUNT-NUMBER TO WS-PT-ACCOUNT
                           PERFORM 150-FIND-ACCOUNT-PARA
                           IF ACCOUNT-FOUND
                               ADD 1 TO WS-RA-WL-HITS(WS-RA-IDX)
                               ADD 1 TO WS-RR-WL-READ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE WATCHLIST-HIT-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * STRUCTURING CASES RAISED ON THE MONITOR LOG INSIDE THE WINDOW -
      * STRSCAN words its alerts "Possible structuring on account
      * <account>" or "Possible structuring by customer <cust id>"
      *-----------------------------------------------------------------
       130-LOAD-STRUCTURING-PARA.
           OPEN INPUT MONITOR-LOG-FILE.
           IF NOT FILE-SUCCESS
               CLOSE MONITOR-LOG-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ MONITOR-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ML-ALERT-TYPE = "STRUCTURING" AND
                          ML-DATE >= WS-WINDOW-START
                           PERFORM 135-ADD-STRUCTURING-CASE-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MONITOR-LOG-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       135-ADD-STRUCTURING-CASE-PARA.
           IF ML-DETAILS(1:32) = "Possible structuring on account "
               MOVE ML-DETAILS(33:10) TO WS-PT-ACCOUNT
               PERFORM 150-FIND-ACCOUNT-PARA
               IF ACCOUNT-FOUND
                   ADD 1 TO WS-RA-STRUCT-HITS(WS-RA-IDX)
                   ADD 1 TO WS-RR-STRUCT-READ
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF ML-DETAILS(1:33) NOT =
                   "Possible structuring by customer "
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RR-STRUCT-READ.
           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT OR ACCOUNT-FOUND
               IF WS-RC-CUST-ID(WS-RC-IDX) = ML-DETAILS(34:8)
                   ADD 1 TO WS-RC-STRUCT-HITS(WS-RC-IDX)
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
               END-IF
           END-PERFORM.

           IF NOT ACCOUNT-FOUND
               IF WS-RC-COUNT < 500
                   ADD 1 TO WS-RC-COUNT
                   SET WS-RC-IDX TO WS-RC-COUNT
                   MOVE ML-DETAILS(34:8) TO WS-RC-CUST-ID(WS-RC-IDX)
                   MOVE 1 TO WS-RC-STRUCT-HITS(WS-RC-IDX)
               ELSE
                   MOVE 'Y' TO WS-SCAN-OVERFLOW-FLAG
                   DISPLAY "ERROR: customer case table full - "
                       ML-DETAILS(34:8) " not loaded"
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * CASH ACTIVITY ON THE WINDOW'S ROLL FILES - DEPOSIT and
      * WITHDRAWAL postings, as the structuring scan counts them
      *-----------------------------------------------------------------
       140-SCAN-WINDOW-PARA.
           PERFORM VARYING WS-WINDOW-DAY FROM 1 BY 1
                   UNTIL WS-WINDOW-DAY > WS-RISK-WINDOW-DAYS
               COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER -
                       WS-WINDOW-DAY)
               PERFORM 145-SCAN-ONE-DAY-PARA
           END-PERFORM.

      *-----------------------------------------------------------------
       145-SCAN-ONE-DAY-PARA.
           MOVE WS-DATE-YYYYMMDD TO WS-RR-DATE.

           MOVE 'O' TO WS-RR-FUNCTION.
           CALL 'ROLLREAD' USING WS-ROLL-READ-AREA.
           IF NOT RR-OK
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-DAYS-SCANNED.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               MOVE 'R' TO WS-RR-FUNCTION
               CALL 'ROLLREAD' USING WS-ROLL-READ-AREA
               IF NOT RR-OK
                   MOVE 'Y' TO WS-EOF-FLAG
               ELSE
                   PERFORM 146-PARSE-ROLL-LINE-PARA
                   IF WS-PT-RESULT = "SUCCESS" AND
                      (WS-PT-TYPE = "DEPOSIT" OR
                       WS-PT-TYPE = "WITHDRAWAL")
                       PERFORM 150-FIND-ACCOUNT-PARA
                       IF ACCOUNT-FOUND
                           ADD WS-PT-AMOUNT TO
                               WS-RA-CASH-TOTAL(WS-RA-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 'C' TO WS-RR-FUNCTION.
           CALL 'ROLLREAD' USING WS-ROLL-READ-AREA.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       146-PARSE-ROLL-LINE-PARA.
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
      * LOCATE WS-PT-ACCOUNT IN THE ACCOUNT TABLE (WS-RA-IDX points at
      * it when WS-ACCOUNT-FOUND-FLAG comes back 'Y')
      *-----------------------------------------------------------------
       150-FIND-ACCOUNT-PARA.
           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.
           PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                   UNTIL WS-RA-IDX > WS-RA-COUNT OR ACCOUNT-FOUND
               IF WS-RA-ACCOUNT(WS-RA-IDX) = WS-PT-ACCOUNT
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF ACCOUNT-FOUND
               SET WS-RA-IDX DOWN BY 1
           END-IF.

      *-----------------------------------------------------------------
      * RATE EVERY LIVING CUSTOMER ON THE CUSTOMER MASTER
      *-----------------------------------------------------------------
       200-RATE-CUSTOMERS-PARA.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT EDD-LIST-FILE.
           PERFORM 250-WRITE-HEADERS-PARA.

           OPEN I-O CUSTOMER-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open customer file."
               CLOSE CUSTOMER-FILE
           ELSE
               MOVE 'N' TO WS-END-OF-FILE-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ CUSTOMER-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE-FLAG
                       NOT AT END
                           IF NOT CU-DECEASED
                               PERFORM 210-RATE-ONE-CUSTOMER-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
               MOVE 'N' TO WS-END-OF-FILE-FLAG
           END-IF.

           PERFORM 260-WRITE-TOTALS-PARA.
           CLOSE REPORT-FILE.
           CLOSE EDD-LIST-FILE.

      *-----------------------------------------------------------------
      * SCORE ONE CUSTOMER, STORE THE RATING AND LIST IT
      *-----------------------------------------------------------------
       210-RATE-ONE-CUSTOMER-PARA.
           PERFORM 220-GATHER-CUSTOMER-PARA.
           PERFORM 230-SCORE-CUSTOMER-PARA.

           MOVE CU-RISK-RATING TO WS-RW-OLD-RATING.
           MOVE WS-RW-OLD-RATING TO WS-RK-RATING.
           PERFORM 235-RATING-RANK-PARA.
           MOVE WS-RW-RANK TO WS-RW-OLD-RANK.
           MOVE WS-RW-NEW-RATING TO WS-RK-RATING.
           PERFORM 235-RATING-RANK-PARA.
           MOVE WS-RW-RANK TO WS-RW-NEW-RANK.

      * A change of rating restarts the review cycle; a customer
      * moving to High is due for enhanced due diligence at once.
      * An unchanged rating keeps the review date already set.
           MOVE WS-DATE-FORMATTED TO WS-RK-BASE-DATE.
           MOVE WS-RW-NEW-RATING TO WS-RK-RATING.
           EVALUATE TRUE
               WHEN WS-RW-NEW-RATING NOT = WS-RW-OLD-RATING AND
                    WS-RW-NEW-RATING = 'H'
                   MOVE WS-DATE-FORMATTED TO CU-RISK-REVIEW-DATE
               WHEN WS-RW-NEW-RATING NOT = WS-RW-OLD-RATING OR
                    CU-RISK-REVIEW-DATE = SPACES
                   PERFORM 240-NEXT-REVIEW-DATE-PARA
                   MOVE WS-RK-NEXT-REVIEW TO CU-RISK-REVIEW-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE SPACES TO WS-RW-CHANGE.
           EVALUATE TRUE
               WHEN WS-RW-OLD-RANK = 0
                   MOVE "NEW" TO WS-RW-CHANGE
               WHEN WS-RW-NEW-RANK > WS-RW-OLD-RANK
                   MOVE "RAISED" TO WS-RW-CHANGE
               WHEN WS-RW-NEW-RANK < WS-RW-OLD-RANK
                   MOVE "LOWERED" TO WS-RW-CHANGE
               WHEN OTHER
                   MOVE "SAME" TO WS-RW-CHANGE
           END-EVALUATE.

           MOVE WS-RW-NEW-RATING TO CU-RISK-RATING.
           IF WS-RW-SCORE > 999
               MOVE 999 TO CU-RISK-SCORE
           ELSE
               MOVE WS-RW-SCORE TO CU-RISK-SCORE
           END-IF.
           MOVE WS-DATE-FORMATTED TO CU-RISK-RATED-DATE.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to store rating for "
                       CU-CUSTOMER-ID
                   EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO WS-RR-SCORED.
           EVALUATE WS-RW-NEW-RATING
               WHEN 'H'
                   ADD 1 TO WS-RR-HIGH
               WHEN 'M'
                   ADD 1 TO WS-RR-MEDIUM
               WHEN OTHER
                   ADD 1 TO WS-RR-LOW
           END-EVALUATE.

           PERFORM 255-WRITE-REGISTER-LINE-PARA.

      * A first rating is not a rise - only a rated customer moving
      * up a band goes to the alert console.
           IF WS-RW-OLD-RANK > 0 AND
              WS-RW-NEW-RANK > WS-RW-OLD-RANK
               ADD 1 TO WS-RR-RAISED
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "Customer " CU-CUSTOMER-ID " " CU-NAME
                   " risk raised " WS-RW-OLD-RATING " to "
                   WS-RW-NEW-RATING " score " CU-RISK-SCORE
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               PERFORM 330-WRITE-ALERT-PARA
           END-IF.

           IF CU-RISK-HIGH AND
              CU-RISK-REVIEW-DATE <= WS-DATE-FORMATTED
               PERFORM 257-WRITE-EDD-LINE-PARA
           END-IF.

      *-----------------------------------------------------------------
      * TOTAL THE CUSTOMER'S ACCOUNTS FROM THE ACCOUNT TABLE
      *-----------------------------------------------------------------
       220-GATHER-CUSTOMER-PARA.
           INITIALIZE WS-RR-CUSTOMER-WORK.
           MOVE 'N' TO WS-RW-FOREIGN.
           MOVE 'N' TO WS-RW-BUSINESS.
           MOVE HIGH-VALUES TO WS-RW-OLDEST-OPEN.

           PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                   UNTIL WS-RA-IDX > WS-RA-COUNT
               IF WS-RA-OWNER-1(WS-RA-IDX) = CU-CUSTOMER-ID OR
                  WS-RA-OWNER-2(WS-RA-IDX) = CU-CUSTOMER-ID OR
                  WS-RA-OWNER-3(WS-RA-IDX) = CU-CUSTOMER-ID
                   ADD 1 TO WS-RW-ACCTS
                   ADD WS-RA-CTR-HITS(WS-RA-IDX) TO WS-RW-CTR-HITS
                   ADD WS-RA-WL-HITS(WS-RA-IDX) TO WS-RW-WL-HITS
                   ADD WS-RA-STRUCT-HITS(WS-RA-IDX) TO
                       WS-RW-STRUCT-HITS
                   ADD WS-RA-CASH-TOTAL(WS-RA-IDX) TO
                       WS-RW-CASH-TOTAL
                   ADD WS-RA-BALANCE(WS-RA-IDX) TO WS-RW-BALANCE
                   IF WS-RA-CURRENCY(WS-RA-IDX) NOT = "USD" AND
                      WS-RA-CURRENCY(WS-RA-IDX) NOT = SPACES
                       MOVE 'Y' TO WS-RW-FOREIGN
                   END-IF
                   IF WS-RA-BUSINESS(WS-RA-IDX) = 'Y'
                       MOVE 'Y' TO WS-RW-BUSINESS
                   END-IF
                   IF WS-RA-OPEN-DATE(WS-RA-IDX) NOT = SPACES AND
                      WS-RA-OPEN-DATE(WS-RA-IDX) < WS-RW-OLDEST-OPEN
                       MOVE WS-RA-OPEN-DATE(WS-RA-IDX) TO
                           WS-RW-OLDEST-OPEN
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-CUST-ID(WS-RC-IDX) = CU-CUSTOMER-ID
                   ADD WS-RC-STRUCT-HITS(WS-RC-IDX) TO
                       WS-RW-STRUCT-HITS
               END-IF
           END-PERFORM.

      * With no dated account on file the customer's own opening date
      * stands in for the age of the relationship.
           IF WS-RW-OLDEST-OPEN = HIGH-VALUES
               MOVE CU-DATE-OPENED TO WS-RW-OLDEST-OPEN
           END-IF.
           MOVE -1 TO WS-RW-AGE-DAYS.
           IF WS-RW-OLDEST-OPEN(1:4) NUMERIC AND
              WS-RW-OLDEST-OPEN(6:2) NUMERIC AND
              WS-RW-OLDEST-OPEN(9:2) NUMERIC
               MOVE WS-RW-OLDEST-OPEN(1:4) TO WS-RK-DATE-YYYYMMDD(1:4)
               MOVE WS-RW-OLDEST-OPEN(6:2) TO WS-RK-DATE-YYYYMMDD(5:2)
               MOVE WS-RW-OLDEST-OPEN(9:2) TO WS-RK-DATE-YYYYMMDD(7:2)
               COMPUTE WS-RW-AGE-DAYS = WS-DATE-INTEGER -
                   FUNCTION INTEGER-OF-DATE(WS-RK-DATE-YYYYMMDD)
           END-IF.

      *-----------------------------------------------------------------
      * ADD UP THE POINTS AND BAND THE SCORE
      *-----------------------------------------------------------------
       230-SCORE-CUSTOMER-PARA.
           MOVE 0 TO WS-RW-SCORE.
           MOVE SPACES TO WS-RW-DRIVERS.
           MOVE 1 TO WS-RW-DRIVER-PTR.

           IF WS-RW-CTR-HITS > 0
               COMPUTE WS-RW-SCORE = WS-RW-SCORE +
                   WS-RW-CTR-HITS * WS-RISK-PTS-CTR
                   ON SIZE ERROR MOVE 99999 TO WS-RW-SCORE
               END-COMPUTE
               STRING "CTR " DELIMITED BY SIZE INTO WS-RW-DRIVERS
                   WITH POINTER WS-RW-DRIVER-PTR
           END-IF.
           IF WS-RW-WL-HITS > 0
               COMPUTE WS-RW-SCORE = WS-RW-SCORE +
                   WS-RW-WL-HITS * WS-RISK-PTS-WATCHLIST
                   ON SIZE ERROR MOVE 99999 TO WS-RW-SCORE
               END-COMPUTE
               STRING "WATCHLIST " DELIMITED BY SIZE
                   INTO WS-RW-DRIVERS WITH POINTER WS-RW-DRIVER-PTR
           END-IF.
           IF WS-RW-STRUCT-HITS > 0
               COMPUTE WS-RW-SCORE = WS-RW-SCORE +
                   WS-RW-STRUCT-HITS * WS-RISK-PTS-STRUCT
                   ON SIZE ERROR MOVE 99999 TO WS-RW-SCORE
               END-COMPUTE
               STRING "STRUCTURING " DELIMITED BY SIZE
                   INTO WS-RW-DRIVERS WITH POINTER WS-RW-DRIVER-PTR
           END-IF.
           IF WS-RW-CASH-TOTAL >= WS-RISK-CASH-LIMIT
               ADD WS-RISK-PTS-CASH TO WS-RW-SCORE
                   ON SIZE ERROR MOVE 99999 TO WS-RW-SCORE
               END-ADD
               STRING "CASH " DELIMITED BY SIZE
                   INTO WS-RW-DRIVERS WITH POINTER WS-RW-DRIVER-PTR
           END-IF.
           IF WS-RW-BALANCE >= WS-RISK-BALANCE-LIMIT
               ADD WS-RISK-PTS-BALANCE TO WS-RW-SCORE
                   ON SIZE ERROR MOVE 99999 TO WS-RW-SCORE
               END-ADD
               STRING "BALANCE " DELIMITED BY SIZE
                   INTO WS-RW-DRIVERS WITH POINTER WS-RW-DRIVER-PTR
           END-IF.
           IF WS-RW-FOREIGN = 'Y'
               ADD WS-RISK-PTS-FOREIGN TO WS-RW-SCORE
                   ON SIZE ERROR MOVE 99999 TO WS-RW-SCORE
               END-ADD
               STRING "FOREIGN-CCY " DELIMITED BY SIZE
                   INTO WS-RW-DRIVERS WITH POINTER WS-RW-DRIVER-PTR
           END-IF.
           IF WS-RW-BUSINESS = 'Y'
               ADD WS-RISK-PTS-BUSINESS TO WS-RW-SCORE
                   ON SIZE ERROR MOVE 99999 TO WS-RW-SCORE
               END-ADD
               STRING "BUSINESS " DELIMITED BY SIZE
                   INTO WS-RW-DRIVERS WITH POINTER WS-RW-DRIVER-PTR
           END-IF.
           IF WS-RW-AGE-DAYS >= 0 AND
              WS-RW-AGE-DAYS < WS-RISK-NEW-REL-DAYS
               ADD WS-RISK-PTS-NEW-REL TO WS-RW-SCORE
                   ON SIZE ERROR MOVE 99999 TO WS-RW-SCORE
               END-ADD
               STRING "NEW-RELATIONSHIP " DELIMITED BY SIZE
                   INTO WS-RW-DRIVERS WITH POINTER WS-RW-DRIVER-PTR
           END-IF.

           EVALUATE TRUE
               WHEN WS-RW-SCORE >= WS-RISK-HIGH-SCORE
                   MOVE 'H' TO WS-RW-NEW-RATING
               WHEN WS-RW-SCORE >= WS-RISK-MEDIUM-SCORE
                   MOVE 'M' TO WS-RW-NEW-RATING
               WHEN OTHER
                   MOVE 'L' TO WS-RW-NEW-RATING
           END-EVALUATE.

      *-----------------------------------------------------------------
      * RANK OF RATING WS-RK-RATING INTO WS-RW-RANK (0 unrated, 1 L,
      * 2 M, 3 H)
      *-----------------------------------------------------------------
       235-RATING-RANK-PARA.
           EVALUATE WS-RK-RATING
               WHEN 'H'
                   MOVE 3 TO WS-RW-RANK
               WHEN 'M'
                   MOVE 2 TO WS-RW-RANK
               WHEN 'L'
                   MOVE 1 TO WS-RW-RANK
               WHEN OTHER
                   MOVE 0 TO WS-RW-RANK
           END-EVALUATE.

      *-----------------------------------------------------------------
      * NEXT REVIEW DATE - WS-RK-BASE-DATE plus the review cycle for
      * rating WS-RK-RATING, into WS-RK-NEXT-REVIEW
      *-----------------------------------------------------------------
       240-NEXT-REVIEW-DATE-PARA.
           EVALUATE WS-RK-RATING
               WHEN 'H'
                   MOVE WS-RISK-REVIEW-DAYS-H TO WS-RK-REVIEW-DAYS
               WHEN 'M'
                   MOVE WS-RISK-REVIEW-DAYS-M TO WS-RK-REVIEW-DAYS
               WHEN OTHER
                   MOVE WS-RISK-REVIEW-DAYS-L TO WS-RK-REVIEW-DAYS
           END-EVALUATE.

           MOVE WS-RK-BASE-DATE(1:4) TO WS-RK-DATE-YYYYMMDD(1:4).
           MOVE WS-RK-BASE-DATE(6:2) TO WS-RK-DATE-YYYYMMDD(5:2).
           MOVE WS-RK-BASE-DATE(9:2) TO WS-RK-DATE-YYYYMMDD(7:2).
           COMPUTE WS-RK-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RK-DATE-YYYYMMDD) +
               WS-RK-REVIEW-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-RK-DATE-INTEGER)
               TO WS-RK-DATE-YYYYMMDD.
           MOVE WS-RK-DATE-YYYYMMDD(1:4) TO WS-RK-NEXT-REVIEW(1:4).
           MOVE '-' TO WS-RK-NEXT-REVIEW(5:1).
           MOVE WS-RK-DATE-YYYYMMDD(5:2) TO WS-RK-NEXT-REVIEW(6:2).
           MOVE '-' TO WS-RK-NEXT-REVIEW(8:1).
           MOVE WS-RK-DATE-YYYYMMDD(7:2) TO WS-RK-NEXT-REVIEW(9:2).

      *-----------------------------------------------------------------
      * REGISTER AND EDD LIST HEADINGS
      *-----------------------------------------------------------------
       250-WRITE-HEADERS-PARA.
           MOVE SPACES TO REPORT-LINE.
           STRING "PNC BANK - CUSTOMER RISK RATING REGISTER - "
               WS-DATE-FORMATTED " (window from " WS-WINDOW-START
               ")" DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Customer Name                           Score Was "
               "Now Change   Review Due  Drivers"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO EDD-LINE.
           STRING "PNC BANK - ENHANCED DUE DILIGENCE REVIEW LIST - "
               WS-DATE-FORMATTED DELIMITED BY SIZE INTO EDD-LINE.
           WRITE EDD-LINE.
           MOVE SPACES TO EDD-LINE.
           STRING "High-risk customers whose due diligence review "
               "has fallen due" DELIMITED BY SIZE INTO EDD-LINE.
           WRITE EDD-LINE.
           MOVE SPACES TO EDD-LINE.
           WRITE EDD-LINE.
           MOVE SPACES TO EDD-LINE.
           STRING "Customer Name                           Score "
               "Review Due  Accts CTR WL  STR  Drivers"
               DELIMITED BY SIZE INTO EDD-LINE.
           WRITE EDD-LINE.
           MOVE ALL "-" TO EDD-LINE.
           WRITE EDD-LINE.

      *-----------------------------------------------------------------
       255-WRITE-REGISTER-LINE-PARA.
           MOVE SPACES TO REPORT-LINE.
           STRING CU-CUSTOMER-ID " " CU-NAME " " CU-RISK-SCORE "   "
               WS-RW-OLD-RATING "   " WS-RW-NEW-RATING "  "
               WS-RW-CHANGE " " CU-RISK-REVIEW-DATE "  "
               WS-RW-DRIVERS DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
       257-WRITE-EDD-LINE-PARA.
           ADD 1 TO WS-RR-EDD-LISTED.
           MOVE SPACES TO EDD-LINE.
           STRING CU-CUSTOMER-ID " " CU-NAME " " CU-RISK-SCORE "   "
               CU-RISK-REVIEW-DATE "  " WS-RW-ACCTS " "
               WS-RW-CTR-HITS(3:3) " " WS-RW-WL-HITS(3:3) " "
               WS-RW-STRUCT-HITS(3:3) "  " WS-RW-DRIVERS
               DELIMITED BY SIZE INTO EDD-LINE.
           WRITE EDD-LINE.

      *-----------------------------------------------------------------
       260-WRITE-TOTALS-PARA.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Customers rated: " WS-RR-SCORED "   High: "
               WS-RR-HIGH "   Medium: " WS-RR-MEDIUM "   Low: "
               WS-RR-LOW DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Ratings raised: " WS-RR-RAISED
               "   Due for enhanced due diligence: " WS-RR-EDD-LISTED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Sources in window - CTR filings: " WS-RR-CTR-READ
               "   Watchlist hits: " WS-RR-WL-READ
               "   Structuring cases: " WS-RR-STRUCT-READ
               "   Roll files: " WS-DAYS-SCANNED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE ALL "-" TO EDD-LINE.
           WRITE EDD-LINE.
           MOVE SPACES TO EDD-LINE.
           STRING "Customers listed: " WS-RR-EDD-LISTED
               DELIMITED BY SIZE INTO EDD-LINE.
           WRITE EDD-LINE.

      *-----------------------------------------------------------------
      * RAISE ONE RISK-RATING ALERT FOR THE OPERATIONS CONSOLE
      *-----------------------------------------------------------------
       330-WRITE-ALERT-PARA.
           OPEN EXTEND MONITOR-LOG-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT MONITOR-LOG-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-DATE-FORMATTED TO ML-DATE.
           MOVE WS-CURRENT-HOUR TO ML-TIME(1:2).
           MOVE ':' TO ML-TIME(3:1).
           MOVE WS-CURRENT-MINUTE TO ML-TIME(4:2).
           MOVE ':' TO ML-TIME(6:1).
           MOVE WS-CURRENT-SECOND TO ML-TIME(7:2).
           MOVE "RISK-RATING" TO ML-ALERT-TYPE.
           MOVE WS-ERROR-MESSAGE TO ML-DETAILS.
           MOVE 'N' TO ML-ACK-FLAG.
           MOVE SPACES TO ML-ACK-TELLER-ID.
           MOVE SPACES TO ML-ACK-NOTE.
           WRITE MONITOR-LOG-RECORD.

           CLOSE MONITOR-LOG-FILE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-DAYS-SCANNED TO WS-JS-READ-COUNT.
           MOVE WS-RR-SCORED TO WS-JS-POSTED-COUNT.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
