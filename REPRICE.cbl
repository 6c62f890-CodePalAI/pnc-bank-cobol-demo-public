      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - VARIABLE RATE REPRICING
      *
      * End-of-day batch step, run ahead of LOANSRV and INTEREST so
      * the night's accruals use the new rate: every account tied to
      * a rate index on the variable rate plan file whose repricing
      * date has arrived is repriced to the index value in force on
      * the business date plus the plan margin, held between the
      * plan floor and ceiling (zero = none). For each rate that
      * moves:
      *   - AR-INTEREST-RATE is rewritten on the master (journaled)
      *   - the old and new rate go to the maintenance audit log
      *   - for a LOAN, the open payment schedule entries not yet due
      *     are re-amortized at the new rate over the entries left,
      *     so the next payment reflects it (a legacy month-at-a-time
      *     schedule gets its next entry recomputed the way LOANSRV
      *     builds it)
      *   - a RATECHG notice is queued for the NOTICES step
      * The plan's next repricing date then moves on by its
      * frequency in months. A plan whose index has no value on or
      * before the business date is left due (so it retries the
      * next night) and raised on the alert console; a plan whose
      * account has closed is retired. Writes the repricing report
      * REPRICE_YYYYMMDD.txt. Run with no operator interaction - see
      * EODJOB.jcl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRICE.
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

       DATA DIVISION.
       FILE SECTION.
           COPY 'FILEDEF.cpy'.
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

       WORKING-STORAGE SECTION.
           COPY 'DATADEF.cpy'.

       01  WS-LOAN-SCHED-NAME         PIC X(40) VALUE 'LOANSCHD.dat'.
       01  WS-LS-FILE-STATUS          PIC X(2).
           88 LS-FILE-SUCCESS         VALUE '00'.
       01  WS-PLANS-READ              PIC 9(7) VALUE 0.
       01  WS-PLANS-DUE               PIC 9(7) VALUE 0.
       01  WS-RATES-CHANGED           PIC 9(7) VALUE 0.
       01  WS-RATES-UNCHANGED         PIC 9(7) VALUE 0.
       01  WS-LOANS-REAMORTIZED       PIC 9(7) VALUE 0.
       01  WS-NOTICES-QUEUED          PIC 9(7) VALUE 0.
       01  WS-PLANS-NO-INDEX          PIC 9(7) VALUE 0.
       01  WS-PLANS-RETIRED           PIC 9(7) VALUE 0.

      * One plan's repricing
       01  WS-REPRICE-WORK.
           05  WS-RP-INDEX-FOUND-FLAG PIC X(1) VALUE 'N'.
               88 RP-INDEX-FOUND      VALUE 'Y'.
           05  WS-RP-INDEX-RATE       PIC 9(2)V9(3) VALUE 0.
           05  WS-RP-INDEX-DATE       PIC X(10).
           05  WS-RP-NEW-RATE         PIC S9(3)V9(3) VALUE 0.
           05  WS-RP-OLD-RATE         PIC 9(2)V9(3) VALUE 0.
           05  WS-RP-LIMIT-NOTE       PIC X(8).
           05  WS-RP-NOTE             PIC X(40).
           05  WS-RP-RATE-DISPLAY     PIC 9(2).9(3).
           05  WS-RP-OLD-DISPLAY      PIC 9(2).9(3).
           05  WS-RP-MARGIN-DISPLAY   PIC +9(2).9(3).
           05  WS-RP-AMOUNT-EDIT      PIC ZZZ,ZZZ,ZZ9.99.
      * Next repricing date arithmetic
           05  WS-RP-YEAR             PIC 9(4) VALUE 0.
           05  WS-RP-MONTH            PIC 9(2) VALUE 0.
           05  WS-RP-DAY              PIC 9(2) VALUE 0.
           05  WS-RP-MONTH-END        PIC 9(2) VALUE 0.
           05  WS-RP-MONTHS           PIC 9(6) VALUE 0.
           05  WS-RP-DATE-YYYYMMDD    PIC 9(8).
           05  WS-RP-DATE-INTEGER     PIC 9(8).
      * Loan schedule re-amortization
           05  WS-RP-ENTRIES-LEFT     PIC 9(3) VALUE 0.
           05  WS-RP-ENTRY-IDX        PIC 9(3) VALUE 0.
           05  WS-RP-SCHED-PRIN       PIC 9(9)V99 VALUE 0.
           05  WS-RP-HELD-PRIN        PIC 9(9)V99 VALUE 0.
           05  WS-RP-PRINCIPAL        PIC S9(9)V99 VALUE 0.
           05  WS-RP-REMAIN           PIC S9(9)V99 VALUE 0.
           05  WS-RP-MONTH-RATE       PIC 9(2)V9(9) VALUE 0.
           05  WS-RP-FACTOR           PIC 9(7)V9(9) VALUE 0.
           05  WS-RP-PAYMENT          PIC 9(9)V99 VALUE 0.
           05  WS-RP-NEXT-PAYMENT     PIC 9(9)V99 VALUE 0.
           05  WS-RP-LEGACY-FLAG      PIC X(1) VALUE 'N'.
               88 RP-LEGACY-SCHEDULE  VALUE 'Y'.

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "REPRICE" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "RATEIDX.dat" TO WS-RATEIDX-FILE-NAME.
           MOVE "VRPLAN.dat" TO WS-VRPLAN-FILE-NAME.
           MOVE "AUDITLOG.dat" TO WS-AUDIT-FILE-NAME.
           MOVE "NOTICEQ.dat" TO WS-NOTICEQ-FILE-NAME.
           MOVE "MONITOR.dat" TO WS-MONITOR-FILE-NAME.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           MOVE '-' TO WS-DATE-FORMATTED(5:1).
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).
           MOVE WS-CURRENT-HOUR TO WS-TR-TIME(1:2).
           MOVE ':' TO WS-TR-TIME(3:1).
           MOVE WS-CURRENT-MINUTE TO WS-TR-TIME(4:2).
           MOVE ':' TO WS-TR-TIME(6:1).
           MOVE WS-CURRENT-SECOND TO WS-TR-TIME(7:2).

           MOVE 'D' TO WS-BC-FUNCTION.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-OK
               MOVE WS-BC-BUSINESS-DATE TO WS-DATE-FORMATTED
           END-IF.

           CALL 'PARMLOAD' USING WS-BUSINESS-RULES
               WS-DATE-FORMATTED.

           MOVE 'S' TO WS-BC-FUNCTION.
           MOVE "REPRICE" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-DUPLICATE
               DISPLAY "REPRICE already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "REPRICE_" WS-DATE-FORMATTED(1:4)
               WS-DATE-FORMATTED(6:2) WS-DATE-FORMATTED(9:2) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

           DISPLAY WS-SEPARATOR.
           DISPLAY "VARIABLE RATE REPRICING - " WS-DATE-FORMATTED.
           DISPLAY WS-SEPARATOR.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PNC BANK - VARIABLE RATE REPRICING - "
               WS-DATE-FORMATTED DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Account    Type       Index    Index  Margin  "
               TO REPORT-LINE.
           MOVE "Old    New    Next date  Note" TO
               REPORT-LINE(48:30).
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 100-SCAN-PLANS-PARA.
           PERFORM 800-WRITE-TOTALS-PARA.

           CLOSE REPORT-FILE.

           DISPLAY "Plans read: " WS-PLANS-READ
               "  due: " WS-PLANS-DUE.
           DISPLAY "Rates changed: " WS-RATES-CHANGED
               "  unchanged: " WS-RATES-UNCHANGED.
           DISPLAY "Loan schedules re-amortized: "
               WS-LOANS-REAMORTIZED.
           DISPLAY "Rate change notices queued: " WS-NOTICES-QUEUED.
           DISPLAY "Left due - no index value: " WS-PLANS-NO-INDEX.
           DISPLAY "Plans retired (account closed/missing): "
               WS-PLANS-RETIRED.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME.
           DISPLAY WS-SEPARATOR.

           MOVE 'E' TO WS-BC-FUNCTION.
           MOVE "REPRICE" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      * READ EVERY PLAN; REPRICE THE ACTIVE ONES THAT ARE DUE
      *-----------------------------------------------------------------
       100-SCAN-PLANS-PARA.
           OPEN I-O VARIABLE-RATE-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No variable rate plans on file - nothing "
                   "to reprice."
               MOVE "  No variable rate plans on file." TO
                   REPORT-LINE
               WRITE REPORT-LINE
               CLOSE VARIABLE-RATE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ VARIABLE-RATE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       ADD 1 TO WS-PLANS-READ
                       IF VR-ACTIVE AND
                          VR-NEXT-REPRICE-DATE <= WS-DATE-FORMATTED
                           ADD 1 TO WS-PLANS-DUE
                           PERFORM 110-REPRICE-ONE-PLAN-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE VARIABLE-RATE-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
      * REPRICE ONE DUE PLAN AND MOVE ITS REPRICING DATE ON
      *-----------------------------------------------------------------
       110-REPRICE-ONE-PLAN-PARA.
           MOVE SPACES TO WS-RP-NOTE.

           PERFORM 200-FIND-INDEX-VALUE-PARA.
           IF NOT RP-INDEX-FOUND
               ADD 1 TO WS-PLANS-NO-INDEX
               PERFORM 150-ALERT-NO-INDEX-PARA
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-RP-NEW-RATE = WS-RP-INDEX-RATE + VR-MARGIN.
           MOVE SPACES TO WS-RP-LIMIT-NOTE.
           IF WS-RP-NEW-RATE < 0
               MOVE 0 TO WS-RP-NEW-RATE
           END-IF.
           IF VR-FLOOR-RATE > 0 AND WS-RP-NEW-RATE < VR-FLOOR-RATE
               MOVE VR-FLOOR-RATE TO WS-RP-NEW-RATE
               MOVE "FLOOR" TO WS-RP-LIMIT-NOTE
           END-IF.
           IF VR-CEILING-RATE > 0 AND
              WS-RP-NEW-RATE > VR-CEILING-RATE
               MOVE VR-CEILING-RATE TO WS-RP-NEW-RATE
               MOVE "CEILING" TO WS-RP-LIMIT-NOTE
           END-IF.
           IF WS-RP-NEW-RATE > 99.999
               MOVE 99.999 TO WS-RP-NEW-RATE
           END-IF.

           PERFORM 300-APPLY-TO-ACCOUNT-PARA.

           IF VR-REMOVED
               ADD 1 TO WS-PLANS-RETIRED
           ELSE
               MOVE WS-DATE-FORMATTED TO VR-LAST-REPRICE-DATE
               MOVE WS-RP-INDEX-RATE TO VR-LAST-INDEX-RATE
               PERFORM 250-ADVANCE-REPRICE-DATE-PARA
           END-IF.
           MOVE "REPRICE" TO VR-CHANGED-BY.
           MOVE WS-DATE-FORMATTED TO VR-CHANGED-DATE.
           REWRITE VARIABLE-RATE-RECORD
               INVALID KEY
                   DISPLAY "ERROR rewriting plan " VR-ACCOUNT-NUMBER
           END-REWRITE.

           PERFORM 700-WRITE-DETAIL-PARA.

      *-----------------------------------------------------------------
      * RAISE A PLAN WHOSE INDEX HAS NO VALUE IN FORCE
      *-----------------------------------------------------------------
       150-ALERT-NO-INDEX-PARA.
           MOVE SPACES TO REPORT-LINE.
           STRING VR-ACCOUNT-NUMBER "            " VR-INDEX-CODE
               "  NOT REPRICED - no " VR-INDEX-CODE
               " value on or before " WS-DATE-FORMATTED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "*** NO INDEX VALUE: " VR-INDEX-CODE
               " for account " VR-ACCOUNT-NUMBER " ***".

           OPEN EXTEND MONITOR-LOG-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT MONITOR-LOG-FILE
           END-IF.
           MOVE WS-DATE-FORMATTED TO ML-DATE.
           MOVE WS-TR-TIME TO ML-TIME.
           MOVE "REPRICE" TO ML-ALERT-TYPE.
           MOVE SPACES TO ML-DETAILS.
           STRING "Account " VR-ACCOUNT-NUMBER " not repriced - no "
               VR-INDEX-CODE " value on or before "
               WS-DATE-FORMATTED
               DELIMITED BY SIZE INTO ML-DETAILS.
           MOVE 'N' TO ML-ACK-FLAG.
           MOVE SPACES TO ML-ACK-TELLER-ID.
           MOVE SPACES TO ML-ACK-NOTE.
           WRITE MONITOR-LOG-RECORD.
           CLOSE MONITOR-LOG-FILE.

      *-----------------------------------------------------------------
      * THE PLAN INDEX'S VALUE IN FORCE ON THE BUSINESS DATE - THE
      * LATEST EFFECTIVE DATE ON OR BEFORE IT (key order)
      *-----------------------------------------------------------------
       200-FIND-INDEX-VALUE-PARA.
           MOVE 'N' TO WS-RP-INDEX-FOUND-FLAG.
           MOVE 0 TO WS-RP-INDEX-RATE.
           MOVE SPACES TO WS-RP-INDEX-DATE.

           OPEN INPUT RATE-INDEX-FILE.
           IF NOT FILE-SUCCESS
               CLOSE RATE-INDEX-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE VR-INDEX-CODE TO RX-INDEX-CODE.
           MOVE LOW-VALUES TO RX-EFF-DATE.
           START RATE-INDEX-FILE KEY IS NOT LESS THAN RX-KEY
               INVALID KEY
                   CLOSE RATE-INDEX-FILE
                   EXIT PARAGRAPH
           END-START.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ RATE-INDEX-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RX-INDEX-CODE NOT = VR-INDEX-CODE OR
                          RX-EFF-DATE > WS-DATE-FORMATTED
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           MOVE 'Y' TO WS-RP-INDEX-FOUND-FLAG
                           MOVE RX-RATE TO WS-RP-INDEX-RATE
                           MOVE RX-EFF-DATE TO WS-RP-INDEX-DATE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RATE-INDEX-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * MOVE THE NEXT REPRICING DATE ON BY THE PLAN FREQUENCY UNTIL
      * IT IS PAST THE BUSINESS DATE - the day of month carries,
      * clamped to the month end
      *-----------------------------------------------------------------
       250-ADVANCE-REPRICE-DATE-PARA.
           IF VR-FREQ-MONTHS = 0
               MOVE 1 TO VR-FREQ-MONTHS
           END-IF.
           IF VR-NEXT-REPRICE-DATE(1:4) NOT NUMERIC OR
              VR-NEXT-REPRICE-DATE(6:2) NOT NUMERIC OR
              VR-NEXT-REPRICE-DATE(9:2) NOT NUMERIC
               MOVE WS-DATE-FORMATTED TO VR-NEXT-REPRICE-DATE
           END-IF.

           MOVE VR-NEXT-REPRICE-DATE(1:4) TO WS-RP-YEAR.
           MOVE VR-NEXT-REPRICE-DATE(6:2) TO WS-RP-MONTH.
           MOVE VR-NEXT-REPRICE-DATE(9:2) TO WS-RP-DAY.

           PERFORM UNTIL VR-NEXT-REPRICE-DATE > WS-DATE-FORMATTED
               COMPUTE WS-RP-MONTHS = WS-RP-YEAR * 12 +
                   WS-RP-MONTH - 1 + VR-FREQ-MONTHS
               DIVIDE WS-RP-MONTHS BY 12 GIVING WS-RP-YEAR
                   REMAINDER WS-RP-MONTH
               ADD 1 TO WS-RP-MONTH
               PERFORM 260-SET-MONTH-END-PARA
               MOVE WS-RP-YEAR TO VR-NEXT-REPRICE-DATE(1:4)
               MOVE WS-RP-MONTH TO VR-NEXT-REPRICE-DATE(6:2)
               IF WS-RP-DAY > WS-RP-MONTH-END
                   MOVE WS-RP-MONTH-END TO VR-NEXT-REPRICE-DATE(9:2)
               ELSE
                   MOVE WS-RP-DAY TO VR-NEXT-REPRICE-DATE(9:2)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * LAST DAY OF WS-RP-MONTH - the day before the first of the
      * following month
      *-----------------------------------------------------------------
       260-SET-MONTH-END-PARA.
           IF WS-RP-MONTH = 12
               COMPUTE WS-RP-DATE-YYYYMMDD =
                   (WS-RP-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-RP-DATE-YYYYMMDD =
                   WS-RP-YEAR * 10000 + (WS-RP-MONTH + 1) * 100 + 1
           END-IF.
           COMPUTE WS-RP-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RP-DATE-YYYYMMDD) - 1.
           COMPUTE WS-RP-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-RP-DATE-INTEGER).
           MOVE WS-RP-DATE-YYYYMMDD(7:2) TO WS-RP-MONTH-END.

      *-----------------------------------------------------------------
      * SET THE NEW RATE ON THE ACCOUNT, AUDIT IT, RE-AMORTIZE A
      * LOAN'S SCHEDULE AND QUEUE THE CUSTOMER NOTICE
      *-----------------------------------------------------------------
       300-APPLY-TO-ACCOUNT-PARA.
           MOVE 0 TO WS-RP-NEXT-PAYMENT.
           MOVE SPACES TO AR-ACCOUNT-TYPE.
           MOVE 0 TO WS-RP-OLD-RATE.

           OPEN I-O ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open account file."
               MOVE 8 TO RETURN-CODE
               CLOSE ACCOUNT-FILE
               MOVE "Account file unavailable - not repriced" TO
                   WS-RP-NOTE
               EXIT PARAGRAPH
           END-IF.

           MOVE VR-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   CLOSE ACCOUNT-FILE
                   MOVE 'I' TO VR-STATUS
                   MOVE "Account not on file - plan retired" TO
                       WS-RP-NOTE
                   EXIT PARAGRAPH
           END-READ.

           IF AR-CLOSED
               CLOSE ACCOUNT-FILE
               MOVE 'I' TO VR-STATUS
               MOVE "Account closed - plan retired" TO WS-RP-NOTE
               EXIT PARAGRAPH
           END-IF.

           IF AR-CHARGED-OFF
               CLOSE ACCOUNT-FILE
               MOVE 'I' TO VR-STATUS
               MOVE "Account charged off - plan retired" TO
                   WS-RP-NOTE
               EXIT PARAGRAPH
           END-IF.

           MOVE AR-INTEREST-RATE TO WS-RP-OLD-RATE.
           IF WS-RP-NEW-RATE = AR-INTEREST-RATE
               CLOSE ACCOUNT-FILE
               ADD 1 TO WS-RATES-UNCHANGED
               MOVE "Unchanged" TO WS-RP-NOTE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-RP-NEW-RATE TO AR-INTEREST-RATE.
           MOVE "REPRICE" TO AR-LAST-CHANGED-BY.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERROR rewriting " AR-ACCOUNT-NUMBER
                   CLOSE ACCOUNT-FILE
                   MOVE WS-RP-OLD-RATE TO AR-INTEREST-RATE
                   MOVE "Master rewrite failed - not repriced" TO
                       WS-RP-NOTE
                   EXIT PARAGRAPH
           END-REWRITE.
           CALL 'JRNLWRT' USING WS-JRNL-ACTION ACCOUNT-RECORD.
           CLOSE ACCOUNT-FILE.

           ADD 1 TO WS-RATES-CHANGED.
           PERFORM 310-AUDIT-RATE-CHANGE-PARA.

           IF AR-TYPE-LOAN AND AR-BALANCE > 0
               PERFORM 400-REAMORTIZE-LOAN-PARA
           END-IF.

           PERFORM 600-QUEUE-NOTICE-PARA.

      *-----------------------------------------------------------------
      * OLD AND NEW RATE TO THE MAINTENANCE AUDIT LOG
      *-----------------------------------------------------------------
       310-AUDIT-RATE-CHANGE-PARA.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

           MOVE WS-DATE-FORMATTED TO AU-DATE.
           MOVE WS-TR-TIME TO AU-TIME.
           MOVE "REPRICE" TO AU-TELLER-ID.
           MOVE AR-ACCOUNT-NUMBER TO AU-KEY-VALUE.
           MOVE "INTEREST-RATE" TO AU-FIELD-NAME.
           MOVE WS-RP-OLD-RATE TO WS-RP-OLD-DISPLAY.
           MOVE WS-RP-OLD-DISPLAY TO AU-OLD-VALUE.
           MOVE AR-INTEREST-RATE TO WS-RP-RATE-DISPLAY.
           MOVE SPACES TO AU-NEW-VALUE.
           STRING WS-RP-RATE-DISPLAY " " VR-INDEX-CODE
               DELIMITED BY SIZE INTO AU-NEW-VALUE.
           WRITE AUDIT-LOG-RECORD.

           CLOSE AUDIT-LOG-FILE.

      *-----------------------------------------------------------------
      * RE-AMORTIZE THE LOAN'S OPEN ENTRIES NOT YET DUE AT THE NEW
      * RATE. Entries already due and unpaid keep their amounts;
      * their principal is set aside from the balance first. The
      * remaining principal is spread as a level payment over the
      * entries left (the last absorbing rounding), as origination
      * builds them. A legacy schedule carrying only the next month's
      * entry (less principal than the balance) has that entry
      * recomputed the way LOANSRV creates it instead.
      *-----------------------------------------------------------------
       400-REAMORTIZE-LOAN-PARA.
           OPEN I-O LOAN-SCHEDULE-FILE.
           IF NOT LS-FILE-SUCCESS
               CLOSE LOAN-SCHEDULE-FILE
               MOVE "No payment schedule on file" TO WS-RP-NOTE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-RP-ENTRIES-LEFT.
           MOVE 0 TO WS-RP-SCHED-PRIN.
           MOVE 0 TO WS-RP-HELD-PRIN.

           MOVE AR-ACCOUNT-NUMBER TO LS-ACCOUNT-NUMBER.
           MOVE LOW-VALUES TO LS-DUE-DATE.
           START LOAN-SCHEDULE-FILE KEY IS NOT LESS THAN LS-KEY
               INVALID KEY
                   CLOSE LOAN-SCHEDULE-FILE
                   MOVE "No payment schedule on file" TO WS-RP-NOTE
                   EXIT PARAGRAPH
           END-START.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ LOAN-SCHEDULE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LS-ACCOUNT-NUMBER NOT = AR-ACCOUNT-NUMBER
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           PERFORM 410-TALLY-ENTRY-PARA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.

           COMPUTE WS-RP-PRINCIPAL = AR-BALANCE - WS-RP-HELD-PRIN.
           IF WS-RP-ENTRIES-LEFT = 0 OR WS-RP-PRINCIPAL <= 0
               CLOSE LOAN-SCHEDULE-FILE
               MOVE "No open entries left to reprice" TO WS-RP-NOTE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-RP-LEGACY-FLAG.
           IF WS-RP-ENTRIES-LEFT = 1 AND
              WS-RP-SCHED-PRIN < WS-RP-PRINCIPAL
               MOVE 'Y' TO WS-RP-LEGACY-FLAG
           ELSE
               IF AR-INTEREST-RATE = 0
                   COMPUTE WS-RP-PAYMENT ROUNDED =
                       WS-RP-PRINCIPAL / WS-RP-ENTRIES-LEFT
               ELSE
                   COMPUTE WS-RP-MONTH-RATE ROUNDED =
                       AR-INTEREST-RATE / 1200
                   COMPUTE WS-RP-FACTOR ROUNDED =
                       (1 + WS-RP-MONTH-RATE) ** WS-RP-ENTRIES-LEFT
                   COMPUTE WS-RP-PAYMENT ROUNDED =
                       WS-RP-PRINCIPAL * WS-RP-MONTH-RATE *
                       WS-RP-FACTOR / (WS-RP-FACTOR - 1)
               END-IF
           END-IF.

           MOVE WS-RP-PRINCIPAL TO WS-RP-REMAIN.
           MOVE 0 TO WS-RP-ENTRY-IDX.
           MOVE AR-ACCOUNT-NUMBER TO LS-ACCOUNT-NUMBER.
           MOVE LOW-VALUES TO LS-DUE-DATE.
           START LOAN-SCHEDULE-FILE KEY IS NOT LESS THAN LS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.

           PERFORM UNTIL EOF
               READ LOAN-SCHEDULE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LS-ACCOUNT-NUMBER NOT = AR-ACCOUNT-NUMBER
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           IF NOT LS-PAID AND
                              LS-AMOUNT-PAID = 0 AND
                              LS-DUE-DATE >= WS-DATE-FORMATTED
                               PERFORM 420-REPRICE-ENTRY-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOAN-SCHEDULE-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

           ADD 1 TO WS-LOANS-REAMORTIZED.
           MOVE WS-RP-NEXT-PAYMENT TO WS-RP-AMOUNT-EDIT.
           MOVE SPACES TO WS-RP-NOTE.
           STRING "Next payment " WS-RP-AMOUNT-EDIT " ("
               WS-RP-ENTRIES-LEFT " left)"
               DELIMITED BY SIZE INTO WS-RP-NOTE.

      *-----------------------------------------------------------------
       410-TALLY-ENTRY-PARA.
           IF LS-PAID
               EXIT PARAGRAPH
           END-IF.
           IF LS-AMOUNT-PAID = 0 AND
              LS-DUE-DATE >= WS-DATE-FORMATTED
               ADD 1 TO WS-RP-ENTRIES-LEFT
               ADD LS-PRINCIPAL-PART TO WS-RP-SCHED-PRIN
           ELSE
               ADD LS-PRINCIPAL-PART TO WS-RP-HELD-PRIN
           END-IF.

      *-----------------------------------------------------------------
      * ONE ENTRY AT THE NEW RATE
      *-----------------------------------------------------------------
       420-REPRICE-ENTRY-PARA.
           ADD 1 TO WS-RP-ENTRY-IDX.

           COMPUTE LS-INTEREST-PART ROUNDED =
               WS-RP-REMAIN * AR-INTEREST-RATE / 1200.

           IF RP-LEGACY-SCHEDULE
               COMPUTE LS-AMOUNT-DUE ROUNDED =
                   LS-INTEREST-PART +
                   (WS-RP-REMAIN * WS-LOAN-PRINCIPAL-PCT / 100)
               IF LS-AMOUNT-DUE < WS-LOAN-MIN-PAYMENT
                   MOVE WS-LOAN-MIN-PAYMENT TO LS-AMOUNT-DUE
               END-IF
               IF LS-AMOUNT-DUE > WS-RP-REMAIN
                   MOVE WS-RP-REMAIN TO LS-AMOUNT-DUE
               END-IF
               IF LS-INTEREST-PART > LS-AMOUNT-DUE
                   MOVE LS-AMOUNT-DUE TO LS-INTEREST-PART
               END-IF
               COMPUTE LS-PRINCIPAL-PART =
                   LS-AMOUNT-DUE - LS-INTEREST-PART
           ELSE
               IF WS-RP-ENTRY-IDX = WS-RP-ENTRIES-LEFT OR
                  WS-RP-REMAIN + LS-INTEREST-PART <= WS-RP-PAYMENT
      * Final entry pays the loan off exactly, absorbing rounding.
                   MOVE WS-RP-REMAIN TO LS-PRINCIPAL-PART
               ELSE
                   COMPUTE LS-PRINCIPAL-PART =
                       WS-RP-PAYMENT - LS-INTEREST-PART
               END-IF
               COMPUTE LS-AMOUNT-DUE =
                   LS-PRINCIPAL-PART + LS-INTEREST-PART
           END-IF.

           SUBTRACT LS-PRINCIPAL-PART FROM WS-RP-REMAIN.
           IF WS-RP-REMAIN < 0
               MOVE 0 TO WS-RP-REMAIN
           END-IF.
           IF WS-RP-ENTRY-IDX = 1
               MOVE LS-AMOUNT-DUE TO WS-RP-NEXT-PAYMENT
           END-IF.

           REWRITE LOAN-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY "ERROR rewriting schedule for "
                       LS-ACCOUNT-NUMBER " " LS-DUE-DATE
           END-REWRITE.

      *-----------------------------------------------------------------
      * QUEUE THE RATE CHANGE NOTICE FOR THE NOTICES STEP
      *-----------------------------------------------------------------
       600-QUEUE-NOTICE-PARA.
           OPEN EXTEND NOTICE-QUEUE-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT NOTICE-QUEUE-FILE
               IF NOT FILE-SUCCESS
                   DISPLAY "ERROR: Unable to queue notice for "
                       AR-ACCOUNT-NUMBER
                   CLOSE NOTICE-QUEUE-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-DATE-FORMATTED TO NQ-EVENT-DATE.
           MOVE "RATECHG" TO NQ-TYPE.
           MOVE AR-ACCOUNT-NUMBER TO NQ-ACCOUNT-NUMBER.
           MOVE AR-OWNER-1-CUST-ID TO NQ-CUST-ID.
           MOVE AR-CUSTOMER-NAME TO NQ-NAME.
           MOVE WS-RP-OLD-RATE TO WS-RP-OLD-DISPLAY.
           MOVE AR-INTEREST-RATE TO WS-RP-RATE-DISPLAY.
           MOVE SPACES TO NQ-DETAILS.
           STRING "Rate " WS-RP-OLD-DISPLAY "% to "
               WS-RP-RATE-DISPLAY "% eff " WS-DATE-FORMATTED
               DELIMITED BY SIZE INTO NQ-DETAILS.
           MOVE 'P' TO NQ-STATUS.
           WRITE NOTICE-QUEUE-RECORD.

           CLOSE NOTICE-QUEUE-FILE.
           ADD 1 TO WS-NOTICES-QUEUED.

      *-----------------------------------------------------------------
      * ONE REPORT LINE PER REPRICED PLAN
      *-----------------------------------------------------------------
       700-WRITE-DETAIL-PARA.
           MOVE SPACES TO REPORT-LINE.
           MOVE VR-ACCOUNT-NUMBER TO REPORT-LINE(1:10).
           MOVE AR-ACCOUNT-TYPE TO REPORT-LINE(12:10).
           MOVE VR-INDEX-CODE TO REPORT-LINE(23:8).
           MOVE WS-RP-INDEX-RATE TO WS-RP-RATE-DISPLAY.
           MOVE WS-RP-RATE-DISPLAY TO REPORT-LINE(32:6).
           MOVE VR-MARGIN TO WS-RP-MARGIN-DISPLAY.
           MOVE WS-RP-MARGIN-DISPLAY TO REPORT-LINE(39:7).
           MOVE WS-RP-OLD-RATE TO WS-RP-OLD-DISPLAY.
           MOVE WS-RP-OLD-DISPLAY TO REPORT-LINE(48:6).
           IF WS-RP-NEW-RATE >= 0
               MOVE WS-RP-NEW-RATE TO WS-RP-RATE-DISPLAY
               MOVE WS-RP-RATE-DISPLAY TO REPORT-LINE(55:6)
           END-IF.
           IF VR-ACTIVE
               MOVE VR-NEXT-REPRICE-DATE TO REPORT-LINE(62:10)
           ELSE
               MOVE "RETIRED" TO REPORT-LINE(62:10)
           END-IF.
           MOVE WS-RP-LIMIT-NOTE TO REPORT-LINE(73:8).
           MOVE WS-RP-NOTE TO REPORT-LINE(82:40).
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
       800-WRITE-TOTALS-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Plans read: " WS-PLANS-READ
               "   due for repricing: " WS-PLANS-DUE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Rates changed: " WS-RATES-CHANGED
               "   unchanged: " WS-RATES-UNCHANGED
               "   loan schedules re-amortized: "
               WS-LOANS-REAMORTIZED
               "   notices queued: " WS-NOTICES-QUEUED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Left due - no index value: " WS-PLANS-NO-INDEX
               "   plans retired: " WS-PLANS-RETIRED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-PLANS-READ TO WS-JS-READ-COUNT.
           MOVE WS-RATES-CHANGED TO WS-JS-POSTED-COUNT.
           MOVE WS-PLANS-NO-INDEX TO WS-JS-REJECTED-COUNT.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
