      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - NIGHTLY FEE ACTIVITY REPORT
      *
      * End-of-day batch step, run after the inbound posting and
      * inclearing steps: reads the item fee-activity log FEEACT.dat
      * for the business date and lists, account by account, every
      * NSF and paid-overdraft item fee charged with the item that
      * triggered it, the items whose fee was waived because the
      * account had already reached the ITEM-FEE-DAILY-CAP, and any
      * fee forgiven because the balance already sat at the
      * overdraft floor. Written to FEERPT_YYYYMMDD.txt for the
      * deposit operations desk. Run with no operator interaction -
      * see EODJOB.jcl.
      *
      * Fee-activity record (FEEACT.dat, see FILEDEF.cpy):
      *   pos   1-10  business date (YYYY-MM-DD)
      *   pos  11-20  account number
      *   pos  21-28  posting step (CHKPOST / ACHPOST)
      *   pos  29-31  fee type (NSF / OD)
      *   pos  32-41  item reference (check serial, or ACH)
      *   pos  42-52  item amount, 9(9)V99
      *   pos  53-82  item payee / originator
      *   pos  83-89  fee amount, 9(5)V99
      *   pos  90     C charged, W waived by daily cap, U uncollected
      *   pos  91-94  branch id
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEERPT.
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

       01  WS-RECORDS-READ            PIC 9(7) VALUE 0.
       01  WS-ACCTS-CHARGED           PIC 9(5) VALUE 0.
       01  WS-FEES-CHARGED            PIC 9(5) VALUE 0.
       01  WS-FEES-WAIVED             PIC 9(5) VALUE 0.
       01  WS-FEES-UNCOLLECTED        PIC 9(5) VALUE 0.
       01  WS-TOTAL-CHARGED           PIC 9(9)V99 VALUE 0.
       01  WS-ACCT-CHARGED            PIC 9(9)V99 VALUE 0.
       01  WS-ACCT-WAIVED             PIC 9(3) VALUE 0.
       01  WS-DISPOSITION-TEXT        PIC X(12).
       01  WS-RPT-OVERFLOW-FLAG       PIC X(1) VALUE 'N'.
           88 RPT-OVERFLOWED          VALUE 'Y'.

      * The day's fee-activity items. A full table is a hard failure
      * - the run ends RC 8 so an incomplete report never goes out
      * looking complete.
       01  WS-FEE-ITEM-TABLE.
           05  WS-FI-COUNT            PIC 9(4) VALUE 0.
           05  WS-FI-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-FI-IDX.
               10  WS-FI-ACCOUNT      PIC X(10).
               10  WS-FI-SOURCE       PIC X(8).
               10  WS-FI-FEE-TYPE     PIC X(3).
               10  WS-FI-ITEM-REF     PIC X(10).
               10  WS-FI-ITEM-AMOUNT  PIC 9(9)V99.
               10  WS-FI-ITEM-DESC    PIC X(30).
               10  WS-FI-FEE-AMOUNT   PIC 9(5)V99.
               10  WS-FI-DISPOSITION  PIC X(1).

      * Accounts in order of first appearance on the log
       01  WS-FEE-ACCT-TABLE.
           05  WS-FK-COUNT            PIC 9(4) VALUE 0.
           05  WS-FK-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-FK-IDX.
               10  WS-FK-ACCOUNT      PIC X(10).
               10  WS-FK-NAME         PIC X(30).

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "FEERPT" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "FEEACT.dat" TO WS-FEEACT-FILE-NAME.

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
           MOVE "FEERPT" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-DUPLICATE
               DISPLAY "FEERPT already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           STRING "FEERPT_" WS-DATE-FORMATTED(1:4)
               WS-DATE-FORMATTED(6:2) WS-DATE-FORMATTED(9:2) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

           DISPLAY WS-SEPARATOR.
           DISPLAY "NIGHTLY FEE ACTIVITY REPORT - " WS-DATE-FORMATTED.
           DISPLAY WS-SEPARATOR.

           PERFORM 100-LOAD-FEE-ACTIVITY-PARA.
           PERFORM 200-RESOLVE-NAMES-PARA.
           PERFORM 300-WRITE-REPORT-PARA.

           MOVE 'E' TO WS-BC-FUNCTION.
           MOVE "FEERPT" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.

           DISPLAY "Fee-activity records for the day: " WS-FI-COUNT.
           DISPLAY "Accounts charged: " WS-ACCTS-CHARGED.
           DISPLAY "Fees charged: " WS-FEES-CHARGED.
           DISPLAY "Fees waived (daily cap): " WS-FEES-WAIVED.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME.

           IF RPT-OVERFLOWED
               DISPLAY "*** FEE REPORT TABLES OVERFLOWED - REPORT IS "
                   "INCOMPLETE, WIDEN THE TABLES AND RERUN ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY WS-SEPARATOR.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      * LOAD THE BUSINESS DATE'S FEE-ACTIVITY RECORDS AND NOTE EACH
      * ACCOUNT THE FIRST TIME IT APPEARS
      *-----------------------------------------------------------------
       100-LOAD-FEE-ACTIVITY-PARA.
           OPEN INPUT FEE-ACTIVITY-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No fee-activity log - nothing to report."
               CLOSE FEE-ACTIVITY-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ FEE-ACTIVITY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF FA-DATE = WS-DATE-FORMATTED
                           PERFORM 110-ADD-FEE-ITEM-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FEE-ACTIVITY-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       110-ADD-FEE-ITEM-PARA.
           IF WS-FI-COUNT >= 2000
               MOVE 'Y' TO WS-RPT-OVERFLOW-FLAG
               DISPLAY "ERROR: fee item table full - "
                   FA-ACCOUNT-NUMBER " not reported"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-FI-COUNT.
           SET WS-FI-IDX TO WS-FI-COUNT.
           MOVE FA-ACCOUNT-NUMBER TO WS-FI-ACCOUNT(WS-FI-IDX).
           MOVE FA-SOURCE TO WS-FI-SOURCE(WS-FI-IDX).
           MOVE FA-FEE-TYPE TO WS-FI-FEE-TYPE(WS-FI-IDX).
           MOVE FA-ITEM-REF TO WS-FI-ITEM-REF(WS-FI-IDX).
           MOVE FA-ITEM-AMOUNT TO WS-FI-ITEM-AMOUNT(WS-FI-IDX).
           MOVE FA-ITEM-DESC TO WS-FI-ITEM-DESC(WS-FI-IDX).
           MOVE FA-FEE-AMOUNT TO WS-FI-FEE-AMOUNT(WS-FI-IDX).
           MOVE FA-DISPOSITION TO WS-FI-DISPOSITION(WS-FI-IDX).

           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.
           PERFORM VARYING WS-FK-IDX FROM 1 BY 1
                   UNTIL WS-FK-IDX > WS-FK-COUNT
               IF WS-FK-ACCOUNT(WS-FK-IDX) = FA-ACCOUNT-NUMBER
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
               END-IF
           END-PERFORM.

           IF NOT ACCOUNT-FOUND
               IF WS-FK-COUNT < 1000
                   ADD 1 TO WS-FK-COUNT
                   SET WS-FK-IDX TO WS-FK-COUNT
                   MOVE FA-ACCOUNT-NUMBER TO WS-FK-ACCOUNT(WS-FK-IDX)
                   MOVE SPACES TO WS-FK-NAME(WS-FK-IDX)
               ELSE
                   MOVE 'Y' TO WS-RPT-OVERFLOW-FLAG
                   DISPLAY "ERROR: fee account table full - "
                       FA-ACCOUNT-NUMBER " not reported"
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * PICK UP THE ACCOUNT TITLE FOR EACH ACCOUNT ON THE REPORT
      *-----------------------------------------------------------------
       200-RESOLVE-NAMES-PARA.
           IF WS-FK-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-FK-IDX FROM 1 BY 1
                   UNTIL WS-FK-IDX > WS-FK-COUNT
               MOVE WS-FK-ACCOUNT(WS-FK-IDX) TO AR-ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "** account not on file **" TO
                           WS-FK-NAME(WS-FK-IDX)
                   NOT INVALID KEY
                       MOVE AR-CUSTOMER-NAME TO WS-FK-NAME(WS-FK-IDX)
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-FILE.

      *-----------------------------------------------------------------
      * WRITE THE REPORT - one block per account: charged items with
      * the triggering item, then waived and uncollected items, then
      * the account's totals; day totals at the foot
      *-----------------------------------------------------------------
       300-WRITE-REPORT-PARA.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "NSF / PAID-OVERDRAFT ITEM FEE ACTIVITY - "
               WS-DATE-FORMATTED
               "   (daily cap " WS-ITEM-FEE-DAILY-CAP
               " fee items per account)"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-FK-IDX FROM 1 BY 1
                   UNTIL WS-FK-IDX > WS-FK-COUNT
               PERFORM 310-WRITE-ONE-ACCOUNT-PARA
           END-PERFORM.

           MOVE WS-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Accounts charged:    " WS-ACCTS-CHARGED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-CHARGED TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Fees charged:        " WS-FEES-CHARGED
               "   total " WS-FORMATTED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Fees waived by cap:  " WS-FEES-WAIVED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Fees uncollected:    " WS-FEES-UNCOLLECTED
               " (balance at the overdraft floor)"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF RPT-OVERFLOWED
               MOVE "*** REPORT INCOMPLETE - TABLES OVERFLOWED ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

      *-----------------------------------------------------------------
       310-WRITE-ONE-ACCOUNT-PARA.
           MOVE 0 TO WS-ACCT-CHARGED.
           MOVE 0 TO WS-ACCT-WAIVED.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING "ACCOUNT " WS-FK-ACCOUNT(WS-FK-IDX) "  "
               WS-FK-NAME(WS-FK-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-FI-IDX FROM 1 BY 1
                   UNTIL WS-FI-IDX > WS-FI-COUNT
               IF WS-FI-ACCOUNT(WS-FI-IDX) = WS-FK-ACCOUNT(WS-FK-IDX)
                   PERFORM 320-WRITE-ONE-ITEM-PARA
               END-IF
           END-PERFORM.

           IF WS-ACCT-CHARGED > 0
               ADD 1 TO WS-ACCTS-CHARGED
           END-IF.
           MOVE WS-ACCT-CHARGED TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "    Account fees charged " WS-FORMATTED-AMOUNT
               "   items waived by cap " WS-ACCT-WAIVED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
       320-WRITE-ONE-ITEM-PARA.
           EVALUATE WS-FI-DISPOSITION(WS-FI-IDX)
               WHEN 'C'
                   MOVE "CHARGED" TO WS-DISPOSITION-TEXT
                   ADD 1 TO WS-FEES-CHARGED
                   ADD WS-FI-FEE-AMOUNT(WS-FI-IDX) TO WS-ACCT-CHARGED
                   ADD WS-FI-FEE-AMOUNT(WS-FI-IDX) TO WS-TOTAL-CHARGED
               WHEN 'W'
                   MOVE "WAIVED-CAP" TO WS-DISPOSITION-TEXT
                   ADD 1 TO WS-FEES-WAIVED
                   ADD 1 TO WS-ACCT-WAIVED
               WHEN OTHER
                   MOVE "UNCOLLECTED" TO WS-DISPOSITION-TEXT
                   ADD 1 TO WS-FEES-UNCOLLECTED
           END-EVALUATE.

           MOVE WS-FI-ITEM-AMOUNT(WS-FI-IDX) TO WS-FORMATTED-BALANCE.
           MOVE WS-FI-FEE-AMOUNT(WS-FI-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "    " WS-DISPOSITION-TEXT " "
               WS-FI-FEE-TYPE(WS-FI-IDX) " "
               WS-FI-SOURCE(WS-FI-IDX) " "
               WS-FI-ITEM-REF(WS-FI-IDX) " item "
               WS-FORMATTED-BALANCE " fee "
               WS-FORMATTED-AMOUNT " "
               WS-FI-ITEM-DESC(WS-FI-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-FI-COUNT TO WS-JS-READ-COUNT.
           MOVE WS-FEES-CHARGED TO WS-JS-POSTED-COUNT.
           MOVE WS-TOTAL-CHARGED TO WS-JS-DOLLAR-TOTAL.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
