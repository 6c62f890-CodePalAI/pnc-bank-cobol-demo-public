      *
      * Monthly earnings-credit analysis for business CHECKING
      * accounts flagged AR-ON-ANALYSIS. For each analyzed account
      * the cycle's balance history file (BALHIST_YYYYMM.dat, written
      * nightly by BALHIST) yields the average ledger balance - daily
      * closing balances carried forward over days with no line -
      * and the count of debit items. A month with no history for
      * the account falls back to replaying the dated ledger roll
      * files (TRLOG_YYYYMMDD.dat, or the month's consolidated
      * TRLOGM_YYYYMM.dat, both read through ROLLREAD). The earnings
      * credit at the
      * parameter rate is netted against the month's activity
      * charges (the checking
      * maintenance fee plus the per-item charge); only a shortfall
      * posts to the account, as a FEE ledger entry, and a
      * per-account analysis statement (ANAL_YYYYMM_account.txt)
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FILECTL.cpy'.
           SELECT ANALYSIS-FILE ASSIGN TO WS-ANALYSIS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FILEDEF.cpy'.

       FD  ANALYSIS-FILE
           LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.
           COPY 'DATADEF.cpy'.

       01  WS-ROLL-FILE-STATUS        PIC X(2).
           88 ROLL-FILE-SUCCESS       VALUE '00'.
       01  WS-ANALYSIS-FILE-NAME      PIC X(40).
           05  WS-AN-SEEN-FLAG        PIC X(1) VALUE 'N'.
               88 AN-ACTIVITY-SEEN    VALUE 'Y'.
           05  WS-AN-OPENING-BAL      PIC S9(9)V99 VALUE 0.
           05  WS-AN-HIST-FLAG        PIC X(1) VALUE 'N'.
               88 AN-HISTORY-FOUND    VALUE 'Y'.
           05  WS-AN-FIRST-HIST-DAY   PIC 9(2) VALUE 0.
           05  WS-AN-DAY-BALANCES.
               10  WS-AN-DAY-BAL OCCURS 31 TIMES
                       PIC S9(9)V99.
           05  WS-AN-DAY-SEEN-TABLE.
               10  WS-AN-DAY-SEEN OCCURS 31 TIMES
                       PIC X(1).
           05  WS-AN-DAY-ITEMS-TABLE.
               10  WS-AN-DAY-ITEMS OCCURS 31 TIMES
                       PIC 9(5).
           05  WS-AN-EARNINGS-CREDIT  PIC 9(9)V99 VALUE 0.
           05  WS-AN-ACTIVITY-CHARGE  PIC 9(9)V99 VALUE 0.
           05  WS-AN-SHORTFALL        PIC S9(9)V99 VALUE 0.
       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "ANALJOB" TO WS-JS-JOB-NAME.
           MOVE "ACCTANAL" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "TRANLOG.dat" TO WS-TRANSACTION-FILE-NAME.

               DISPLAY "ERROR: Account analysis already produced "
                   "for " WS-CYCLE-MONTH " - duplicate run refused."
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           DISPLAY "Accounts analyzed: " WS-ACCTS-ANALYZED.
           DISPLAY "Shortfalls posted: " WS-SHORTFALLS-POSTED.
           DISPLAY WS-SEPARATOR.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
                   UNTIL WS-CYCLE-DAY > 31
               MOVE 0 TO WS-AN-DAY-BAL(WS-CYCLE-DAY)
               MOVE 'N' TO WS-AN-DAY-SEEN(WS-CYCLE-DAY)
               MOVE 0 TO WS-AN-DAY-ITEMS(WS-CYCLE-DAY)
           END-PERFORM.

           PERFORM 205-LOAD-BALANCE-HISTORY-PARA.
           IF NOT AN-HISTORY-FOUND
               PERFORM VARYING WS-CYCLE-DAY FROM 1 BY 1
                       UNTIL WS-CYCLE-DAY > WS-DAYS-IN-MONTH
                   PERFORM 210-SCAN-ONE-DAY-PARA
               END-PERFORM
           END-IF.

           PERFORM 220-AVERAGE-BALANCES-PARA.
           PERFORM 230-COMPUTE-ANALYSIS-PARA.
           END-IF.

      *-----------------------------------------------------------------
      * DAILY CLOSES AND DEBIT ITEMS FROM THE MONTH'S BALANCE HISTORY -
      * days before the account's first history line open at that
      * line's balance. A repeated line for a day (a rerun or a
      * backfill) simply replaces the earlier one.
      *-----------------------------------------------------------------
       205-LOAD-BALANCE-HISTORY-PARA.
           MOVE 'N' TO WS-AN-HIST-FLAG.
           MOVE 0 TO WS-AN-FIRST-HIST-DAY.
           MOVE SPACES TO WS-BALHIST-FILE-NAME.
           STRING "BALHIST_" WS-CYCLE-MONTH(1:4) WS-CYCLE-MONTH(6:2)
               ".dat" DELIMITED BY SIZE INTO WS-BALHIST-FILE-NAME.

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
                       IF BH-ACCOUNT-NUMBER = WS-AN-ACCOUNT AND
                          BH-BUSINESS-DATE(1:7) = WS-CYCLE-MONTH AND
                          BH-BUSINESS-DATE(9:2) NUMERIC
                           PERFORM 207-APPLY-HISTORY-LINE-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BALANCE-HISTORY-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

           IF AN-HISTORY-FOUND
               MOVE 'Y' TO WS-AN-SEEN-FLAG
               MOVE WS-AN-DAY-BAL(WS-AN-FIRST-HIST-DAY) TO
                   WS-AN-OPENING-BAL
               MOVE 0 TO WS-AN-ITEM-COUNT
               PERFORM VARYING WS-CYCLE-DAY FROM 1 BY 1
                       UNTIL WS-CYCLE-DAY > WS-DAYS-IN-MONTH
                   ADD WS-AN-DAY-ITEMS(WS-CYCLE-DAY) TO
                       WS-AN-ITEM-COUNT
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
       207-APPLY-HISTORY-LINE-PARA.
           MOVE BH-BUSINESS-DATE(9:2) TO WS-CYCLE-DAY.
           IF WS-CYCLE-DAY < 1 OR WS-CYCLE-DAY > WS-DAYS-IN-MONTH
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-AN-HIST-FLAG.
           MOVE BH-LEDGER-BALANCE TO WS-AN-DAY-BAL(WS-CYCLE-DAY).
           MOVE 'Y' TO WS-AN-DAY-SEEN(WS-CYCLE-DAY).
           MOVE BH-DEBIT-ITEMS TO WS-AN-DAY-ITEMS(WS-CYCLE-DAY).
           IF WS-AN-FIRST-HIST-DAY = 0 OR
              WS-CYCLE-DAY < WS-AN-FIRST-HIST-DAY
               MOVE WS-CYCLE-DAY TO WS-AN-FIRST-HIST-DAY
           END-IF.

      *-----------------------------------------------------------------
       210-SCAN-ONE-DAY-PARA.
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
                   PERFORM 215-PARSE-ROLL-LINE-PARA
                   IF WS-PT-ACCOUNT = WS-AN-ACCOUNT AND
                      WS-PT-RESULT = "SUCCESS"
                       PERFORM 218-APPLY-ONE-POSTING-PARA
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 'C' TO WS-RR-FUNCTION.
           CALL 'ROLLREAD' USING WS-ROLL-READ-AREA.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
               WS-PT-RELATED WS-PT-CHECK-NO WS-PT-BRANCH
               WS-PT-REMARKS.

           UNSTRING WS-RR-LINE DELIMITED BY ","
               INTO WS-PT-ACCOUNT WS-PT-DATE WS-PT-TIME WS-PT-SEQ
                    WS-PT-TYPE WS-PT-AMOUNT-X WS-PT-RESULT
                    WS-PT-BALANCE-X WS-PT-TELLER WS-PT-CURRENCY
      *-----------------------------------------------------------------
      * TRACK THE DAY'S CLOSING BALANCE AND COUNT DEBIT ITEMS - the
      * first posting seen also derives the cycle's opening balance
      * (the same direction arithmetic the statement run uses; a
      * RECOVERY or RECOV-XFER leaves the balance as it is)
      *-----------------------------------------------------------------
       218-APPLY-ONE-POSTING-PARA.
           IF NOT AN-ACTIVITY-SEEN
               IF WS-PT-TYPE = "RECOVERY" OR
                  WS-PT-TYPE = "RECOV-XFER"
                   MOVE WS-PT-BALANCE-AFTER TO WS-AN-OPENING-BAL
               ELSE
                   IF WS-PT-TYPE = "DEPOSIT" OR
                      WS-PT-TYPE = "XFER-IN" OR
                      WS-PT-TYPE = "INTEREST" OR
                      WS-PT-TYPE = "REVERSAL" OR
                      WS-PT-TYPE = "ACH-RET" OR
                      WS-PT-TYPE = "WIRE-CAN" OR
                      WS-PT-TYPE = "PROV-CR" OR
                      WS-PT-TYPE = "CHGOFF" OR
                      WS-PT-TYPE = "CHGOFF-OD"
                       COMPUTE WS-AN-OPENING-BAL =
                           WS-PT-BALANCE-AFTER - WS-PT-AMOUNT
                   ELSE
                       COMPUTE WS-AN-OPENING-BAL =
                           WS-PT-BALANCE-AFTER + WS-PT-AMOUNT
                   END-IF
               END-IF
               MOVE 'Y' TO WS-AN-SEEN-FLAG
           END-IF.
           MOVE 'Y' TO WS-AN-DAY-SEEN(WS-CYCLE-DAY).

           IF WS-PT-TYPE = "WITHDRAWAL" OR WS-PT-TYPE = "CHECK" OR
              WS-PT-TYPE = "XFER-OUT" OR WS-PT-TYPE = "ACH-OUT" OR
              WS-PT-TYPE = "WIRE-OUT" OR WS-PT-TYPE = "CARD"
               ADD 1 TO WS-AN-ITEM-COUNT
           END-IF.

           MOVE WS-TR-DATE TO TR-KEY-DATE.
           MOVE WS-TR-TIME TO TR-KEY-TIME.
           MOVE WS-TR-SEQ TO TR-KEY-SEQ.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-ACCTS-ANALYZED TO WS-JS-READ-COUNT.
           MOVE WS-SHORTFALLS-POSTED TO WS-JS-POSTED-COUNT.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
