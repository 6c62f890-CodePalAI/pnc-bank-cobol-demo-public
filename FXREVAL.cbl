      * revaluation rate to the FXGL.dat handoff file the GL extract
      * appends to the day's journal. A deposit-dominated currency
      * is a net liability, so a rate rise books as a loss there
      * and a gain only where loans dominate. Each branch's share of
      * a currency's gain/loss is appended to the branch
      * revaluation history (FXBRHIST.dat) for the monthly branch
      * profitability run. The prior rates live on the revaluation
      * position file (FXPOS.dat), rewritten with the day's rates
      * each run; a currency seen for the first time just sets its
      * baseline. A currency with no usable rate is
      * reported and skipped - its position simply carries. Run
      * with no operator interaction - see EODJOB.jcl.
      ******************************************************************
               10  WS-FT-CURRENCY     PIC X(3).
               10  WS-FT-BALANCE      PIC S9(13)V99.

      * The same net position split by branch, for the branch FX
      * revaluation history the profitability run reads
       01  WS-FX-BRANCH-TOTALS.
           05  WS-FB-COUNT            PIC 9(3) VALUE 0.
           05  WS-FB-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-FB-IDX.
               10  WS-FB-CURRENCY     PIC X(3).
               10  WS-FB-BRANCH-ID    PIC X(4).
               10  WS-FB-BALANCE      PIC S9(13)V99.
       01  WS-FB-ROWS-WRITTEN         PIC 9(5) VALUE 0.
       01  WS-FB-GAIN-LOSS            PIC S9(11)V99 VALUE 0.

      * Prior revaluation rates off the position file
       01  WS-FX-PRIORS.
           05  WS-FP-COUNT            PIC 9(2) VALUE 0.
       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "FXREVAL" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "FXRATES.dat" TO WS-RATE-FILE-NAME.
           MOVE "MONITOR.dat" TO WS-MONITOR-FILE-NAME.
           IF BC-DUPLICATE
               DISPLAY "FXREVAL already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           DISPLAY "Currencies revalued: " WS-CURRENCIES-REVALUED.
           DISPLAY "Gain/loss rows handed to the GL extract: "
               WS-GL-ROWS-WRITTEN.
           DISPLAY "Branch revaluation history rows: "
               WS-FB-ROWS-WRITTEN.
           DISPLAY WS-SEPARATOR.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
               END-IF
           END-IF.

           PERFORM 115-ADD-TO-BRANCH-TOTALS-PARA.

      *-----------------------------------------------------------------
      * THE SAME POSITION BY CURRENCY AND BRANCH
      *-----------------------------------------------------------------
       115-ADD-TO-BRANCH-TOTALS-PARA.
           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.

           PERFORM VARYING WS-FB-IDX FROM 1 BY 1
                   UNTIL WS-FB-IDX > WS-FB-COUNT OR ACCOUNT-FOUND
               IF WS-FB-CURRENCY(WS-FB-IDX) = AR-CURRENCY-CODE AND
                  WS-FB-BRANCH-ID(WS-FB-IDX) = AR-BRANCH-ID
                   IF AR-TYPE-LOAN
                       SUBTRACT AR-BALANCE FROM
                           WS-FB-BALANCE(WS-FB-IDX)
                   ELSE
                       ADD AR-BALANCE TO WS-FB-BALANCE(WS-FB-IDX)
                   END-IF
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
               END-IF
           END-PERFORM.

           IF ACCOUNT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-FB-COUNT >= 200
               DISPLAY "WARNING: branch position table full - "
                   AR-CURRENCY-CODE " branch " AR-BRANCH-ID
                   " left out of the branch revaluation history"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-FB-COUNT.
           SET WS-FB-IDX TO WS-FB-COUNT.
           MOVE AR-CURRENCY-CODE TO WS-FB-CURRENCY(WS-FB-IDX).
           MOVE AR-BRANCH-ID TO WS-FB-BRANCH-ID(WS-FB-IDX).
           IF AR-TYPE-LOAN
               COMPUTE WS-FB-BALANCE(WS-FB-IDX) = 0 - AR-BALANCE
           ELSE
               MOVE AR-BALANCE TO WS-FB-BALANCE(WS-FB-IDX)
           END-IF.

      *-----------------------------------------------------------------
       200-LOAD-PRIOR-RATES-PARA.
           MOVE 0 TO WS-FP-COUNT.
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND FX-BRANCH-REVAL-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT FX-BRANCH-REVAL-FILE
           END-IF.

           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                   UNTIL WS-FT-IDX > WS-FT-COUNT
               MOVE WS-FT-CURRENCY(WS-FT-IDX) TO WS-RV-CURRENCY
           END-PERFORM.

           CLOSE FX-GL-FILE.
           CLOSE FX-BRANCH-REVAL-FILE.

      *-----------------------------------------------------------------
       310-REVALUE-ONE-PARA.
           DISPLAY "REVALUED " WS-RV-CURRENCY ": unrealized "
               "gain/loss " WS-FORMATTED-BALANCE.

           PERFORM VARYING WS-FB-IDX FROM 1 BY 1
                   UNTIL WS-FB-IDX > WS-FB-COUNT
               IF WS-FB-CURRENCY(WS-FB-IDX) = WS-RV-CURRENCY
                   PERFORM 315-WRITE-BRANCH-SHARE-PARA
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * ONE BRANCH'S SHARE OF THE CURRENCY'S GAIN/LOSS - its own net
      * position at the same rate move
      *-----------------------------------------------------------------
       315-WRITE-BRANCH-SHARE-PARA.
           COMPUTE WS-FB-GAIN-LOSS ROUNDED =
               (0 - WS-FB-BALANCE(WS-FB-IDX)) *
               (WS-RV-CUR-RATE - WS-RV-PRIOR-RATE).
           IF WS-FB-GAIN-LOSS = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DATE-FORMATTED TO FB-DATE.
           MOVE WS-FB-BRANCH-ID(WS-FB-IDX) TO FB-BRANCH-ID.
           MOVE WS-RV-CURRENCY TO FB-CURRENCY.
           MOVE WS-FB-BALANCE(WS-FB-IDX) TO FB-NET-POSITION.
           MOVE WS-FB-GAIN-LOSS TO FB-GAIN-LOSS.
           WRITE FX-BRANCH-REVAL-RECORD.
           ADD 1 TO WS-FB-ROWS-WRITTEN.

      *-----------------------------------------------------------------
      * THE DAY'S RATE TO USD - the stored pair when one exists,
      * the inverse of the USD pair otherwise
           END-PERFORM.

           CLOSE FX-POSITION-FILE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-CURRENCIES-REVALUED TO WS-JS-READ-COUNT.
           MOVE WS-GL-ROWS-WRITTEN TO WS-JS-POSTED-COUNT.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
