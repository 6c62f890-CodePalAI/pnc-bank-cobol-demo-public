      * limit and minimum-balance rules the teller transfer path
      * enforces, logging both legs of each executed order to the
      * transaction ledger, and writing an exceptions report for any
      * order that could not post. An order paying into a
      * charged-off account posts its credit leg as a recovery
      * (RECOV-XFER) - the written-off balance stays at zero and the
      * amount is added to the account's charge-off record. Run with
      * no operator interaction - see EODJOB.jcl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDER.
       01  WS-DATE-INTEGER            PIC 9(8).
       01  WS-DATE-YYYYMMDD           PIC 9(8).
       01  WS-APPLIED-AMOUNT          PIC 9(9)V99 VALUE 0.
       01  WS-RECOVERY-FLAG           PIC X(1) VALUE 'N'.
           88 CREDIT-IS-RECOVERY      VALUE 'Y'.
       01  WS-NEXT-RUN-YEAR           PIC 9(4).
       01  WS-NEXT-RUN-MONTH          PIC 9(2).
       01  WS-NEXT-RUN-DAY            PIC 9(2).
       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "STORDER" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "TRANLOG.dat" TO WS-TRANSACTION-FILE-NAME.
           MOVE "SORDERS.dat" TO WS-STANDING-FILE-NAME.
           MOVE "HOLDS.dat" TO WS-HOLD-FILE-NAME.
           MOVE "RESTRICT.dat" TO WS-RESTRICT-FILE-NAME.
           MOVE "CHGOFF.dat" TO WS-CHGOFF-FILE-NAME.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           IF BC-DUPLICATE
               DISPLAY "STORDER already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           MOVE "STORDER" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
                   EXIT PARAGRAPH
           END-READ.

           IF NOT AR-ACTIVE AND NOT AR-CHARGED-OFF
               MOVE "Target account is not active" TO WS-REJECT-REASON
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
      * A credit to a LOAN pays principal down; the amount applied -
      * and the amount on the ledger leg - is capped at the
      * outstanding balance, as the teller deposit path caps it.
      * A credit to a charged-off account is a recovery: the
      * written-off balance stays at zero and the whole amount goes
      * to recoveries income.
           MOVE WS-AMOUNT TO WS-APPLIED-AMOUNT.
           MOVE 'N' TO WS-RECOVERY-FLAG.
           IF AR-CHARGED-OFF
               MOVE 'Y' TO WS-RECOVERY-FLAG
           ELSE
               IF AR-TYPE-LOAN
                   IF WS-APPLIED-AMOUNT > AR-BALANCE
                       MOVE AR-BALANCE TO WS-APPLIED-AMOUNT
                   END-IF
                   SUBTRACT WS-APPLIED-AMOUNT FROM AR-BALANCE
               ELSE
                   ADD WS-APPLIED-AMOUNT TO AR-BALANCE
               END-IF
           END-IF.
           MOVE WS-DATE-FORMATTED TO AR-LAST-ACCESS-DATE.
           ADD 1 TO AR-TRANSACTION-COUNT.
           CLOSE ACCOUNT-FILE.

           MOVE SO-TARGET-ACCOUNT TO WS-TR-ACCOUNT-NUMBER.
           IF CREDIT-IS-RECOVERY
               MOVE "RECOV-XFER" TO WS-TR-TYPE
           ELSE
               MOVE "XFER-IN" TO WS-TR-TYPE
           END-IF.
           MOVE WS-APPLIED-AMOUNT TO WS-TR-AMOUNT.
           MOVE "SUCCESS" TO WS-TR-RESULT.
           STRING "Standing order " SO-ORDER-ID DELIMITED BY SIZE
           MOVE SO-SOURCE-ACCOUNT TO WS-TR-RELATED-ACCOUNT.
           PERFORM 190-WRITE-LEDGER-PARA.

           IF CREDIT-IS-RECOVERY
               PERFORM 162-ADD-RECOVERY-PARA
           END-IF.

           MOVE 'Y' TO WS-ORDER-OK-FLAG.

      *-----------------------------------------------------------------
      * ADD THE RECOVERY TO THE TARGET ACCOUNT'S CHARGE-OFF RECORD
      *-----------------------------------------------------------------
       162-ADD-RECOVERY-PARA.
           OPEN I-O CHARGE-OFF-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "WARNING: Charge-off file unavailable - "
                   "recovery not totalled for order " SO-ORDER-ID
               CLOSE CHARGE-OFF-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE SO-TARGET-ACCOUNT TO CO-ACCOUNT-NUMBER.
           READ CHARGE-OFF-FILE
               INVALID KEY
                   DISPLAY "WARNING: No charge-off record for "
                       SO-TARGET-ACCOUNT
               NOT INVALID KEY
                   ADD WS-TR-AMOUNT TO CO-RECOVERED-AMOUNT
                   MOVE WS-TR-DATE TO CO-LAST-RECOVERY-DATE
                   REWRITE CHARGE-OFF-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: Recovery total not "
                               "updated for " SO-TARGET-ACCOUNT
                   END-REWRITE
           END-READ.

           CLOSE CHARGE-OFF-FILE.

      *-----------------------------------------------------------------
      * RE-CREDIT THE SOURCE ACCOUNT AFTER A FAILED CREDIT LEG AND
      * LOG THE COMPENSATING REVERSAL ENTRY
                           TO WS-RS-REASON
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-ORDERS-DUE TO WS-JS-READ-COUNT.
           MOVE WS-ORDERS-EXECUTED TO WS-JS-POSTED-COUNT.
           MOVE WS-ORDERS-REJECTED TO WS-JS-REJECTED-COUNT.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
