      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - LEGAL ORDER REMITTANCE BATCH
      *
      * End-of-day batch step: pays out the funds held under each
      * levy or garnishment order whose answer period has run. For
      * every order still holding funds with its answer date reached,
      * the hold placed on each attached account when the order was
      * served (see ACCOUNT.cbl, CIF Legal Orders) is released and the
      * held amount debited from the account, and one official check
      * for the order's total is drawn to the issuing court or taxing
      * authority and entered on the official check register. Each
      * account's remittance is logged on the audit log, the order
      * is closed as remitted with the check serial, and the day's
      * remittances are listed on LEGALREM_YYYYMMDD.txt. Funds the
      * account no longer covers are remitted short and flagged on
      * the report. Run with no operator interaction - see
      * EODJOB.jcl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALREM.
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

       01  WS-ORDERS-REMITTED         PIC 9(5) VALUE 0.
       01  WS-CHECKS-ISSUED           PIC 9(5) VALUE 0.
       01  WS-ACCOUNTS-SHORT          PIC 9(5) VALUE 0.
       01  WS-REMITTED-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-LR-IDX                  PIC 9(1) VALUE 0.
       01  WS-LR-HOLD-AMOUNT          PIC 9(9)V99 VALUE 0.
       01  WS-LR-AMOUNT               PIC 9(9)V99 VALUE 0.
       01  WS-LR-ORDER-TOTAL          PIC 9(9)V99 VALUE 0.
       01  WS-LR-FUND-ACCOUNT         PIC X(10).
       01  WS-LR-FUND-BRANCH          PIC X(4).
       01  WS-LR-NOTE                 PIC X(40).
       01  WS-LR-HELD-DISPLAY         PIC Z(8)9.99.
       01  WS-LR-AMOUNT-DISPLAY       PIC Z(8)9.99.
       01  WS-LR-HOLD-FLAG            PIC X(1) VALUE 'N'.
           88 LR-HOLD-RELEASED        VALUE 'Y'.

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "LEGALREM" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "TRANLOG.dat" TO WS-TRANSACTION-FILE-NAME.
           MOVE "HOLDS.dat" TO WS-HOLD-FILE-NAME.
           MOVE "OFFCHK.dat" TO WS-OFFCHK-FILE-NAME.
           MOVE "AUDITLOG.dat" TO WS-AUDIT-FILE-NAME.
           MOVE "LEGALORD.dat" TO WS-LEGAL-ORDER-FILE-NAME.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           MOVE '-' TO WS-DATE-FORMATTED(5:1).
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).
           MOVE WS-DATE-FORMATTED TO WS-TR-DATE.
      * EOD postings carry the fixed end-of-day time so they always
      * collate after the day's teller activity in the ledger key.
           MOVE "23:59:59" TO WS-TR-TIME.
           MOVE "LEGAL" TO WS-TR-TELLER-ID.

           MOVE 'D' TO WS-BC-FUNCTION.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-OK
               MOVE WS-BC-BUSINESS-DATE TO WS-DATE-FORMATTED
               MOVE WS-BC-BUSINESS-DATE TO WS-TR-DATE
           END-IF.

           CALL 'PARMLOAD' USING WS-BUSINESS-RULES
               WS-DATE-FORMATTED.

           MOVE 'S' TO WS-BC-FUNCTION.
           MOVE "LEGALREM" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-DUPLICATE
               DISPLAY "LEGALREM already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "LEGALREM_" WS-DATE-FORMATTED(1:4)
               WS-DATE-FORMATTED(6:2) WS-DATE-FORMATTED(9:2) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

           DISPLAY WS-SEPARATOR.
           DISPLAY "LEGAL ORDER REMITTANCE BATCH JOB - "
               WS-DATE-FORMATTED.
           DISPLAY WS-SEPARATOR.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 200-WRITE-REPORT-HEADER-PARA.

           PERFORM 090-FIND-NEXT-SERIAL-PARA.
           PERFORM 100-REMIT-DUE-ORDERS-PARA.

           PERFORM 220-WRITE-REPORT-TOTALS-PARA.
           CLOSE REPORT-FILE.

           DISPLAY "Orders remitted: " WS-ORDERS-REMITTED.
           DISPLAY "Official checks issued: " WS-CHECKS-ISSUED.
           DISPLAY "Accounts remitted short: " WS-ACCOUNTS-SHORT.
           DISPLAY "Remittances written to " WS-REPORT-FILE-NAME.
           DISPLAY WS-SEPARATOR.

           MOVE 'E' TO WS-BC-FUNCTION.
           MOVE "LEGALREM" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      * NEXT FREE OFFICIAL CHECK SERIAL - one past the highest on the
      * register
      *-----------------------------------------------------------------
       090-FIND-NEXT-SERIAL-PARA.
           MOVE 1 TO WS-OC-NEXT-SERIAL.
           OPEN INPUT OFFICIAL-CHECK-FILE.
           IF FILE-SUCCESS
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ OFFICIAL-CHECK-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           COMPUTE WS-OC-NEXT-SERIAL = OC-SERIAL + 1
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
           CLOSE OFFICIAL-CHECK-FILE.

      *-----------------------------------------------------------------
      * WALK THE LEGAL ORDER FILE FOR ORDERS STILL HOLDING FUNDS
      * WHOSE ANSWER DATE HAS ARRIVED
      *-----------------------------------------------------------------
       100-REMIT-DUE-ORDERS-PARA.
           OPEN I-O LEGAL-ORDER-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No legal order file on disk - nothing to do."
               CLOSE LEGAL-ORDER-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ LEGAL-ORDER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF LO-HOLDING AND
                          LO-ANSWER-DATE <= WS-DATE-FORMATTED
                           PERFORM 110-REMIT-ONE-ORDER-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LEGAL-ORDER-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
      * REMIT ONE ORDER - debit each attached account for its hold,
      * draw the official check to the issuer and close the order
      *-----------------------------------------------------------------
       110-REMIT-ONE-ORDER-PARA.
           MOVE 0 TO WS-LR-ORDER-TOTAL.
           MOVE SPACES TO WS-LR-FUND-ACCOUNT.
           MOVE SPACES TO WS-LR-FUND-BRANCH.

           PERFORM VARYING WS-LR-IDX FROM 1 BY 1
                   UNTIL WS-LR-IDX > LO-ACCOUNT-COUNT OR
                         WS-LR-IDX > 5
               IF LO-HOLD-SEQ(WS-LR-IDX) > 0
                   PERFORM 120-REMIT-ONE-ACCOUNT-PARA
               END-IF
           END-PERFORM.

           MOVE 0 TO LO-REMIT-CHECK.
           IF WS-LR-ORDER-TOTAL > 0
               PERFORM 130-ISSUE-OFFICIAL-CHECK-PARA
           END-IF.

           MOVE 'R' TO LO-STATUS.
           MOVE WS-DATE-FORMATTED TO LO-CLOSED-DATE.
           MOVE "LEGALREM" TO LO-CLOSED-BY.
           MOVE WS-LR-ORDER-TOTAL TO LO-REMIT-AMOUNT.
           REWRITE LEGAL-ORDER-RECORD
               INVALID KEY
                   DISPLAY "ERROR closing legal order "
                       LO-ORDER-NUMBER
           END-REWRITE.
           ADD 1 TO WS-ORDERS-REMITTED.
           ADD WS-LR-ORDER-TOTAL TO WS-REMITTED-TOTAL.

           PERFORM 210-WRITE-ORDER-TOTAL-PARA.
           DISPLAY "Remitted legal order " LO-ORDER-NUMBER.

      *-----------------------------------------------------------------
      * RELEASE THE ORDER'S HOLD ON ONE ACCOUNT AND DEBIT THE HELD
      * AMOUNT - capped at what the account still has
      *-----------------------------------------------------------------
       120-REMIT-ONE-ACCOUNT-PARA.
           MOVE 0 TO WS-LR-AMOUNT.
           MOVE 0 TO WS-LR-HOLD-AMOUNT.
           MOVE SPACES TO WS-LR-NOTE.
           MOVE 'N' TO WS-LR-HOLD-FLAG.

           OPEN I-O HOLD-FILE.
           IF FILE-SUCCESS
               MOVE LO-ACCOUNT-NUMBER(WS-LR-IDX) TO HD-ACCOUNT-NUMBER
               MOVE LO-HOLD-SEQ(WS-LR-IDX) TO HD-SEQ
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HD-ACTIVE-HOLD
                           MOVE HD-AMOUNT TO WS-LR-HOLD-AMOUNT
                           MOVE 'R' TO HD-STATUS
                           REWRITE HOLD-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE 'Y' TO WS-LR-HOLD-FLAG
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.
           CLOSE HOLD-FILE.

           IF NOT LR-HOLD-RELEASED
               MOVE "Hold no longer active - nothing remitted"
                   TO WS-LR-NOTE
               PERFORM 205-WRITE-ACCOUNT-LINE-PARA
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               MOVE "Unable to open account file" TO WS-LR-NOTE
               CLOSE ACCOUNT-FILE
               PERFORM 205-WRITE-ACCOUNT-LINE-PARA
               EXIT PARAGRAPH
           END-IF.

           MOVE LO-ACCOUNT-NUMBER(WS-LR-IDX) TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "Account not found" TO WS-LR-NOTE
                   CLOSE ACCOUNT-FILE
                   PERFORM 205-WRITE-ACCOUNT-LINE-PARA
                   EXIT PARAGRAPH
           END-READ.

           IF AR-BALANCE <= 0
               MOVE 0 TO WS-LR-AMOUNT
           ELSE
               IF AR-BALANCE < WS-LR-HOLD-AMOUNT
                   MOVE AR-BALANCE TO WS-LR-AMOUNT
               ELSE
                   MOVE WS-LR-HOLD-AMOUNT TO WS-LR-AMOUNT
               END-IF
           END-IF.
           IF WS-LR-AMOUNT < WS-LR-HOLD-AMOUNT
               ADD 1 TO WS-ACCOUNTS-SHORT
               MOVE "SHORT - balance below the held amount"
                   TO WS-LR-NOTE
           END-IF.

           IF WS-LR-AMOUNT = 0
               CLOSE ACCOUNT-FILE
               PERFORM 205-WRITE-ACCOUNT-LINE-PARA
               PERFORM 140-WRITE-REMIT-AUDIT-PARA
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT WS-LR-AMOUNT FROM AR-BALANCE.
           MOVE WS-DATE-FORMATTED TO AR-LAST-ACCESS-DATE.
           ADD 1 TO AR-TRANSACTION-COUNT.
           MOVE "LEGAL" TO AR-LAST-CHANGED-BY.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE "Unable to update account" TO WS-LR-NOTE
                   MOVE 0 TO WS-LR-AMOUNT
                   CLOSE ACCOUNT-FILE
                   PERFORM 205-WRITE-ACCOUNT-LINE-PARA
                   EXIT PARAGRAPH
           END-REWRITE.
           CALL 'JRNLWRT' USING WS-JRNL-ACTION ACCOUNT-RECORD.

           MOVE AR-ACCOUNT-NUMBER TO WS-TR-ACCOUNT-NUMBER.
           MOVE "WITHDRAWAL" TO WS-TR-TYPE.
           MOVE WS-LR-AMOUNT TO WS-TR-AMOUNT.
           MOVE "SUCCESS" TO WS-TR-RESULT.
           MOVE SPACES TO WS-TR-REMARKS.
           STRING "Legal order " LO-ORDER-NUMBER " remitted - chk "
               WS-OC-NEXT-SERIAL DELIMITED BY SIZE INTO WS-TR-REMARKS.
           MOVE AR-BALANCE TO WS-TR-BALANCE-AFTER.
           MOVE AR-CURRENCY-CODE TO WS-TR-CURRENCY.
           MOVE AR-BRANCH-ID TO WS-TR-BRANCH-ID.
           MOVE SPACES TO WS-TR-RELATED-ACCOUNT.
           MOVE 0 TO WS-TR-CHECK-NUMBER.
           IF WS-LR-FUND-ACCOUNT = SPACES
               MOVE AR-ACCOUNT-NUMBER TO WS-LR-FUND-ACCOUNT
               MOVE AR-BRANCH-ID TO WS-LR-FUND-BRANCH
           END-IF.
           CLOSE ACCOUNT-FILE.

           PERFORM 155-WRITE-LEDGER-PARA.
           ADD WS-LR-AMOUNT TO WS-LR-ORDER-TOTAL.

           PERFORM 205-WRITE-ACCOUNT-LINE-PARA.
           PERFORM 140-WRITE-REMIT-AUDIT-PARA.

      *-----------------------------------------------------------------
      * DRAW THE OFFICIAL CHECK TO THE ISSUER FOR THE ORDER'S TOTAL
      * AND ENTER IT ON THE REGISTER
      *-----------------------------------------------------------------
       130-ISSUE-OFFICIAL-CHECK-PARA.
           OPEN I-O OFFICIAL-CHECK-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT OFFICIAL-CHECK-FILE
               IF NOT FILE-SUCCESS
                   DISPLAY "ERROR: Unable to open the official check "
                       "register - record check " WS-OC-NEXT-SERIAL
                       " by hand."
                   CLOSE OFFICIAL-CHECK-FILE
                   MOVE WS-OC-NEXT-SERIAL TO LO-REMIT-CHECK
                   ADD 1 TO WS-OC-NEXT-SERIAL
                   EXIT PARAGRAPH
               END-IF
               CLOSE OFFICIAL-CHECK-FILE
               OPEN I-O OFFICIAL-CHECK-FILE
           END-IF.

           MOVE WS-OC-NEXT-SERIAL TO OC-SERIAL.
           MOVE 'O' TO OC-STATUS.
           MOVE WS-LR-ORDER-TOTAL TO OC-AMOUNT.
           MOVE LO-ISSUER TO OC-PAYEE.
           MOVE LO-DEBTOR-NAME TO OC-PURCHASER.
           MOVE WS-LR-FUND-ACCOUNT TO OC-FUND-ACCOUNT.
           MOVE WS-DATE-FORMATTED TO OC-ISSUE-DATE.
           MOVE WS-LR-FUND-BRANCH TO OC-BRANCH-ID.
           MOVE "LEGALREM" TO OC-TELLER-ID.
           MOVE WS-DATE-FORMATTED TO OC-STATUS-DATE.
           MOVE "LEGALREM" TO OC-STATUS-BY.
           WRITE OFFICIAL-CHECK-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Serial " WS-OC-NEXT-SERIAL
                       " already on the register - record the "
                       "check for order " LO-ORDER-NUMBER " by hand."
               NOT INVALID KEY
                   ADD 1 TO WS-CHECKS-ISSUED
           END-WRITE.
           CLOSE OFFICIAL-CHECK-FILE.

           MOVE WS-OC-NEXT-SERIAL TO LO-REMIT-CHECK.
           ADD 1 TO WS-OC-NEXT-SERIAL.

      *-----------------------------------------------------------------
      * ONE AUDIT LINE PER ACCOUNT REMITTED - the hold before, the
      * check and amount after
      *-----------------------------------------------------------------
       140-WRITE-REMIT-AUDIT-PARA.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-DATE-FORMATTED TO AU-DATE.
           MOVE WS-CURRENT-HOUR TO AU-TIME(1:2).
           MOVE ':' TO AU-TIME(3:1).
           MOVE WS-CURRENT-MINUTE TO AU-TIME(4:2).
           MOVE ':' TO AU-TIME(6:1).
           MOVE WS-CURRENT-SECOND TO AU-TIME(7:2).
           MOVE "LEGALREM" TO AU-TELLER-ID.
           MOVE LO-ACCOUNT-NUMBER(WS-LR-IDX) TO AU-KEY-VALUE.
           MOVE "LEGAL-ORDER-REMIT" TO AU-FIELD-NAME.
           MOVE WS-LR-HOLD-AMOUNT TO WS-LR-HELD-DISPLAY.
           MOVE SPACES TO AU-OLD-VALUE.
           STRING LO-ORDER-NUMBER " HELD " WS-LR-HELD-DISPLAY
               DELIMITED BY SIZE INTO AU-OLD-VALUE.
           MOVE WS-LR-AMOUNT TO WS-LR-AMOUNT-DISPLAY.
           MOVE SPACES TO AU-NEW-VALUE.
           STRING "CHK " WS-OC-NEXT-SERIAL " " WS-LR-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO AU-NEW-VALUE.
           WRITE AUDIT-LOG-RECORD.

           CLOSE AUDIT-LOG-FILE.

      *-----------------------------------------------------------------
      * WRITE ONE LEDGER ENTRY FROM THE WS-TRANSACTION WORK AREA
      *-----------------------------------------------------------------
       155-WRITE-LEDGER-PARA.
           OPEN I-O TRANSACTION-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT TRANSACTION-FILE
           END-IF.

           MOVE WS-TR-ACCOUNT-NUMBER TO TR-KEY-ACCT-NUM.
           MOVE WS-TR-DATE TO TR-KEY-DATE.
           MOVE WS-TR-TIME TO TR-KEY-TIME.
           PERFORM 158-SEED-LEDGER-SEQ-PARA.
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
               INVALID KEY
                   DISPLAY "ERROR writing ledger entry for "
                       WS-TR-ACCOUNT-NUMBER
           END-WRITE.

           CLOSE TRANSACTION-FILE.

      *-----------------------------------------------------------------
      * SEED THE LEDGER KEY SEQUENCE PAST ANY ENTRY ALREADY WRITTEN
      * FOR THE SAME ACCOUNT, DATE AND TIME
      *-----------------------------------------------------------------
       158-SEED-LEDGER-SEQ-PARA.
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
      * REMITTANCE REPORT HEADER
      *-----------------------------------------------------------------
       200-WRITE-REPORT-HEADER-PARA.
           MOVE SPACES TO REPORT-LINE.
           STRING "PNC BANK - LEGAL ORDER REMITTANCE - "
               WS-DATE-FORMATTED DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Order        Account            Held      Remitted"
               "  Note" DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * ONE LINE PER ATTACHED ACCOUNT
      *-----------------------------------------------------------------
       205-WRITE-ACCOUNT-LINE-PARA.
           MOVE WS-LR-HOLD-AMOUNT TO WS-LR-HELD-DISPLAY.
           MOVE WS-LR-AMOUNT TO WS-LR-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING LO-ORDER-NUMBER " " LO-ACCOUNT-NUMBER(WS-LR-IDX)
               " " WS-LR-HELD-DISPLAY " " WS-LR-AMOUNT-DISPLAY "  "
               WS-LR-NOTE DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * ORDER TOTAL AND THE CHECK DRAWN FOR IT
      *-----------------------------------------------------------------
       210-WRITE-ORDER-TOTAL-PARA.
           MOVE WS-LR-ORDER-TOTAL TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           IF LO-REMIT-CHECK > 0
               STRING "  Remitted " WS-FORMATTED-AMOUNT
                   " by official check " LO-REMIT-CHECK " to "
                   LO-ISSUER DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  Nothing held to remit - order closed for "
                   LO-ISSUER DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * REMITTANCE REPORT TOTALS
      *-----------------------------------------------------------------
       220-WRITE-REPORT-TOTALS-PARA.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Orders remitted:         " WS-ORDERS-REMITTED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Official checks issued:  " WS-CHECKS-ISSUED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Accounts remitted short: " WS-ACCOUNTS-SHORT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REMITTED-TOTAL TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Total remitted:          " WS-FORMATTED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-ORDERS-REMITTED TO WS-JS-POSTED-COUNT.
           MOVE WS-REMITTED-TOTAL TO WS-JS-DOLLAR-TOTAL.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
