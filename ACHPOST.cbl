      * balance and the overdraft sweep for debits - logging every
      * result to the transaction ledger and writing rejected items
      * to a return file so they can be sent back to the originator.
      * A debit that fails for funds draws the NSF item fee once, when
      * it first suspends, and a debit paid into the overdraft line
      * draws the paid-overdraft item fee; both post as FEE ledger
      * entries under the same per-account daily cap the inclearing
      * step applies (see FEEACT.dat and FEERPT.cbl).
      * A credit to a charged-off account is a recovery: it posts as
      * a RECOVERY ledger entry, the written-off balance stays at
      * zero and the amount is added to the account's charge-off
      * record. Debits to a charged-off account are refused.
      * Run with no operator interaction - see EODJOB.jcl.
      *
      * Inbound record layout (ACHIN.dat, fixed; the file is proven
       01  WS-ITEMS-POSTED            PIC 9(7) VALUE 0.
       01  WS-ITEMS-RETURNED          PIC 9(7) VALUE 0.
       01  WS-ITEMS-SUSPENDED         PIC 9(7) VALUE 0.
       01  WS-ITEMS-DECEASED          PIC 9(7) VALUE 0.
       01  WS-DECEASED-PAYEE-FLAG     PIC X(1) VALUE 'N'.
           88 DECEASED-PAYEE          VALUE 'Y'.
       01  WS-DECEASED-DATE           PIC X(10).
       01  WS-SUSP-REPRESENTED        PIC 9(7) VALUE 0.
       01  WS-ITEM-OK-FLAG            PIC X(1) VALUE 'N'.
           88 ITEM-OK                 VALUE 'Y'.
       01  WS-RETURN-REASON           PIC X(40).
       01  WS-SWEEP-SHORTFALL         PIC 9(9)V99 VALUE 0.
       01  WS-LOAN-EXCESS             PIC 9(9)V99 VALUE 0.
       01  WS-RECOVERY-FLAG           PIC X(1) VALUE 'N'.
           88 CREDIT-IS-RECOVERY      VALUE 'Y'.
       01  WS-ACH-REGISTER-NAME       PIC X(40) VALUE 'ACHFILES.dat'.
       01  WS-PROVE-WORK.
           05  WS-PV-STATE            PIC X(1) VALUE 'M'.
       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "ACHPOST" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "TRANLOG.dat" TO WS-TRANSACTION-FILE-NAME.
           MOVE "CTRLOG.dat" TO WS-COMPLIANCE-FILE-NAME.
           MOVE "ACHORIG.dat" TO WS-ACH-ORIG-FILE-NAME.
           MOVE "MONITOR.dat" TO WS-MONITOR-FILE-NAME.
           MOVE "FEEACT.dat" TO WS-FEEACT-FILE-NAME.
           MOVE "CUSTOMER.dat" TO WS-CUSTOMER-FILE-NAME.
           MOVE "CHGOFF.dat" TO WS-CHGOFF-FILE-NAME.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           IF BC-DUPLICATE
               DISPLAY "ACHPOST already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           PERFORM 095-PROVE-INBOUND-FILE-PARA.
           IF INFILE-REFUSED
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

               WS-SUSP-REPRESENTED.
           DISPLAY "Items suspended: " WS-ITEMS-SUSPENDED.
           DISPLAY "Items returned: " WS-ITEMS-RETURNED.
           DISPLAY "Benefits returned (payee deceased): "
               WS-ITEMS-DECEASED.
           DISPLAY "Item fees charged: " WS-IF-CHARGED-COUNT
               "  total: " WS-IF-CHARGED-TOTAL.
           DISPLAY "Item fees waived (daily cap): "
               WS-IF-WAIVED-COUNT.
           DISPLAY "Returns written to " WS-ACH-RETURN-FILE-NAME.
           DISPLAY WS-SEPARATOR.

           MOVE "ACHPOST" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       110-POST-ONE-ITEM-PARA.
           MOVE 'N' TO WS-ITEM-OK-FLAG.
           MOVE 'N' TO WS-IF-TRIGGER.
           MOVE 'N' TO WS-AO-MATCHED-FLAG.
           MOVE SPACES TO WS-RETURN-REASON.

               EXIT PARAGRAPH
           END-IF.

      * A government benefit credited after the payee's recorded
      * date of death is not the estate's money - it goes straight
      * back to the paying agency rather than into suspense.
           IF AI-CREDIT
               PERFORM 186-CHECK-DECEASED-PAYEE-PARA
               IF DECEASED-PAYEE
                   PERFORM 187-RETURN-DECEASED-ITEM-PARA
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE AI-AMOUNT TO WS-AMOUNT.
           IF AI-CREDIT
               PERFORM 190-MATCH-ORIG-RETURN-PARA
               PERFORM 170-WRITE-RETURN-PARA
           END-IF.

      * A re-presented suspense item was already charged the NSF fee
      * the night it first failed.
           IF IF-TRIGGER-NSF AND REPRESENTING-SUSPENSE
               MOVE 'N' TO WS-IF-TRIGGER
           END-IF.
           IF NOT IF-TRIGGER-NONE
               PERFORM 190-ASSESS-ITEM-FEE-PARA
           END-IF.

      *-----------------------------------------------------------------
      * READ THE ACCOUNT INTO THE FIRST ACCOUNT BUFFER AND CHECK IT
      * IS POSTABLE
               EXIT PARAGRAPH
           END-IF.

           IF AR-CHARGED-OFF AND AI-DEBIT
               MOVE "Account is charged off - debits blocked"
                   TO WS-RETURN-REASON
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           IF NOT AR-ACTIVE AND NOT AR-DORMANT AND NOT AR-CHARGED-OFF
               MOVE "Account is not active" TO WS-RETURN-REASON
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           MOVE AR-MIN-BALANCE TO WS-TEMP-MIN-BALANCE.
           MOVE AR-LINKED-ACCOUNT TO WS-TEMP-LINKED-ACCOUNT.
           MOVE AR-OVERDRAFT-LIMIT TO WS-TEMP-OD-LIMIT.
           MOVE AR-OWNER-1-CUST-ID TO WS-TEMP-OWNER-1-CUST-ID.
           MOVE AR-OWNER-2-CUST-ID TO WS-TEMP-OWNER-2-CUST-ID.
           MOVE AR-OWNER-3-CUST-ID TO WS-TEMP-OWNER-3-CUST-ID.

           CLOSE ACCOUNT-FILE.
           MOVE 'Y' TO WS-ITEM-OK-FLAG.
      *-----------------------------------------------------------------
      * POST A CREDIT ITEM - deposits add to the balance; a credit to
      * a LOAN account pays principal down, as the teller deposit
      * path does; a credit to a charged-off account is a recovery
      *-----------------------------------------------------------------
       130-POST-CREDIT-PARA.
           MOVE 'N' TO WS-ITEM-OK-FLAG.
                   EXIT PARAGRAPH
           END-READ.

      * The return of one of our own originations from an account
      * since charged off is not a recovery - the outbound clearing
      * entry it reverses has to be settled by operations, so the
      * item waits in suspense for them.
           IF AR-CHARGED-OFF AND ACH-ORIG-MATCHED
               MOVE "Origination return to charged-off account"
                   TO WS-RETURN-REASON
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

      * A credit to a LOAN pays principal down; the amount applied -
      * and the amount on the ledger entry and CTR check - is capped
      * at the outstanding balance, as the teller deposit path caps
      * it, and the unapplied excess goes back to the originator on
      * the return file. A credit to a charged-off account leaves
      * the written-off balance at zero and the whole amount goes to
      * recoveries income.
           MOVE 0 TO WS-LOAN-EXCESS.
           MOVE 'N' TO WS-RECOVERY-FLAG.
           IF AR-CHARGED-OFF
               MOVE 'Y' TO WS-RECOVERY-FLAG
           ELSE
               IF AR-TYPE-LOAN
                   IF WS-AMOUNT > AR-BALANCE
                       COMPUTE WS-LOAN-EXCESS =
                           WS-AMOUNT - AR-BALANCE
                       MOVE AR-BALANCE TO WS-AMOUNT
                   END-IF
                   SUBTRACT WS-AMOUNT FROM AR-BALANCE
               ELSE
                   ADD WS-AMOUNT TO AR-BALANCE
               END-IF
           END-IF.
           IF AR-DORMANT
               MOVE 'A' TO AR-STATUS
      * processor returning the item - it posts under the distinct
      * ACH-RET type against the originating register entry instead
      * of landing as an unexplained deposit.
           IF CREDIT-IS-RECOVERY
               MOVE "RECOVERY" TO WS-TR-TYPE
           ELSE
               IF ACH-ORIG-MATCHED
                   MOVE "ACH-RET" TO WS-TR-TYPE
               ELSE
                   MOVE "DEPOSIT" TO WS-TR-TYPE
               END-IF
           END-IF.
           PERFORM 150-WRITE-ITEM-LEDGER-PARA.

           IF CREDIT-IS-RECOVERY
               PERFORM 132-ADD-RECOVERY-PARA
           END-IF.

           IF ACH-ORIG-MATCHED
               PERFORM 195-MARK-ORIG-RETURNED-PARA
           END-IF.

           MOVE 'Y' TO WS-ITEM-OK-FLAG.

      *-----------------------------------------------------------------
      * ADD THE RECOVERY TO THE ACCOUNT'S CHARGE-OFF RECORD
      *-----------------------------------------------------------------
       132-ADD-RECOVERY-PARA.
           OPEN I-O CHARGE-OFF-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "WARNING: Charge-off file unavailable - "
                   "recovery not totalled for " AI-ACCOUNT-NUMBER
               CLOSE CHARGE-OFF-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE AI-ACCOUNT-NUMBER TO CO-ACCOUNT-NUMBER.
           READ CHARGE-OFF-FILE
               INVALID KEY
                   DISPLAY "WARNING: No charge-off record for "
                       AI-ACCOUNT-NUMBER
               NOT INVALID KEY
                   ADD WS-TR-AMOUNT TO CO-RECOVERED-AMOUNT
                   MOVE WS-TR-DATE TO CO-LAST-RECOVERY-DATE
                   REWRITE CHARGE-OFF-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: Recovery total not "
                               "updated for " AI-ACCOUNT-NUMBER
                   END-REWRITE
           END-READ.

           CLOSE CHARGE-OFF-FILE.

      *-----------------------------------------------------------------
      * RETURN THE PORTION OF A LOAN PAYMENT THAT EXCEEDED THE
      * OUTSTANDING BALANCE
                           TO WS-RETURN-REASON
                   END-IF
               END-IF
               MOVE 'S' TO WS-IF-TRIGGER
               EXIT PARAGRAPH
           END-IF.

               PERFORM 143-WRITE-EXCESS-FEE-PARA
           END-IF.

      * A debit the balance could only carry by drawing on the
      * overdraft line is a paid-overdraft item for the fee.
           IF WS-TEMP-BALANCE < 0
               MOVE 'O' TO WS-IF-TRIGGER
           END-IF.

           MOVE 'Y' TO WS-ITEM-OK-FLAG.

      *-----------------------------------------------------------------
               WS-RETURN-REASON.
           CLOSE ACH-SUSPENSE-FILE.

      *-----------------------------------------------------------------
      * ASSESS THE NSF OR PAID-OVERDRAFT ITEM FEE - an account is
      * charged for at most the parameter number of fee items per
      * business day across the nightly posting steps; items past
      * the cap are logged as waived so the fee-activity report
      * shows them
      *-----------------------------------------------------------------
       190-ASSESS-ITEM-FEE-PARA.
           MOVE AI-ACCOUNT-NUMBER TO WS-IF-ACCOUNT.
           MOVE "ACHPOST" TO WS-IF-SOURCE.
           MOVE "ACH" TO WS-IF-ITEM-REF.
           MOVE AI-AMOUNT TO WS-IF-ITEM-AMOUNT.
           MOVE AI-ORIGINATOR TO WS-IF-ITEM-DESC.
           IF IF-TRIGGER-NSF
               MOVE WS-NSF-ITEM-FEE TO WS-IF-FEE-AMOUNT
           ELSE
               MOVE WS-OD-ITEM-FEE TO WS-IF-FEE-AMOUNT
           END-IF.
           IF WS-IF-FEE-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM 191-COUNT-TODAY-FEES-PARA.
           IF WS-IF-TODAY-COUNT >= WS-ITEM-FEE-DAILY-CAP
               MOVE 'W' TO WS-IF-DISPOSITION
               ADD 1 TO WS-IF-WAIVED-COUNT
               DISPLAY "FEE WAIVED (daily cap): " AI-ACCOUNT-NUMBER
                   " " AI-ORIGINATOR
               PERFORM 193-LOG-FEE-ACTIVITY-PARA
               EXIT PARAGRAPH
           END-IF.

           PERFORM 192-POST-ITEM-FEE-PARA.
           PERFORM 193-LOG-FEE-ACTIVITY-PARA.

      *-----------------------------------------------------------------
      * COUNT THE FEE ITEMS ALREADY CHARGED TO THE ACCOUNT FOR THIS
      * BUSINESS DATE
      *-----------------------------------------------------------------
       191-COUNT-TODAY-FEES-PARA.
           MOVE 0 TO WS-IF-TODAY-COUNT.

           OPEN INPUT FEE-ACTIVITY-FILE.
           IF NOT FILE-SUCCESS
               CLOSE FEE-ACTIVITY-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ FEE-ACTIVITY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF FA-DATE = WS-DATE-FORMATTED AND
                          FA-ACCOUNT-NUMBER = WS-IF-ACCOUNT AND
                          FA-CHARGED
                           ADD 1 TO WS-IF-TODAY-COUNT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FEE-ACTIVITY-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * POST THE ITEM FEE - the fee may draw the balance down to the
      * overdraft line floor (zero for accounts with no line), as
      * the monthly fee run allows; anything beyond the floor is
      * forgiven and the item is logged as uncollected
      *-----------------------------------------------------------------
       192-POST-ITEM-FEE-PARA.
           MOVE 'U' TO WS-IF-DISPOSITION.

           OPEN I-O ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE AI-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE WS-IF-FEE-AMOUNT TO WS-IF-CHARGE.
           IF AR-BALANCE - WS-IF-CHARGE < 0 - AR-OVERDRAFT-LIMIT
               COMPUTE WS-IF-CHARGE = AR-BALANCE + AR-OVERDRAFT-LIMIT
           END-IF.
           IF WS-IF-CHARGE <= 0
               MOVE 0 TO WS-IF-FEE-AMOUNT
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT WS-IF-CHARGE FROM AR-BALANCE.
           MOVE WS-DATE-FORMATTED TO AR-LAST-ACCESS-DATE.
           ADD 1 TO AR-TRANSACTION-COUNT.
           MOVE "ACH" TO AR-LAST-CHANGED-BY.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERROR rewriting " AR-ACCOUNT-NUMBER
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-REWRITE.
           CALL 'JRNLWRT' USING WS-JRNL-ACTION ACCOUNT-RECORD.

           MOVE AR-BALANCE TO WS-TEMP-BALANCE.
           CLOSE ACCOUNT-FILE.

           MOVE WS-IF-CHARGE TO WS-IF-FEE-AMOUNT.
           MOVE 'C' TO WS-IF-DISPOSITION.
           ADD 1 TO WS-IF-CHARGED-COUNT.
           ADD WS-IF-FEE-AMOUNT TO WS-IF-CHARGED-TOTAL.

           MOVE AI-ACCOUNT-NUMBER TO WS-TR-ACCOUNT-NUMBER.
           MOVE "FEE" TO WS-TR-TYPE.
           MOVE WS-IF-FEE-AMOUNT TO WS-TR-AMOUNT.
           MOVE "SUCCESS" TO WS-TR-RESULT.
           MOVE SPACES TO WS-TR-REMARKS.
           IF IF-TRIGGER-NSF
               STRING "NSF item fee - " AI-ORIGINATOR
                   DELIMITED BY SIZE INTO WS-TR-REMARKS
           ELSE
               STRING "Overdraft item fee - " AI-ORIGINATOR
                   DELIMITED BY SIZE INTO WS-TR-REMARKS
           END-IF.
           MOVE WS-TEMP-BALANCE TO WS-TR-BALANCE-AFTER.
           MOVE WS-TEMP-CURRENCY-CODE TO WS-TR-CURRENCY.
           MOVE WS-TEMP-BRANCH-ID TO WS-TR-BRANCH-ID.
           MOVE SPACES TO WS-TR-RELATED-ACCOUNT.
           PERFORM 155-WRITE-LEDGER-PARA.

      *-----------------------------------------------------------------
      * APPEND THE ITEM TO THE FEE-ACTIVITY LOG
      *-----------------------------------------------------------------
       193-LOG-FEE-ACTIVITY-PARA.
           OPEN EXTEND FEE-ACTIVITY-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT FEE-ACTIVITY-FILE
           END-IF.

           MOVE WS-DATE-FORMATTED TO FA-DATE.
           MOVE WS-IF-ACCOUNT TO FA-ACCOUNT-NUMBER.
           MOVE WS-IF-SOURCE TO FA-SOURCE.
           IF IF-TRIGGER-NSF
               MOVE "NSF" TO FA-FEE-TYPE
           ELSE
               MOVE "OD" TO FA-FEE-TYPE
           END-IF.
           MOVE WS-IF-ITEM-REF TO FA-ITEM-REF.
           MOVE WS-IF-ITEM-AMOUNT TO FA-ITEM-AMOUNT.
           MOVE WS-IF-ITEM-DESC TO FA-ITEM-DESC.
           MOVE WS-IF-FEE-AMOUNT TO FA-FEE-AMOUNT.
           MOVE WS-IF-DISPOSITION TO FA-DISPOSITION.
           MOVE WS-TEMP-BRANCH-ID TO FA-BRANCH-ID.
           WRITE FEE-ACTIVITY-RECORD.

           CLOSE FEE-ACTIVITY-FILE.

      *-----------------------------------------------------------------
      * SUM THE ACTIVE DEPOSIT HOLDS FOR WS-HD-ACCOUNT INTO
      * WS-HD-TOTAL
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * A CREDIT FROM A GOVERNMENT BENEFIT PAYER TO AN ACCOUNT WHOSE
      * OWNER DIED BEFORE TODAY IS FLAGGED FOR RETURN
      *-----------------------------------------------------------------
       186-CHECK-DECEASED-PAYEE-PARA.
           MOVE 'N' TO WS-DECEASED-PAYEE-FLAG.

           MOVE AI-ORIGINATOR TO WS-GP-DESCRIPTION.
           PERFORM 188-MATCH-GOVT-PAYER-PARA.
           IF NOT GOVT-PAYER
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF NOT FILE-SUCCESS
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TEMP-OWNER-1-CUST-ID TO CU-CUSTOMER-ID.
           PERFORM 189-CHECK-ONE-OWNER-PARA.
           MOVE WS-TEMP-OWNER-2-CUST-ID TO CU-CUSTOMER-ID.
           PERFORM 189-CHECK-ONE-OWNER-PARA.
           MOVE WS-TEMP-OWNER-3-CUST-ID TO CU-CUSTOMER-ID.
           PERFORM 189-CHECK-ONE-OWNER-PARA.

           CLOSE CUSTOMER-FILE.

      *-----------------------------------------------------------------
       189-CHECK-ONE-OWNER-PARA.
           IF CU-CUSTOMER-ID = SPACES OR DECEASED-PAYEE
               EXIT PARAGRAPH
           END-IF.

           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF CU-DECEASED AND CU-DATE-OF-DEATH NOT = SPACES AND
              CU-DATE-OF-DEATH < WS-DATE-FORMATTED
               MOVE 'Y' TO WS-DECEASED-PAYEE-FLAG
               MOVE CU-DATE-OF-DEATH TO WS-DECEASED-DATE
           END-IF.

      *-----------------------------------------------------------------
      * MATCH AN ORIGINATOR DESCRIPTION AGAINST THE GOVERNMENT
      * BENEFIT PAYER PREFIXES
      *-----------------------------------------------------------------
       188-MATCH-GOVT-PAYER-PARA.
           MOVE 'N' TO WS-GP-MATCH-FLAG.
           PERFORM VARYING WS-GP-IDX FROM 1 BY 1
                   UNTIL WS-GP-IDX > 8 OR GOVT-PAYER
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-GP-PREFIX(WS-GP-IDX))) TO WS-GP-PREFIX-LEN
               IF WS-GP-DESCRIPTION(1:WS-GP-PREFIX-LEN) =
                  WS-GP-PREFIX(WS-GP-IDX)(1:WS-GP-PREFIX-LEN)
                   MOVE 'Y' TO WS-GP-MATCH-FLAG
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * RETURN A DECEASED PAYEE'S BENEFIT TO THE PAYING AGENCY AND
      * RAISE IT ON THE OPERATIONS MONITOR
      *-----------------------------------------------------------------
       187-RETURN-DECEASED-ITEM-PARA.
           MOVE "Payee deceased - benefit returned" TO
               WS-RETURN-REASON.
           PERFORM 172-WRITE-RETURN-FILE-PARA.
           ADD 1 TO WS-ITEMS-DECEASED.

           IF REPRESENTING-SUSPENSE
               MOVE 'R' TO SU-STATUS
               REWRITE ACH-SUSPENSE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR rewriting suspense "
                           SU-SUSP-ID
               END-REWRITE
           END-IF.

           OPEN EXTEND MONITOR-LOG-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT MONITOR-LOG-FILE
           END-IF.
           MOVE WS-DATE-FORMATTED TO ML-DATE.
           MOVE WS-TR-TIME TO ML-TIME.
           MOVE "DECEASED-BENEFIT" TO ML-ALERT-TYPE.
           MOVE SPACES TO ML-DETAILS.
           MOVE AI-AMOUNT TO WS-FORMATTED-BALANCE.
           STRING "Acct " AI-ACCOUNT-NUMBER " "
               AI-ORIGINATOR(1:20) " " WS-FORMATTED-BALANCE
               " back - died " WS-DECEASED-DATE
               DELIMITED BY SIZE INTO ML-DETAILS.
           MOVE 'N' TO ML-ACK-FLAG.
           MOVE SPACES TO ML-ACK-TELLER-ID.
           MOVE SPACES TO ML-ACK-NOTE.
           WRITE MONITOR-LOG-RECORD.
           CLOSE MONITOR-LOG-FILE.

      *-----------------------------------------------------------------
      * MATCH AN INBOUND CREDIT AGAINST THE ORIGINATION REGISTER - a
      * sent origination on the same account for the same amount is
           MOVE WS-TR-DATE TO TR-KEY-DATE.
           MOVE WS-TR-TIME TO TR-KEY-TIME.
           MOVE WS-TR-SEQ TO TR-KEY-SEQ.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-ITEMS-READ TO WS-JS-READ-COUNT.
           MOVE WS-ITEMS-POSTED TO WS-JS-POSTED-COUNT.
           MOVE WS-ITEMS-RETURNED TO WS-JS-REJECTED-COUNT.
           MOVE WS-ITEMS-SUSPENDED TO WS-JS-SUSPENDED-COUNT.
           COMPUTE WS-JS-DOLLAR-TOTAL =
               WS-PV-DEBIT-TOTAL + WS-PV-CREDIT-TOTAL.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
