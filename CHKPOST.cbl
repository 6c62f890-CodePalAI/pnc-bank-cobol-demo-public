      * are matched by check number; amount/description stops apply
      * as on the other posting paths. Every item produces a line on
      * the NSF/return decision file - PAID, NSF, STOP or RTRN with
      * the reason - for the return clerk's morning work.
      * Positive pay: an item on an account enrolled on PPACCT.dat is
      * matched by serial against the issued-checks file PPLOAD
      * maintains. A serial not issued (or voided / aged off), an
      * amount that differs from the issue, or a serial already paid
      * is not posted - it goes to the exceptions file as PPEX for
      * the customer's pay/return decision, keyed at the branch
      * before the cutoff on the next business day. The next night's
      * run applies each decision, or the account's default action
      * when none arrived, at the top of the run. Run with no
      * operator interaction - see EODJOB.jcl.
      *
      * Inclearing record layout (CHKIN.dat, fixed):
       01  WS-CHECK-DECISION-NAME     PIC X(40).
       01  WS-ITEMS-READ              PIC 9(7) VALUE 0.
       01  WS-ITEMS-PAID              PIC 9(7) VALUE 0.
       01  WS-PAID-TOTAL              PIC 9(11)V99 VALUE 0.
       01  WS-ITEMS-RETURNED          PIC 9(7) VALUE 0.
       01  WS-ITEM-OK-FLAG            PIC X(1) VALUE 'N'.
           88 ITEM-OK                 VALUE 'Y'.
       01  WS-DECISION-CODE           PIC X(4).
       01  WS-RETURN-REASON           PIC X(40).
       01  WS-PP-MATCHED              PIC 9(7) VALUE 0.
       01  WS-PP-HELD                 PIC 9(7) VALUE 0.
       01  WS-PP-REPRESENTED          PIC 9(7) VALUE 0.
       01  WS-PP-DEFAULTED            PIC 9(7) VALUE 0.
       01  WS-PP-CUTOFF-DATE          PIC X(10).
       01  WS-PP-DATE-YYYYMMDD        PIC 9(8).
       01  WS-PP-DATE-INTEGER         PIC 9(8).

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "CHKPOST" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "TRANLOG.dat" TO WS-TRANSACTION-FILE-NAME.
           MOVE "CTRLOG.dat" TO WS-COMPLIANCE-FILE-NAME.
           MOVE "RESTRICT.dat" TO WS-RESTRICT-FILE-NAME.
           MOVE "HOLDS.dat" TO WS-HOLD-FILE-NAME.
           MOVE "FEEACT.dat" TO WS-FEEACT-FILE-NAME.
           MOVE "PPACCT.dat" TO WS-PPACCT-FILE-NAME.
           MOVE "ISSCHK.dat" TO WS-ISSCHK-FILE-NAME.
           MOVE "PPEXCP.dat" TO WS-PPEXCP-FILE-NAME.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           IF BC-DUPLICATE
               DISPLAY "CHKPOST already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

               WS-DATE-FORMATTED.
           DISPLAY WS-SEPARATOR.

      * Exceptions raised tonight may be decided until the cutoff
      * on the next business day.
           MOVE WS-DATE-FORMATTED(1:4) TO WS-PP-DATE-YYYYMMDD(1:4).
           MOVE WS-DATE-FORMATTED(6:2) TO WS-PP-DATE-YYYYMMDD(5:2).
           MOVE WS-DATE-FORMATTED(9:2) TO WS-PP-DATE-YYYYMMDD(7:2).
           COMPUTE WS-PP-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PP-DATE-YYYYMMDD) + 1.
           COMPUTE WS-PP-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-PP-DATE-INTEGER).
           MOVE WS-PP-DATE-YYYYMMDD(1:4) TO WS-PP-CUTOFF-DATE(1:4).
           MOVE '-' TO WS-PP-CUTOFF-DATE(5:1).
           MOVE WS-PP-DATE-YYYYMMDD(5:2) TO WS-PP-CUTOFF-DATE(6:2).
           MOVE '-' TO WS-PP-CUTOFF-DATE(8:1).
           MOVE WS-PP-DATE-YYYYMMDD(7:2) TO WS-PP-CUTOFF-DATE(9:2).
           CALL 'BUSCAL' USING WS-PP-CUTOFF-DATE.

           OPEN OUTPUT CHECK-DECISION-FILE.
           PERFORM 105-APPLY-POSPAY-DECISIONS-PARA.
           PERFORM 100-POST-INCLEARING-FILE-PARA.
           CLOSE CHECK-DECISION-FILE.

           DISPLAY "Items read: " WS-ITEMS-READ.
           DISPLAY "Checks paid: " WS-ITEMS-PAID.
           DISPLAY "Checks returned: " WS-ITEMS-RETURNED.
           DISPLAY "Positive pay matched: " WS-PP-MATCHED
               "  held as exceptions: " WS-PP-HELD.
           DISPLAY "Positive pay exceptions applied: "
               WS-PP-REPRESENTED "  (account default: "
               WS-PP-DEFAULTED ")".
           DISPLAY "Item fees charged: " WS-IF-CHARGED-COUNT
               "  total: " WS-IF-CHARGED-TOTAL.
           DISPLAY "Item fees waived (daily cap): "
               WS-IF-WAIVED-COUNT.
           DISPLAY "Decisions written to " WS-CHECK-DECISION-NAME.
           DISPLAY WS-SEPARATOR.

           MOVE "CHKPOST" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ CHECK-IN-FILE
           END-PERFORM.

           CLOSE CHECK-IN-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
      * APPLY THE POSITIVE PAY DECISIONS AT THE TOP OF THE RUN - each
      * open exception the customer decided is paid through the
      * normal posting path or returned; one still undecided once
      * its cutoff has passed takes the account's default action
      * (return, where the enrollment is gone)
      *-----------------------------------------------------------------
       105-APPLY-POSPAY-DECISIONS-PARA.
           OPEN I-O POSPAY-EXCEPTION-FILE.
           IF NOT FILE-SUCCESS
               CLOSE POSPAY-EXCEPTION-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-PP-REPRESENT-FLAG.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ POSPAY-EXCEPTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       COMPUTE WS-PX-NEXT-ID = PX-EXCEPTION-ID + 1
                       IF PX-OPEN
                           PERFORM 106-APPLY-ONE-DECISION-PARA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-PP-REPRESENT-FLAG.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

           CLOSE POSPAY-EXCEPTION-FILE.

      *-----------------------------------------------------------------
       106-APPLY-ONE-DECISION-PARA.
           IF PX-UNDECIDED
               IF PX-CUTOFF-DATE > WS-DATE-FORMATTED
                   EXIT PARAGRAPH
               END-IF
               MOVE PX-ACCOUNT-NUMBER TO WS-PP-ACCOUNT
               PERFORM 205-READ-ENROLLMENT-PARA
               IF PP-ENROLLED-ACCOUNT AND
                  WS-PP-DEFAULT-ACTION = 'P'
                   MOVE 'P' TO PX-DECISION
               ELSE
                   MOVE 'R' TO PX-DECISION
               END-IF
               MOVE 'Y' TO PX-DEFAULT-FLAG
               MOVE "DEFAULT" TO PX-DECIDED-BY
               MOVE WS-DATE-FORMATTED TO PX-DECIDED-DATE
               ADD 1 TO WS-PP-DEFAULTED
           END-IF.

           ADD 1 TO WS-PP-REPRESENTED.
           MOVE PX-ACCOUNT-NUMBER TO CK-ACCOUNT-NUMBER.
           MOVE PX-CHECK-NUMBER TO CK-CHECK-NUMBER.
           MOVE PX-AMOUNT TO CK-AMOUNT.
           MOVE PX-PAYEE TO CK-PAYEE.

           IF PX-DECIDE-PAY
               PERFORM 110-POST-ONE-CHECK-PARA
           ELSE
               MOVE "RTRN" TO WS-DECISION-CODE
               MOVE SPACES TO WS-RETURN-REASON
               IF PX-BY-DEFAULT
                   STRING "Positive pay " PX-REASON-CODE
                       " - returned by default"
                       DELIMITED BY SIZE INTO WS-RETURN-REASON
               ELSE
                   STRING "Positive pay " PX-REASON-CODE
                       " - returned by customer"
                       DELIMITED BY SIZE INTO WS-RETURN-REASON
               END-IF
               PERFORM 170-WRITE-DECISION-PARA
           END-IF.

           IF WS-DECISION-CODE = "PAID"
               MOVE 'P' TO PX-STATUS
           ELSE
               MOVE 'R' TO PX-STATUS
           END-IF.
           MOVE WS-DATE-FORMATTED TO PX-CLOSED-DATE.
           REWRITE POSPAY-EXCEPTION-RECORD
               INVALID KEY
                   DISPLAY "ERROR rewriting positive pay exception "
                       PX-EXCEPTION-ID
           END-REWRITE.

      *-----------------------------------------------------------------
      * VALIDATE AND POST ONE CHECK
      *-----------------------------------------------------------------
       110-POST-ONE-CHECK-PARA.
           MOVE 'N' TO WS-ITEM-OK-FLAG.
           MOVE 'N' TO WS-IF-TRIGGER.
           MOVE SPACES TO WS-RETURN-REASON.

           IF CK-AMOUNT NOT NUMERIC OR CK-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE CK-ACCOUNT-NUMBER TO WS-PP-ACCOUNT.
           PERFORM 205-READ-ENROLLMENT-PARA.
           IF PP-ENROLLED-ACCOUNT AND NOT REPRESENTING-POSPAY
               PERFORM 200-MATCH-ISSUED-CHECK-PARA
               IF PP-EXCEPTION
                   PERFORM 210-RAISE-EXCEPTION-PARA
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM 130-POST-CHECK-DEBIT-PARA.

           IF ITEM-OK
               ADD 1 TO WS-ITEMS-PAID
               ADD CK-AMOUNT TO WS-PAID-TOTAL
               MOVE "PAID" TO WS-DECISION-CODE
               MOVE "Check paid" TO WS-RETURN-REASON
               PERFORM 170-WRITE-DECISION-PARA
               PERFORM 160-CHECK-CTR-PARA
               IF PP-ENROLLED-ACCOUNT
                   PERFORM 220-MARK-ISSUE-PAID-PARA
               END-IF
           ELSE
               MOVE "NSF" TO WS-DECISION-CODE
               PERFORM 170-WRITE-DECISION-PARA
           END-IF.

           IF NOT IF-TRIGGER-NONE
               PERFORM 190-ASSESS-ITEM-FEE-PARA
           END-IF.

      *-----------------------------------------------------------------
      * READ THE ACCOUNT AND CHECK IT CAN CARRY CHECK ACTIVITY -
      * checks only draw on CHECKING accounts
                           TO WS-RETURN-REASON
                   END-IF
               END-IF
               MOVE 'S' TO WS-IF-TRIGGER
               EXIT PARAGRAPH
           END-IF.

           PERFORM 150-WRITE-LEDGER-PARA.
           MOVE 0 TO WS-TR-CHECK-NUMBER.

      * An item the balance could only carry by drawing on the
      * overdraft line is a paid-overdraft item for the fee.
           IF WS-TEMP-BALANCE < 0
               MOVE 'O' TO WS-IF-TRIGGER
           END-IF.

           MOVE 'Y' TO WS-ITEM-OK-FLAG.

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       170-WRITE-DECISION-PARA.
           IF WS-DECISION-CODE NOT = "PAID"
               IF WS-DECISION-CODE NOT = "PPEX"
                   ADD 1 TO WS-ITEMS-RETURNED
               END-IF
               DISPLAY WS-DECISION-CODE ": " CK-ACCOUNT-NUMBER
                   " check " CK-CHECK-NUMBER " " WS-RETURN-REASON
           END-IF.
           MOVE WS-RETURN-REASON TO KD-REASON.
           WRITE CHECK-DECISION-RECORD.

      *-----------------------------------------------------------------
      * MATCH THE ITEM AGAINST THE ACCOUNT'S ISSUED CHECKS - sets
      * PP-EXCEPTION with the reason when the serial was not issued
      * (or the issue was voided or aged off), was already paid, or
      * was issued for a different amount
      *-----------------------------------------------------------------
       200-MATCH-ISSUED-CHECK-PARA.
           MOVE 'N' TO WS-PP-EXCEPTION-FLAG.
           MOVE 0 TO WS-PP-ISSUED-AMOUNT.

           OPEN INPUT ISSUED-CHECK-FILE.
           IF NOT FILE-SUCCESS
               CLOSE ISSUED-CHECK-FILE
               MOVE 'Y' TO WS-PP-EXCEPTION-FLAG
               MOVE "NOIS" TO WS-PP-REASON-CODE
               MOVE "Serial not on the issued-checks file" TO
                   WS-PP-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE CK-ACCOUNT-NUMBER TO PI-ACCOUNT-NUMBER.
           MOVE CK-CHECK-NUMBER TO PI-CHECK-NUMBER.
           READ ISSUED-CHECK-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-PP-EXCEPTION-FLAG
                   MOVE "NOIS" TO WS-PP-REASON-CODE
                   MOVE "Serial not on the issued-checks file" TO
                       WS-PP-REASON
           END-READ.
           CLOSE ISSUED-CHECK-FILE.
           IF PP-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           MOVE PI-AMOUNT TO WS-PP-ISSUED-AMOUNT.
           MOVE SPACES TO WS-PP-REASON.
           EVALUATE TRUE
               WHEN PI-PAID
                   MOVE 'Y' TO WS-PP-EXCEPTION-FLAG
                   MOVE "PAID" TO WS-PP-REASON-CODE
                   STRING "Serial already paid " PI-STATUS-DATE
                       DELIMITED BY SIZE INTO WS-PP-REASON
               WHEN PI-VOIDED
                   MOVE 'Y' TO WS-PP-EXCEPTION-FLAG
                   MOVE "VOID" TO WS-PP-REASON-CODE
                   STRING "Issue voided by customer " PI-STATUS-DATE
                       DELIMITED BY SIZE INTO WS-PP-REASON
               WHEN PI-AGED-OFF
                   MOVE 'Y' TO WS-PP-EXCEPTION-FLAG
                   MOVE "AGED" TO WS-PP-REASON-CODE
                   STRING "Issue aged off unpresented "
                       PI-STATUS-DATE
                       DELIMITED BY SIZE INTO WS-PP-REASON
               WHEN PI-AMOUNT NOT = CK-AMOUNT
                   MOVE 'Y' TO WS-PP-EXCEPTION-FLAG
                   MOVE "AMT" TO WS-PP-REASON-CODE
                   MOVE "Amount differs from the issued amount" TO
                       WS-PP-REASON
               WHEN OTHER
                   ADD 1 TO WS-PP-MATCHED
           END-EVALUATE.

      *-----------------------------------------------------------------
      * READ THE POSITIVE PAY ENROLLMENT FOR WS-PP-ACCOUNT
      *-----------------------------------------------------------------
       205-READ-ENROLLMENT-PARA.
           MOVE 'N' TO WS-PP-ENROLLED-FLAG.
           MOVE 'R' TO WS-PP-DEFAULT-ACTION.

           OPEN INPUT POSPAY-ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               CLOSE POSPAY-ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PP-ACCOUNT TO PA-ACCOUNT-NUMBER.
           READ POSPAY-ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PA-ENROLLED
                       MOVE 'Y' TO WS-PP-ENROLLED-FLAG
                       MOVE PA-DEFAULT-ACTION TO WS-PP-DEFAULT-ACTION
                   END-IF
           END-READ.

           CLOSE POSPAY-ACCOUNT-FILE.

      *-----------------------------------------------------------------
      * HOLD THE ITEM ON THE EXCEPTIONS FILE, UNPOSTED, FOR THE
      * CUSTOMER'S DECISION
      *-----------------------------------------------------------------
       210-RAISE-EXCEPTION-PARA.
           OPEN I-O POSPAY-EXCEPTION-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT POSPAY-EXCEPTION-FILE
               IF NOT FILE-SUCCESS
      * No exceptions file can be built - return the item rather
      * than pay a check the customer never confirmed.
                   CLOSE POSPAY-EXCEPTION-FILE
                   MOVE "RTRN" TO WS-DECISION-CODE
                   MOVE WS-PP-REASON TO WS-RETURN-REASON
                   PERFORM 170-WRITE-DECISION-PARA
                   EXIT PARAGRAPH
               END-IF
               CLOSE POSPAY-EXCEPTION-FILE
               OPEN I-O POSPAY-EXCEPTION-FILE
           END-IF.

           IF WS-PX-NEXT-ID = 0
               MOVE 1 TO WS-PX-NEXT-ID
           END-IF.

           MOVE WS-PX-NEXT-ID TO PX-EXCEPTION-ID.
           MOVE CK-ACCOUNT-NUMBER TO PX-ACCOUNT-NUMBER.
           MOVE CK-CHECK-NUMBER TO PX-CHECK-NUMBER.
           MOVE CK-AMOUNT TO PX-AMOUNT.
           MOVE CK-PAYEE TO PX-PAYEE.
           MOVE WS-PP-ISSUED-AMOUNT TO PX-ISSUED-AMOUNT.
           MOVE WS-PP-REASON-CODE TO PX-REASON-CODE.
           MOVE WS-PP-REASON TO PX-REASON.
           MOVE WS-DATE-FORMATTED TO PX-PRESENTED-DATE.
           MOVE WS-PP-CUTOFF-DATE TO PX-CUTOFF-DATE.
           MOVE SPACE TO PX-DECISION.
           MOVE SPACES TO PX-DECIDED-BY.
           MOVE SPACES TO PX-DECIDED-DATE.
           MOVE 'N' TO PX-DEFAULT-FLAG.
           MOVE 'O' TO PX-STATUS.
           MOVE SPACES TO PX-CLOSED-DATE.

           WRITE POSPAY-EXCEPTION-RECORD
               INVALID KEY
                   CLOSE POSPAY-EXCEPTION-FILE
                   MOVE "RTRN" TO WS-DECISION-CODE
                   MOVE WS-PP-REASON TO WS-RETURN-REASON
                   PERFORM 170-WRITE-DECISION-PARA
                   EXIT PARAGRAPH
           END-WRITE.
           CLOSE POSPAY-EXCEPTION-FILE.

           ADD 1 TO WS-PX-NEXT-ID.
           ADD 1 TO WS-PP-HELD.
           MOVE "PPEX" TO WS-DECISION-CODE.
           MOVE WS-PP-REASON TO WS-RETURN-REASON.
           PERFORM 170-WRITE-DECISION-PARA.

      *-----------------------------------------------------------------
      * MARK THE SERIAL PAID ON THE ISSUED-CHECKS FILE - a serial
      * paid on the customer's decision without an issue is recorded
      * paid too, so a second presentment of it is caught
      *-----------------------------------------------------------------
       220-MARK-ISSUE-PAID-PARA.
           OPEN I-O ISSUED-CHECK-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT ISSUED-CHECK-FILE
               CLOSE ISSUED-CHECK-FILE
               OPEN I-O ISSUED-CHECK-FILE
           END-IF.

           MOVE CK-ACCOUNT-NUMBER TO PI-ACCOUNT-NUMBER.
           MOVE CK-CHECK-NUMBER TO PI-CHECK-NUMBER.
           READ ISSUED-CHECK-FILE
               INVALID KEY
                   MOVE CK-AMOUNT TO PI-AMOUNT
                   MOVE SPACES TO PI-ISSUE-DATE
                   MOVE CK-PAYEE TO PI-PAYEE
                   MOVE 'P' TO PI-STATUS
                   MOVE WS-DATE-FORMATTED TO PI-LOAD-DATE
                   MOVE WS-DATE-FORMATTED TO PI-STATUS-DATE
                   MOVE CK-AMOUNT TO PI-PAID-AMOUNT
                   WRITE ISSUED-CHECK-RECORD
                       INVALID KEY
                           DISPLAY "ERROR recording paid serial "
                               CK-ACCOUNT-NUMBER " " CK-CHECK-NUMBER
                   END-WRITE
                   CLOSE ISSUED-CHECK-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE 'P' TO PI-STATUS.
           MOVE WS-DATE-FORMATTED TO PI-STATUS-DATE.
           MOVE CK-AMOUNT TO PI-PAID-AMOUNT.
           REWRITE ISSUED-CHECK-RECORD
               INVALID KEY
                   DISPLAY "ERROR rewriting issued check "
                       CK-ACCOUNT-NUMBER " " CK-CHECK-NUMBER
           END-REWRITE.

           CLOSE ISSUED-CHECK-FILE.

      *-----------------------------------------------------------------
      * SUM THE ACTIVE DEPOSIT HOLDS FOR WS-HD-ACCOUNT INTO
      * WS-HD-TOTAL
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * ASSESS THE NSF OR PAID-OVERDRAFT ITEM FEE - an account is
      * charged for at most the parameter number of fee items per
      * business day across the nightly posting steps; items past
      * the cap are logged as waived so the fee-activity report
      * shows them
      *-----------------------------------------------------------------
       190-ASSESS-ITEM-FEE-PARA.
           MOVE CK-ACCOUNT-NUMBER TO WS-IF-ACCOUNT.
           MOVE "CHKPOST" TO WS-IF-SOURCE.
           MOVE CK-CHECK-NUMBER TO WS-IF-ITEM-REF.
           MOVE CK-AMOUNT TO WS-IF-ITEM-AMOUNT.
           MOVE CK-PAYEE TO WS-IF-ITEM-DESC.
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
               DISPLAY "FEE WAIVED (daily cap): " CK-ACCOUNT-NUMBER
                   " check " CK-CHECK-NUMBER
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

           MOVE CK-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
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
           MOVE "INCLEAR" TO AR-LAST-CHANGED-BY.
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

           MOVE CK-ACCOUNT-NUMBER TO WS-TR-ACCOUNT-NUMBER.
           MOVE "FEE" TO WS-TR-TYPE.
           MOVE WS-IF-FEE-AMOUNT TO WS-TR-AMOUNT.
           MOVE "SUCCESS" TO WS-TR-RESULT.
           MOVE SPACES TO WS-TR-REMARKS.
           IF IF-TRIGGER-NSF
               STRING "NSF item fee - check " CK-CHECK-NUMBER
                   DELIMITED BY SIZE INTO WS-TR-REMARKS
           ELSE
               STRING "Overdraft item fee - check " CK-CHECK-NUMBER
                   DELIMITED BY SIZE INTO WS-TR-REMARKS
           END-IF.
           MOVE WS-TEMP-BALANCE TO WS-TR-BALANCE-AFTER.
           MOVE WS-TEMP-CURRENCY-CODE TO WS-TR-CURRENCY.
           MOVE WS-TEMP-BRANCH-ID TO WS-TR-BRANCH-ID.
           MOVE SPACES TO WS-TR-RELATED-ACCOUNT.
           MOVE 0 TO WS-TR-CHECK-NUMBER.
           PERFORM 150-WRITE-LEDGER-PARA.

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
      * WRITE ONE LEDGER ENTRY FROM THE WS-TRANSACTION WORK AREA
      *-----------------------------------------------------------------
           MOVE WS-TR-DATE TO TR-KEY-DATE.
           MOVE WS-TR-TIME TO TR-KEY-TIME.
           MOVE WS-TR-SEQ TO TR-KEY-SEQ.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-ITEMS-READ TO WS-JS-READ-COUNT.
           MOVE WS-ITEMS-PAID TO WS-JS-POSTED-COUNT.
           MOVE WS-ITEMS-RETURNED TO WS-JS-REJECTED-COUNT.
           MOVE WS-PP-HELD TO WS-JS-SUSPENDED-COUNT.
           MOVE WS-PAID-TOTAL TO WS-JS-DOLLAR-TOTAL.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
