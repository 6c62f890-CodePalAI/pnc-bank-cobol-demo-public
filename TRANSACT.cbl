       WORKING-STORAGE SECTION.
           COPY 'DATADEF.cpy'.

      * A disputed entry from an earlier day is read back off its
      * dated roll file, parsed into this work area
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

       01  WS-ORIG-DATE-INTEGER       PIC 9(8).
       01  WS-ORIG-DATE-YYYYMMDD      PIC 9(8).
       01  WS-ORIG-RELEASE-DATE       PIC X(10).
           05  WS-PO-ACCRUED          PIC 9(9)V99 VALUE 0.
           05  WS-PO-PAYOFF           PIC S9(9)V99 VALUE 0.

      * Posting date work - activity entered at or after the
      * branch's posting cutoff (or while the night's stream is
      * still running past midnight) is dated the next business day.
      * A ledger entry takes the cutoff of the account's own branch,
      * the one RECON ranks it by; the teller's branch stands in
      * where no account is in hand yet.
       01  WS-POSTING-CUTOFF-WORK.
           05  WS-PC-BRANCH-ID        PIC X(4).
           05  WS-PC-BUSINESS-DATE    PIC X(10).
           05  WS-PC-POSTING-DATE     PIC X(10).
           05  WS-PC-CUTOFF-HHMM      PIC 9(4).
           05  WS-PC-NOW-HHMM         PIC 9(4).
           05  WS-PC-DATE-INTEGER     PIC 9(8).
           05  WS-PC-DATE-YYYYMMDD    PIC 9(8).
           05  WS-PC-AFTER-FLAG       PIC X(1) VALUE 'N'.
               88 PC-AFTER-CUTOFF     VALUE 'Y'.

       LINKAGE SECTION.
           COPY 'SESSION.cpy'.

               MOVE "DEMOAORG.dat" TO WS-ACH-ORIG-FILE-NAME
               MOVE "DEMOSUSP.dat" TO WS-ACH-SUSP-FILE-NAME
               MOVE "DEMOMON.dat"  TO WS-MONITOR-FILE-NAME
               MOVE "DEMOWIRE.dat" TO WS-WIRE-FILE-NAME
               MOVE "DEMODISP.dat" TO WS-DISPUTE-FILE-NAME
               MOVE "DEMOPPAC.dat" TO WS-PPACCT-FILE-NAME
               MOVE "DEMOISCK.dat" TO WS-ISSCHK-FILE-NAME
               MOVE "DEMOPPEX.dat" TO WS-PPEXCP-FILE-NAME
               MOVE "DEMOCHGO.dat" TO WS-CHGOFF-FILE-NAME
           ELSE
               MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME
               MOVE "TRANLOG.dat"  TO WS-TRANSACTION-FILE-NAME
               MOVE "ACHORIG.dat"  TO WS-ACH-ORIG-FILE-NAME
               MOVE "ACHSUSP.dat"  TO WS-ACH-SUSP-FILE-NAME
               MOVE "MONITOR.dat"  TO WS-MONITOR-FILE-NAME
               MOVE "WIRES.dat"    TO WS-WIRE-FILE-NAME
               MOVE "DISPUTES.dat" TO WS-DISPUTE-FILE-NAME
               MOVE "PPACCT.dat"   TO WS-PPACCT-FILE-NAME
               MOVE "ISSCHK.dat"   TO WS-ISSCHK-FILE-NAME
               MOVE "PPEXCP.dat"   TO WS-PPEXCP-FILE-NAME
               MOVE "CHGOFF.dat"   TO WS-CHGOFF-FILE-NAME
           END-IF.

      *-----------------------------------------------------------------
           CALL 'PARMLOAD' USING WS-BUSINESS-RULES
               WS-DATE-FORMATTED.

      *-----------------------------------------------------------------
      * WORK OUT THE DATE LEDGER ENTRIES POST AS OF - the official
      * business date, or the next business day once the posting
      * cutoff of branch WS-PC-BRANCH-ID has passed or the calendar
      * has run ahead of the business date (the night's stream has
      * not yet rolled the day). Once the stream has rolled the date
      * forward the new business date stands. Expects
      * WS-CURRENT-DATE-DATA and WS-DATE-FORMATTED to hold the
      * current clock.
      *-----------------------------------------------------------------
       097-SET-POSTING-DATE-PARA.
           MOVE 'N' TO WS-PC-AFTER-FLAG.

           MOVE 'D' TO WS-BC-FUNCTION.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-OK
               MOVE WS-BC-BUSINESS-DATE TO WS-PC-BUSINESS-DATE
           ELSE
               MOVE WS-DATE-FORMATTED TO WS-PC-BUSINESS-DATE
           END-IF.
           MOVE WS-PC-BUSINESS-DATE TO WS-PC-POSTING-DATE.

           MOVE WS-POSTING-CUTOFF-HHMM TO WS-PC-CUTOFF-HHMM.
           OPEN INPUT BRANCH-FILE.
           IF FILE-SUCCESS
               MOVE WS-PC-BRANCH-ID TO BR-BRANCH-ID
               READ BRANCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BR-CUTOFF-HHMM NUMERIC AND
                          BR-CUTOFF-HHMM > 0
                           MOVE BR-CUTOFF-HHMM TO WS-PC-CUTOFF-HHMM
                       END-IF
               END-READ
           END-IF.
           CLOSE BRANCH-FILE.

           COMPUTE WS-PC-NOW-HHMM =
               WS-CURRENT-HOUR * 100 + WS-CURRENT-MINUTE.

           IF WS-DATE-FORMATTED > WS-PC-BUSINESS-DATE
               MOVE 'Y' TO WS-PC-AFTER-FLAG
           END-IF.
           IF WS-DATE-FORMATTED = WS-PC-BUSINESS-DATE AND
              WS-PC-NOW-HHMM >= WS-PC-CUTOFF-HHMM
               MOVE 'Y' TO WS-PC-AFTER-FLAG
           END-IF.

           IF NOT PC-AFTER-CUTOFF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PC-BUSINESS-DATE(1:4) TO WS-PC-DATE-YYYYMMDD(1:4).
           MOVE WS-PC-BUSINESS-DATE(6:2) TO WS-PC-DATE-YYYYMMDD(5:2).
           MOVE WS-PC-BUSINESS-DATE(9:2) TO WS-PC-DATE-YYYYMMDD(7:2).
           COMPUTE WS-PC-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PC-DATE-YYYYMMDD) + 1.
           COMPUTE WS-PC-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-PC-DATE-INTEGER).
           MOVE WS-PC-DATE-YYYYMMDD(1:4) TO WS-PC-POSTING-DATE(1:4).
           MOVE '-' TO WS-PC-POSTING-DATE(5:1).
           MOVE WS-PC-DATE-YYYYMMDD(5:2) TO WS-PC-POSTING-DATE(6:2).
           MOVE '-' TO WS-PC-POSTING-DATE(8:1).
           MOVE WS-PC-DATE-YYYYMMDD(7:2) TO WS-PC-POSTING-DATE(9:2).
           CALL 'BUSCAL' USING WS-PC-POSTING-DATE.

      *-----------------------------------------------------------------
      * TELL THE OPERATOR WHEN THE SCREEN IS POSTING PAST THE CUTOFF
      *-----------------------------------------------------------------
       098-SHOW-POSTING-DATE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           MOVE '-' TO WS-DATE-FORMATTED(5:1).
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).
           MOVE WS-TELLER-BRANCH TO WS-PC-BRANCH-ID.
           PERFORM 097-SET-POSTING-DATE-PARA.
           IF PC-AFTER-CUTOFF
               DISPLAY "*** After the branch posting cutoff ("
                   WS-PC-CUTOFF-HHMM ") - posting as of "
                   WS-PC-POSTING-DATE " ***"
           END-IF.

      *-----------------------------------------------------------------
      * TRANSACTION PROCESSING MENU
      *-----------------------------------------------------------------
           DISPLAY WS-SEPARATOR.
           DISPLAY "TRANSACTION PROCESSING MENU".
           DISPLAY WS-SEPARATOR.
           PERFORM 098-SHOW-POSTING-DATE-PARA.
           DISPLAY "1. Deposit".
           DISPLAY "2. Withdrawal".
           DISPLAY "3. Funds Transfer".
           DISPLAY "7. ACH Origination (send funds externally)".
           DISPLAY "8. Suspense Item Repair (supervised)".
           DISPLAY "9. Other Services (payoff quote, official "
               "checks, wires)".
           DISPLAY "0. Return to Main Menu".
           DISPLAY WS-SEPARATOR.

               EXIT PARAGRAPH
           END-IF.

           IF NOT WS-TEMP-ACTIVE AND NOT WS-TEMP-DORMANT AND
              NOT WS-TEMP-CHARGED-OFF
               DISPLAY "ERROR: Account is not active."
               EXIT PARAGRAPH
           END-IF.
                   "deposit will reactivate it."
           END-IF.

           IF WS-TEMP-CHARGED-OFF
               DISPLAY "NOTE: Account is charged off - the payment "
                   "posts as a recovery, the balance stays zero."
           END-IF.

           PERFORM 436-CHECK-PIN-PARA.
           IF NOT PIN-OK
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF.

           IF WS-TEMP-CHARGED-OFF
               MOVE "RECOVERY" TO WS-TR-TYPE
           ELSE
               MOVE "DEPOSIT" TO WS-TR-TYPE
           END-IF.
           MOVE WS-AMOUNT TO WS-TR-AMOUNT.

           PERFORM 432-PROCESS-TRANSACTION-PARA.
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).
           MOVE WS-TEMP-BRANCH-ID TO WS-PC-BRANCH-ID.
           PERFORM 097-SET-POSTING-DATE-PARA.
           MOVE WS-PC-POSTING-DATE TO WS-TR-DATE.

           MOVE WS-CURRENT-HOUR TO WS-TR-TIME(1:2).
           MOVE ':' TO WS-TR-TIME(3:1).
           END-IF.

           MOVE WS-TEMP-ACCOUNT-NUMBER TO WS-RS-ACCOUNT.
           IF TR-DEPOSIT OR TR-TRANSFER-IN OR TR-RECOVERY
               MOVE 'C' TO WS-RS-DIRECTION
           ELSE
               MOVE 'D' TO WS-RS-DIRECTION
                   PERFORM 432B-WITHDRAWAL-LOGIC-PARA
               WHEN "XFER-IN"
                   PERFORM 432A-DEPOSIT-LOGIC-PARA
               WHEN "RECOVERY"
                   PERFORM 432H-RECOVERY-LOGIC-PARA
           END-EVALUATE.

           IF TR-SUCCESS
                   PERFORM 431-VALIDATE-ACCOUNT-PARA
               ELSE
                   PERFORM 438-CHECK-CTR-PARA
                   IF TR-RECOVERY
                       PERFORM 432I-ADD-RECOVERY-PARA
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * RECOVERY ON A CHARGED-OFF ACCOUNT - the written-off balance
      * stays at zero and nothing reaches the loan schedule; the
      * payment goes to recoveries income on the GL extract
      *-----------------------------------------------------------------
       432H-RECOVERY-LOGIC-PARA.
           MOVE "SUCCESS" TO WS-TR-RESULT.
           MOVE "Recovery on charged-off account" TO WS-TR-REMARKS.

      *-----------------------------------------------------------------
      * ADD THE RECOVERY TO THE ACCOUNT'S CHARGE-OFF RECORD
      *-----------------------------------------------------------------
       432I-ADD-RECOVERY-PARA.
           OPEN I-O CHARGE-OFF-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "WARNING: Charge-off file unavailable - "
                   "recovery not totalled."
               CLOSE CHARGE-OFF-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TEMP-ACCOUNT-NUMBER TO CO-ACCOUNT-NUMBER.
           READ CHARGE-OFF-FILE
               INVALID KEY
                   DISPLAY "WARNING: No charge-off record for "
                       WS-TEMP-ACCOUNT-NUMBER
               NOT INVALID KEY
                   ADD WS-TR-AMOUNT TO CO-RECOVERED-AMOUNT
                   MOVE WS-TR-DATE TO CO-LAST-RECOVERY-DATE
                   REWRITE CHARGE-OFF-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: Recovery total not "
                               "updated."
                   END-REWRITE
           END-READ.

           CLOSE CHARGE-OFF-FILE.

      *-----------------------------------------------------------------
      * WITHDRAWAL LOGIC - min balance, CD penalty, overdraft sweep
      * (req 004/005/019)
           MOVE WS-TEMP-TRANSACTION-COUNT TO AR-TRANSACTION-COUNT.
           MOVE WS-TEMP-STATUS TO AR-STATUS.

           IF (TR-WITHDRAWAL OR TR-TRANSFER-OUT OR TR-WIRE-OUT) AND
              (AR-TYPE-SAVINGS OR AR-TYPE-MONEY-MKT)
               PERFORM 433A-COUNT-CYCLE-DEBIT-PARA
           END-IF.
           MOVE WS-DATE-FORMATTED TO WS-TEMP-LAST-ACCESS-DATE.
           PERFORM 433-UPDATE-ACCOUNT-PARA.

      * The failed credit leg was dated by the target account's
      * branch cutoff - the compensating entry takes the source's.
           MOVE WS-TEMP-BRANCH-ID TO WS-PC-BRANCH-ID.
           PERFORM 097-SET-POSTING-DATE-PARA.
           MOVE WS-PC-POSTING-DATE TO WS-TR-DATE.

           MOVE "REVERSAL" TO WS-TR-TYPE.
           MOVE WS-AMOUNT TO WS-TR-AMOUNT.
           MOVE WS-TRANSFER-FROM-ACCT TO WS-TR-ACCOUNT-NUMBER.
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).
           MOVE WS-TEMP-BRANCH-ID TO WS-PC-BRANCH-ID.
           PERFORM 097-SET-POSTING-DATE-PARA.
           MOVE WS-PC-POSTING-DATE TO WS-TR-DATE.
           MOVE WS-CURRENT-HOUR TO WS-TR-TIME(1:2).
           MOVE ':' TO WS-TR-TIME(3:1).
           MOVE WS-CURRENT-MINUTE TO WS-TR-TIME(4:2).
           DISPLAY WS-SEPARATOR.
           DISPLAY "ACH ORIGINATION".
           DISPLAY WS-SEPARATOR.
           PERFORM 098-SHOW-POSTING-DATE-PARA.

           DISPLAY "Enter customer account number: "
               WITH NO ADVANCING.
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).

           MOVE WS-TEMP-BRANCH-ID TO WS-PC-BRANCH-ID.
           PERFORM 097-SET-POSTING-DATE-PARA.
           PERFORM 491-NEXT-ORIG-ID-PARA.
           PERFORM 492-PLACE-ORIG-HOLD-PARA.
           IF WS-HD-NEXT-SEQ = 0
           MOVE WS-AMOUNT TO AO-AMOUNT.
           MOVE WS-AO-DESC TO AO-ORIGINATOR-DESC.
           MOVE 'P' TO AO-STATUS.
           MOVE WS-PC-POSTING-DATE TO AO-CAPTURE-DATE.
           MOVE SPACES TO AO-SENT-DATE.
           MOVE SPACES TO AO-RETURN-DATE.
           MOVE WS-HD-NEXT-SEQ TO AO-HOLD-SEQ.
                   DISPLAY "ERROR: Unable to register the "
                       "origination."
               NOT INVALID KEY
                   IF PC-AFTER-CUTOFF
                       DISPLAY "Origination " AO-ORIG-ID
                           " registered as of " AO-CAPTURE-DATE
                           " - funds held until that night's "
                           "outbound file."
                   ELSE
                       DISPLAY "Origination " AO-ORIG-ID
                           " registered - funds held until "
                           "tonight's outbound file."
                   END-IF
           END-WRITE.

           CLOSE ACH-ORIG-FILE.
           DISPLAY "2. Official Check Issuance".
           DISPLAY "3. Official Check Stop / Void (supervised)".
           DISPLAY "4. List Outstanding Official Checks".
           DISPLAY "5. Wire Transfer Capture".
           DISPLAY "6. Wire Release (dual control)".
           DISPLAY "7. Wire Inquiry / Cancel".
           DISPLAY "8. Dispute Claims (Reg E)".
           DISPLAY "9. Positive Pay Exceptions / Enrollment".
           DISPLAY "0. Return".
           DISPLAY WS-SEPARATOR.
           DISPLAY "Enter your choice (0-9): " WITH NO ADVANCING.
           ACCEPT WS-SUB-MENU-CHOICE.

           EVALUATE WS-SUB-MENU-CHOICE
                   PERFORM 4E0-STOP-VOID-OFFICIAL-CHECK-PARA
               WHEN 4
                   PERFORM 4F0-LIST-OFFICIAL-CHECKS-PARA
               WHEN 5
                   PERFORM 4G0-WIRE-CAPTURE-PARA
               WHEN 6
                   PERFORM 4H0-WIRE-RELEASE-PARA
               WHEN 7
                   PERFORM 4I0-WIRE-INQUIRY-PARA
               WHEN 8
                   PERFORM 4J0-DISPUTE-CLAIMS-PARA
               WHEN 9
                   PERFORM 4K0-POSITIVE-PAY-PARA
               WHEN 0
                   CONTINUE
               WHEN OTHER
           DISPLAY WS-SEPARATOR.
           DISPLAY "OFFICIAL CHECK ISSUANCE".
           DISPLAY WS-SEPARATOR.
           PERFORM 098-SHOW-POSTING-DATE-PARA.

           DISPLAY "Payee name: " WITH NO ADVANCING.
           ACCEPT WS-OC-PAYEE.
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).

           MOVE WS-TELLER-BRANCH TO WS-PC-BRANCH-ID.
           PERFORM 097-SET-POSTING-DATE-PARA.

           MOVE WS-OC-NEXT-SERIAL TO OC-SERIAL.
           MOVE 'O' TO OC-STATUS.
           MOVE WS-AMOUNT TO OC-AMOUNT.
           ELSE
               MOVE SPACES TO OC-FUND-ACCOUNT
           END-IF.
           MOVE WS-PC-POSTING-DATE TO OC-ISSUE-DATE.
           MOVE WS-TELLER-BRANCH TO OC-BRANCH-ID.
           MOVE WS-TELLER-ID TO OC-TELLER-ID.
           MOVE WS-DATE-FORMATTED TO OC-STATUS-DATE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * WIRE TRANSFER CAPTURE - the outgoing wire debits the customer
      * at capture through the same restriction, hold and available-
      * balance checks as the other debit paths, the beneficiary is
      * screened against the watchlist, and the wire is registered
      * awaiting release: a second teller or a supervisor must
      * release it before the WIREOUT step of the EOD stream puts it
      * on the outbound message file
      *-----------------------------------------------------------------
       4G0-WIRE-CAPTURE-PARA.
           DISPLAY SPACE.
           DISPLAY WS-SEPARATOR.
           DISPLAY "WIRE TRANSFER CAPTURE".
           DISPLAY WS-SEPARATOR.

           DISPLAY "Enter customer account number: "
               WITH NO ADVANCING.
           ACCEPT WS-ACCOUNT-NUMBER.

           PERFORM 431-VALIDATE-ACCOUNT-PARA.
               EXIT PARAGRAPH
           END-IF.

           IF NOT WS-TEMP-ACTIVE
               DISPLAY "ERROR: Account is not active."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 436-CHECK-PIN-PARA.
           IF NOT PIN-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Beneficiary name: " WITH NO ADVANCING.
           ACCEPT WS-WR-BENE-NAME.
           IF WS-WR-BENE-NAME = SPACES
               DISPLAY "ERROR: A beneficiary name is required."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Beneficiary bank name: " WITH NO ADVANCING.
           ACCEPT WS-WR-BENE-BANK-NAME.

           DISPLAY "Beneficiary bank routing number (9 digits): "
               WITH NO ADVANCING.
           ACCEPT WS-WR-BENE-ROUTING.
           IF WS-WR-BENE-ROUTING IS NOT NUMERIC
               DISPLAY "ERROR: Routing number must be 9 numeric "
                   "digits."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Beneficiary account number: " WITH NO ADVANCING.
           ACCEPT WS-WR-BENE-ACCOUNT.
           IF WS-WR-BENE-ACCOUNT = SPACES
               DISPLAY "ERROR: Beneficiary account number is "
                   "required."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Purpose / reference: " WITH NO ADVANCING.
           ACCEPT WS-WR-PURPOSE.

           DISPLAY "Enter wire amount: " WITH NO ADVANCING.
           ACCEPT WS-AMOUNT.

           IF WS-AMOUNT NOT NUMERIC OR WS-AMOUNT <= 0
               DISPLAY "ERROR: Amount must be a positive number."
               EXIT PARAGRAPH
           END-IF.

           IF WS-AMOUNT > WS-TELLER-AUTH-LIMIT
               PERFORM 445-SUPERVISOR-OVERRIDE-PARA
               IF NOT OVERRIDE-OK
                   DISPLAY "Wire aborted - amount exceeds your "
                       "authority."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-WR-BENE-NAME TO WS-WL-SCREEN-NAME.
           MOVE WS-TEMP-ACCOUNT-NUMBER TO WS-WL-SCREEN-ACCOUNT.
           MOVE "WIRE" TO WS-WL-SOURCE.
           PERFORM 458-SCREEN-NAME-PARA.
           IF NOT SCREEN-CLEARED
               DISPLAY "Wire refused - beneficiary watchlist block."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TEMP-ACCOUNT-NUMBER TO WS-RS-ACCOUNT.
           MOVE 'D' TO WS-RS-DIRECTION.
           MOVE WS-AMOUNT TO WS-RS-CHECK-AMOUNT.
           MOVE 0 TO WS-RS-CHECK-NO.
           MOVE WS-WR-BENE-NAME TO WS-RS-CHECK-DESC.
           MOVE WS-DATE-FORMATTED TO WS-RS-TODAY.
           PERFORM 43A-CHECK-RESTRICTIONS-PARA.
           IF RESTRICTION-BLOCKED
               DISPLAY "ERROR: " WS-RS-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TEMP-ACCOUNT-NUMBER TO WS-HD-ACCOUNT.
           PERFORM 435-SUM-ACTIVE-HOLDS-PARA.
           IF WS-AMOUNT >
                   WS-TEMP-BALANCE - WS-TEMP-MIN-BALANCE -
                   WS-HD-TOTAL
               DISPLAY "ERROR: Insufficient available funds to "
                   "cover the wire."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 4G2-SET-VALUE-DATE-PARA.

           MOVE WS-AMOUNT TO WS-FORMATTED-AMOUNT.
           DISPLAY "Wire " WS-FORMATTED-AMOUNT " to "
               WS-WR-BENE-NAME.
           DISPLAY "  at " WS-WR-BENE-ROUTING "/"
               WS-WR-BENE-ACCOUNT " value date " WS-WR-VALUE-DATE.
           DISPLAY "Confirm (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT CONFIRM-YES
               DISPLAY "Wire cancelled."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 4G1-NEXT-WIRE-ID-PARA.
           PERFORM 4G3-POST-WIRE-DEBIT-PARA.
           IF NOT TR-SUCCESS
               PERFORM 439-DISPLAY-RESULT-PARA
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O WIRE-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT WIRE-FILE
               IF NOT FILE-SUCCESS
                   DISPLAY "ERROR: Unable to open the wire register."
                   CLOSE WIRE-FILE
                   EXIT PARAGRAPH
               END-IF
               CLOSE WIRE-FILE
               OPEN I-O WIRE-FILE
           END-IF.

           MOVE WS-WR-NEXT-ID TO WR-WIRE-ID.
           MOVE WS-TEMP-ACCOUNT-NUMBER TO WR-ACCOUNT-NUMBER.
           MOVE WS-AMOUNT TO WR-AMOUNT.
           MOVE WS-TEMP-CURRENCY-CODE TO WR-CURRENCY.
           MOVE WS-WR-BENE-NAME TO WR-BENE-NAME.
           MOVE WS-WR-BENE-ACCOUNT TO WR-BENE-ACCOUNT.
           MOVE WS-WR-BENE-ROUTING TO WR-BENE-ROUTING.
           MOVE WS-WR-BENE-BANK-NAME TO WR-BENE-BANK-NAME.
           MOVE WS-WR-PURPOSE TO WR-PURPOSE.
           MOVE 'P' TO WR-STATUS.
           MOVE WS-TR-DATE TO WR-CAPTURE-DATE.
           MOVE WS-TR-TIME TO WR-CAPTURE-TIME.
           MOVE WS-TELLER-ID TO WR-CAPTURED-BY.
           MOVE WS-WR-VALUE-DATE TO WR-VALUE-DATE.
           MOVE SPACES TO WR-RELEASED-BY.
           MOVE SPACES TO WR-RELEASE-DATE.
           MOVE SPACES TO WR-RELEASE-TIME.
           MOVE SPACES TO WR-SENT-DATE.
           MOVE SPACES TO WR-CANCELLED-BY.
           MOVE SPACES TO WR-CANCEL-DATE.
           MOVE WS-TEMP-BRANCH-ID TO WR-BRANCH-ID.

           WRITE WIRE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to register the wire - "
                       "refer to operations."
               NOT INVALID KEY
                   DISPLAY "Wire " WR-WIRE-ID " registered - "
                       "awaiting release by a second teller."
           END-WRITE.

           CLOSE WIRE-FILE.

           PERFORM 439-DISPLAY-RESULT-PARA.

      *-----------------------------------------------------------------
      * NEXT FREE WIRE ID = HIGHEST ON THE REGISTER + 1
      *-----------------------------------------------------------------
       4G1-NEXT-WIRE-ID-PARA.
           MOVE 1 TO WS-WR-NEXT-ID.

           OPEN INPUT WIRE-FILE.
           IF NOT FILE-SUCCESS
               CLOSE WIRE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ WIRE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       COMPUTE WS-WR-NEXT-ID = WR-WIRE-ID + 1
               END-READ
           END-PERFORM.

           CLOSE WIRE-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * VALUE DATE - today when the wire is in before the cutoff time
      * (WIRE-CUTOFF-HHMM), otherwise tomorrow; either way rolled
      * forward to a business day by the calendar
      *-----------------------------------------------------------------
       4G2-SET-VALUE-DATE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-WR-NOW-HHMM =
               WS-CURRENT-HOUR * 100 + WS-CURRENT-MINUTE.
           MOVE WS-CURRENT-YEAR TO WS-WR-DATE-YYYYMMDD(1:4).
           MOVE WS-CURRENT-MONTH TO WS-WR-DATE-YYYYMMDD(5:2).
           MOVE WS-CURRENT-DAY TO WS-WR-DATE-YYYYMMDD(7:2).

           IF WS-WR-NOW-HHMM >= WS-WIRE-CUTOFF-HHMM
               COMPUTE WS-WR-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-WR-DATE-YYYYMMDD) + 1
               COMPUTE WS-WR-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-WR-DATE-INTEGER)
           END-IF.

           MOVE WS-WR-DATE-YYYYMMDD(1:4) TO WS-WR-VALUE-DATE(1:4).
           MOVE '-' TO WS-WR-VALUE-DATE(5:1).
           MOVE WS-WR-DATE-YYYYMMDD(5:2) TO WS-WR-VALUE-DATE(6:2).
           MOVE '-' TO WS-WR-VALUE-DATE(8:1).
           MOVE WS-WR-DATE-YYYYMMDD(7:2) TO WS-WR-VALUE-DATE(9:2).
           CALL 'BUSCAL' USING WS-WR-VALUE-DATE.

           IF WS-WR-NOW-HHMM >= WS-WIRE-CUTOFF-HHMM
               DISPLAY "NOTE: Past the wire cutoff of "
                   WS-WIRE-CUTOFF-HHMM " - the wire goes out on "
                   WS-WR-VALUE-DATE "."
           END-IF.

      *-----------------------------------------------------------------
      * DEBIT THE CUSTOMER FOR THE WIRE AND LOG THE WIRE-OUT LEDGER
      * ENTRY - posted directly rather than through the teller cash
      * path, so the daily cash limits do not apply to wires
      *-----------------------------------------------------------------
       4G3-POST-WIRE-DEBIT-PARA.
           MOVE 'N' TO WS-EX-FEE-FLAG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           MOVE '-' TO WS-DATE-FORMATTED(5:1).
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).
           MOVE WS-TEMP-BRANCH-ID TO WS-PC-BRANCH-ID.
           PERFORM 097-SET-POSTING-DATE-PARA.
           MOVE WS-PC-POSTING-DATE TO WS-TR-DATE.

           MOVE WS-CURRENT-HOUR TO WS-TR-TIME(1:2).
           MOVE ':' TO WS-TR-TIME(3:1).
           MOVE WS-CURRENT-MINUTE TO WS-TR-TIME(4:2).
           MOVE ':' TO WS-TR-TIME(6:1).
           MOVE WS-CURRENT-SECOND TO WS-TR-TIME(7:2).

           MOVE WS-TEMP-ACCOUNT-NUMBER TO WS-TR-ACCOUNT-NUMBER.
           MOVE WS-TEMP-CURRENCY-CODE TO WS-TR-CURRENCY.
           MOVE WS-TEMP-BRANCH-ID TO WS-TR-BRANCH-ID.
           MOVE WS-TELLER-ID TO WS-TR-TELLER-ID.
           MOVE SPACES TO WS-TR-RELATED-ACCOUNT.
           MOVE 0 TO WS-TR-CHECK-NUMBER.
           MOVE "WIRE-OUT" TO WS-TR-TYPE.
           MOVE WS-AMOUNT TO WS-TR-AMOUNT.
           MOVE SPACES TO WS-TR-REMARKS.
           STRING "Wire " WS-WR-NEXT-ID " to "
               WS-WR-BENE-NAME DELIMITED BY SIZE INTO WS-TR-REMARKS.

           SUBTRACT WS-AMOUNT FROM WS-TEMP-BALANCE.
           ADD 1 TO WS-TEMP-TRANSACTION-COUNT.
           MOVE WS-DATE-FORMATTED TO WS-TEMP-LAST-ACCESS-DATE.
           MOVE "SUCCESS" TO WS-TR-RESULT.

           PERFORM 433-UPDATE-ACCOUNT-PARA.
           IF NOT REWRITE-OK
               MOVE "FAILURE" TO WS-TR-RESULT
               MOVE "Update did not persist - not applied" TO
                   WS-TR-REMARKS
               PERFORM 431-VALIDATE-ACCOUNT-PARA
           END-IF.

           MOVE WS-TEMP-BALANCE TO WS-TR-BALANCE-AFTER.
           PERFORM 434-WRITE-TRANSACTION-LEDGER-PARA.

           IF TR-SUCCESS AND EXCESS-FEE-APPLIED
               PERFORM 432G-WRITE-EXCESS-FEE-PARA
           END-IF.

      *-----------------------------------------------------------------
      * WIRE RELEASE (DUAL CONTROL) - a wire is released by anyone
      * other than the teller who captured it; when the signed-on
      * teller is the capturer, a second teller signs on here to
      * release. Releasing after the cutoff rolls the value date.
      *-----------------------------------------------------------------
       4H0-WIRE-RELEASE-PARA.
           DISPLAY SPACE.
           DISPLAY WS-SEPARATOR.
           DISPLAY "WIRE RELEASE (DUAL CONTROL)".
           DISPLAY WS-SEPARATOR.

           PERFORM 4H1-LIST-PENDING-WIRES-PARA.
           IF WS-WR-LIST-COUNT = 0
               DISPLAY "No wires are awaiting release."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Wire id to release: " WITH NO ADVANCING.
           ACCEPT WS-WR-PICK-ID.

           OPEN I-O WIRE-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No wire register yet."
               CLOSE WIRE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-WR-PICK-ID TO WR-WIRE-ID.
           READ WIRE-FILE
               INVALID KEY
                   DISPLAY "Wire not on the register."
                   CLOSE WIRE-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF NOT WR-AWAITING-RELEASE
               DISPLAY "Wire is not awaiting release (status "
                   WR-STATUS ")."
               CLOSE WIRE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-WR-RELEASE-OK-FLAG.
           IF WS-TELLER-ID NOT = WR-CAPTURED-BY
               MOVE WS-TELLER-ID TO WS-WR-RELEASER-ID
               MOVE 'Y' TO WS-WR-RELEASE-OK-FLAG
           ELSE
               DISPLAY "You captured this wire - a second teller "
                   "must release it."
               PERFORM 4H2-SECOND-TELLER-PARA
           END-IF.

           IF NOT WIRE-RELEASE-OK
               DISPLAY "Release refused."
               CLOSE WIRE-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 4I2-DISPLAY-WIRE-PARA.
           DISPLAY "Release this wire (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT CONFIRM-YES
               DISPLAY "Wire left awaiting release."
               CLOSE WIRE-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 4G2-SET-VALUE-DATE-PARA.
           IF WS-WR-VALUE-DATE > WR-VALUE-DATE
               MOVE WS-WR-VALUE-DATE TO WR-VALUE-DATE
           END-IF.

           MOVE 'R' TO WR-STATUS.
           MOVE WS-WR-RELEASER-ID TO WR-RELEASED-BY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WR-RELEASE-DATE(1:4).
           MOVE '-' TO WR-RELEASE-DATE(5:1).
           MOVE WS-CURRENT-MONTH TO WR-RELEASE-DATE(6:2).
           MOVE '-' TO WR-RELEASE-DATE(8:1).
           MOVE WS-CURRENT-DAY TO WR-RELEASE-DATE(9:2).
           MOVE WS-CURRENT-HOUR TO WR-RELEASE-TIME(1:2).
           MOVE ':' TO WR-RELEASE-TIME(3:1).
           MOVE WS-CURRENT-MINUTE TO WR-RELEASE-TIME(4:2).
           MOVE ':' TO WR-RELEASE-TIME(6:1).
           MOVE WS-CURRENT-SECOND TO WR-RELEASE-TIME(7:2).

           REWRITE WIRE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to update the register."
               NOT INVALID KEY
                   DISPLAY "Wire " WR-WIRE-ID " released by "
                       WR-RELEASED-BY " - value date "
                       WR-VALUE-DATE "."
           END-REWRITE.

           CLOSE WIRE-FILE.

      *-----------------------------------------------------------------
      * LIST THE WIRES AWAITING RELEASE (count in WS-WR-LIST-COUNT)
      *-----------------------------------------------------------------
       4H1-LIST-PENDING-WIRES-PARA.
           MOVE 0 TO WS-WR-LIST-COUNT.

           OPEN INPUT WIRE-FILE.
           IF NOT FILE-SUCCESS
               CLOSE WIRE-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Wire    Account    Amount            Value date"
               " Captured Beneficiary".
           DISPLAY WS-SEPARATOR.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ WIRE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WR-AWAITING-RELEASE
                           ADD 1 TO WS-WR-LIST-COUNT
                           MOVE WR-AMOUNT TO WS-FORMATTED-AMOUNT
                           DISPLAY WR-WIRE-ID " " WR-ACCOUNT-NUMBER
                               " " WS-FORMATTED-AMOUNT " "
                               WR-VALUE-DATE " " WR-CAPTURED-BY " "
                               WR-BENE-NAME
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE WIRE-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * SECOND-TELLER SIGN-ON FOR A RELEASE - any active teller or
      * supervisor other than the capturer, password checked against
      * the stored hash
      *-----------------------------------------------------------------
       4H2-SECOND-TELLER-PARA.
           MOVE 'N' TO WS-WR-RELEASE-OK-FLAG.

           DISPLAY "Releasing teller id: " WITH NO ADVANCING.
           ACCEPT WS-SEC-TELLER-ID.
           DISPLAY "Releasing teller password: " WITH NO ADVANCING.
           ACCEPT WS-SEC-PASSWORD.

           IF WS-SEC-TELLER-ID = WR-CAPTURED-BY
               DISPLAY "ERROR: The capturing teller cannot release "
                   "the wire."
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT TELLER-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open the teller file."
               CLOSE TELLER-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SEC-TELLER-ID TO TL-TELLER-ID.
           READ TELLER-FILE
               INVALID KEY
                   DISPLAY "ERROR: Unknown teller id."
                   CLOSE TELLER-FILE
                   EXIT PARAGRAPH
           END-READ.

           CALL 'PWDHASH' USING TL-TELLER-ID WS-SEC-PASSWORD
               WS-SEC-PWD-HASH.
           IF TL-STATUS-ACTIVE AND WS-SEC-PWD-HASH = TL-PASSWORD
               MOVE 'Y' TO WS-WR-RELEASE-OK-FLAG
               MOVE TL-TELLER-ID TO WS-WR-RELEASER-ID
           ELSE
               DISPLAY "ERROR: Teller credentials refused."
           END-IF.

           CLOSE TELLER-FILE.

      *-----------------------------------------------------------------
      * WIRE INQUIRY / CANCEL - look a wire up by id, or list an
      * account's wires. A wire not yet sent can be cancelled: the
      * customer is credited back and the register entry closed; a
      * released wire needs a supervisor to pull it back.
      *-----------------------------------------------------------------
       4I0-WIRE-INQUIRY-PARA.
           DISPLAY SPACE.
           DISPLAY WS-SEPARATOR.
           DISPLAY "WIRE INQUIRY / CANCEL".
           DISPLAY WS-SEPARATOR.

           DISPLAY "Wire id (0 to list an account's wires): "
               WITH NO ADVANCING.
           ACCEPT WS-WR-PICK-ID.

           IF WS-WR-PICK-ID = 0
               PERFORM 4I3-LIST-ACCOUNT-WIRES-PARA
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O WIRE-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No wire register yet."
               CLOSE WIRE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-WR-PICK-ID TO WR-WIRE-ID.
           READ WIRE-FILE
               INVALID KEY
                   DISPLAY "Wire not on the register."
                   CLOSE WIRE-FILE
                   EXIT PARAGRAPH
           END-READ.

           PERFORM 4I2-DISPLAY-WIRE-PARA.

           IF NOT WR-AWAITING-RELEASE AND NOT WR-RELEASED
               CLOSE WIRE-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Cancel this wire (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT CONFIRM-YES
               CLOSE WIRE-FILE
               EXIT PARAGRAPH
           END-IF.

           IF WR-RELEASED
               PERFORM 445-SUPERVISOR-OVERRIDE-PARA
               IF NOT OVERRIDE-OK
                   DISPLAY "Cancel aborted - a released wire needs "
                       "a supervisor."
                   CLOSE WIRE-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM 4I1-CREDIT-WIRE-BACK-PARA.
           IF NOT TR-SUCCESS
               DISPLAY "Wire not cancelled - the credit back did "
                   "not post."
               CLOSE WIRE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'C' TO WR-STATUS.
           MOVE WS-TELLER-ID TO WR-CANCELLED-BY.
           MOVE WS-DATE-FORMATTED TO WR-CANCEL-DATE.

           REWRITE WIRE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to update the register."
               NOT INVALID KEY
                   DISPLAY "Wire " WR-WIRE-ID " cancelled and the "
                       "account credited."
           END-REWRITE.

           CLOSE WIRE-FILE.

           PERFORM 439-DISPLAY-RESULT-PARA.

      *-----------------------------------------------------------------
      * CREDIT THE CANCELLED WIRE BACK TO THE CUSTOMER (WIRE-CAN)
      *-----------------------------------------------------------------
       4I1-CREDIT-WIRE-BACK-PARA.
           MOVE "FAILURE" TO WS-TR-RESULT.

           MOVE WR-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER.
           PERFORM 431-VALIDATE-ACCOUNT-PARA.
           IF NOT ACCOUNT-FOUND
               DISPLAY "ERROR: Funding account not found."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EX-FEE-FLAG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           MOVE '-' TO WS-DATE-FORMATTED(5:1).
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).
           MOVE WS-TEMP-BRANCH-ID TO WS-PC-BRANCH-ID.
           PERFORM 097-SET-POSTING-DATE-PARA.
           MOVE WS-PC-POSTING-DATE TO WS-TR-DATE.

           MOVE WS-CURRENT-HOUR TO WS-TR-TIME(1:2).
           MOVE ':' TO WS-TR-TIME(3:1).
           MOVE WS-CURRENT-MINUTE TO WS-TR-TIME(4:2).
           MOVE ':' TO WS-TR-TIME(6:1).
           MOVE WS-CURRENT-SECOND TO WS-TR-TIME(7:2).

           MOVE WS-TEMP-ACCOUNT-NUMBER TO WS-TR-ACCOUNT-NUMBER.
           MOVE WS-TEMP-CURRENCY-CODE TO WS-TR-CURRENCY.
           MOVE WS-TEMP-BRANCH-ID TO WS-TR-BRANCH-ID.
           MOVE WS-TELLER-ID TO WS-TR-TELLER-ID.
           MOVE SPACES TO WS-TR-RELATED-ACCOUNT.
           MOVE 0 TO WS-TR-CHECK-NUMBER.
           MOVE "WIRE-CAN" TO WS-TR-TYPE.
           MOVE WR-AMOUNT TO WS-TR-AMOUNT.
           MOVE SPACES TO WS-TR-REMARKS.
           STRING "Wire " WR-WIRE-ID " cancelled - funds returned"
               DELIMITED BY SIZE INTO WS-TR-REMARKS.

           ADD WR-AMOUNT TO WS-TEMP-BALANCE.
           ADD 1 TO WS-TEMP-TRANSACTION-COUNT.
           MOVE WS-DATE-FORMATTED TO WS-TEMP-LAST-ACCESS-DATE.
           MOVE "SUCCESS" TO WS-TR-RESULT.

           PERFORM 433-UPDATE-ACCOUNT-PARA.
           IF NOT REWRITE-OK
               MOVE "FAILURE" TO WS-TR-RESULT
               MOVE "Update did not persist - not applied" TO
                   WS-TR-REMARKS
               PERFORM 431-VALIDATE-ACCOUNT-PARA
           END-IF.

           MOVE WS-TEMP-BALANCE TO WS-TR-BALANCE-AFTER.
           PERFORM 434-WRITE-TRANSACTION-LEDGER-PARA.

      *-----------------------------------------------------------------
      * SHOW ONE WIRE REGISTER ENTRY
      *-----------------------------------------------------------------
       4I2-DISPLAY-WIRE-PARA.
           MOVE WR-AMOUNT TO WS-FORMATTED-AMOUNT.
           DISPLAY WS-SEPARATOR.
           DISPLAY "Wire id:      " WR-WIRE-ID "   Status: "
               WR-STATUS.
           DISPLAY "Account:      " WR-ACCOUNT-NUMBER "   Amount: "
               WS-FORMATTED-AMOUNT " " WR-CURRENCY.
           DISPLAY "Beneficiary:  " WR-BENE-NAME.
           DISPLAY "  Account:    " WR-BENE-ACCOUNT "  Routing: "
               WR-BENE-ROUTING.
           DISPLAY "  Bank:       " WR-BENE-BANK-NAME.
           DISPLAY "Purpose:      " WR-PURPOSE.
           DISPLAY "Captured:     " WR-CAPTURE-DATE " "
               WR-CAPTURE-TIME " by " WR-CAPTURED-BY.
           DISPLAY "Value date:   " WR-VALUE-DATE.
           IF WR-RELEASED-BY NOT = SPACES
               DISPLAY "Released:     " WR-RELEASE-DATE " "
                   WR-RELEASE-TIME " by " WR-RELEASED-BY
           END-IF.
           IF WR-SENT
               DISPLAY "Sent:         " WR-SENT-DATE
           END-IF.
           IF WR-CANCELLED
               DISPLAY "Cancelled:    " WR-CANCEL-DATE " by "
                   WR-CANCELLED-BY
           END-IF.
           DISPLAY WS-SEPARATOR.

      *-----------------------------------------------------------------
      * LIST EVERY WIRE ON THE REGISTER FOR ONE ACCOUNT
      *-----------------------------------------------------------------
       4I3-LIST-ACCOUNT-WIRES-PARA.
           DISPLAY "Account number: " WITH NO ADVANCING.
           ACCEPT WS-ACCOUNT-NUMBER.

           OPEN INPUT WIRE-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No wire register yet."
               CLOSE WIRE-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Wire    St Amount            Value date "
               "Beneficiary".
           DISPLAY WS-SEPARATOR.

           MOVE 0 TO WS-WR-LIST-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ WIRE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WR-ACCOUNT-NUMBER = WS-ACCOUNT-NUMBER
                           ADD 1 TO WS-WR-LIST-COUNT
                           MOVE WR-AMOUNT TO WS-FORMATTED-AMOUNT
                           DISPLAY WR-WIRE-ID " " WR-STATUS "  "
                               WS-FORMATTED-AMOUNT " "
                               WR-VALUE-DATE " " WR-BENE-NAME
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE WIRE-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

           IF WS-WR-LIST-COUNT = 0
               DISPLAY "No wires on file for " WS-ACCOUNT-NUMBER "."
           END-IF.

      *-----------------------------------------------------------------
      * LOAN PAYOFF QUOTE - principal outstanding plus per-diem
      * interest accrued since the last monthly accrual (posted on
      * the first of the month by the loan servicing batch) through
      * the requested payoff date
      *-----------------------------------------------------------------
       4B0-PAYOFF-QUOTE-PARA.
           DISPLAY SPACE.
           DISPLAY WS-SEPARATOR.
           DISPLAY "LOAN PAYOFF QUOTE".
           DISPLAY WS-SEPARATOR.

           DISPLAY "Enter loan account number: " WITH NO ADVANCING.
           ACCEPT WS-ACCOUNT-NUMBER.

           PERFORM 431-VALIDATE-ACCOUNT-PARA.

           IF NOT ACCOUNT-FOUND
               DISPLAY "Account not found."
               EXIT PARAGRAPH
           END-IF.

           IF NOT WS-TEMP-TYPE-LOAN
               DISPLAY "ERROR: Not a loan account."
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           MOVE '-' TO WS-DATE-FORMATTED(5:1).
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).

           DISPLAY "Payoff date (YYYY-MM-DD, blank = today): "
               WITH NO ADVANCING.
           ACCEPT WS-PO-QUOTE-DATE.
           IF WS-PO-QUOTE-DATE = SPACES
               MOVE WS-DATE-FORMATTED TO WS-PO-QUOTE-DATE
           END-IF.

           IF WS-PO-QUOTE-DATE < WS-DATE-FORMATTED
               DISPLAY "ERROR: Payoff date cannot be in the past."
               EXIT PARAGRAPH
           END-IF.

      * Per-diem days run from the first of the current month (the
      * date of the last monthly accrual) to the payoff date.
           MOVE WS-DATE-FORMATTED(1:4) TO
               WS-ORIG-DATE-YYYYMMDD(1:4).
           MOVE WS-DATE-FORMATTED(6:2) TO
               WS-ORIG-DATE-YYYYMMDD(5:2).
           MOVE 01 TO WS-ORIG-DATE-YYYYMMDD(7:2).
           COMPUTE WS-PO-DAYS =
               0 - FUNCTION INTEGER-OF-DATE(WS-ORIG-DATE-YYYYMMDD).
           MOVE WS-PO-QUOTE-DATE(1:4) TO
               WS-ORIG-DATE-YYYYMMDD(1:4).
           MOVE WS-PO-QUOTE-DATE(6:2) TO
               WS-ORIG-DATE-YYYYMMDD(5:2).
           MOVE WS-PO-QUOTE-DATE(9:2) TO
               WS-ORIG-DATE-YYYYMMDD(7:2).
           COMPUTE WS-PO-DAYS = WS-PO-DAYS +
               FUNCTION INTEGER-OF-DATE(WS-ORIG-DATE-YYYYMMDD).
           IF WS-PO-DAYS < 0
               MOVE 0 TO WS-PO-DAYS
           END-IF.

           COMPUTE WS-PO-PER-DIEM ROUNDED =
               WS-TEMP-BALANCE * WS-TEMP-INTEREST-RATE / 36500.
           COMPUTE WS-PO-ACCRUED ROUNDED =
               WS-PO-PER-DIEM * WS-PO-DAYS.
           COMPUTE WS-PO-PAYOFF =
               WS-TEMP-BALANCE + WS-PO-ACCRUED.

           DISPLAY WS-SEPARATOR.
           DISPLAY "PAYOFF QUOTE FOR " WS-TEMP-ACCOUNT-NUMBER
               " AS OF " WS-PO-QUOTE-DATE.
           MOVE WS-TEMP-BALANCE TO WS-FORMATTED-BALANCE.
           DISPLAY "Principal outstanding: " WS-FORMATTED-BALANCE.
           MOVE WS-PO-PER-DIEM TO WS-FORMATTED-AMOUNT.
           DISPLAY "Per-diem interest:     " WS-FORMATTED-AMOUNT.
           DISPLAY "Accrual days:          " WS-PO-DAYS.
           MOVE WS-PO-ACCRUED TO WS-FORMATTED-AMOUNT.
           DISPLAY "Accrued interest:      " WS-FORMATTED-AMOUNT.
           MOVE WS-PO-PAYOFF TO WS-FORMATTED-BALANCE.
           DISPLAY "TOTAL PAYOFF:          " WS-FORMATTED-BALANCE.
           DISPLAY "Quote is good through the quoted date only.".
           DISPLAY WS-SEPARATOR.

      *-----------------------------------------------------------------
      * DISPUTE CLAIMS (REG E) - a customer's claim of an error on an
      * electronic transfer is opened against the disputed ledger
      * entry, provisionally credited inside the provisional-credit
      * deadline, and resolved (granted or denied) by a supervisor;
      * every resolution queues the customer's letter for NOTICES
      *-----------------------------------------------------------------
       4J0-DISPUTE-CLAIMS-PARA.
           DISPLAY SPACE.
           DISPLAY WS-SEPARATOR.
           DISPLAY "DISPUTE CLAIMS (REG E)".
           DISPLAY WS-SEPARATOR.
           DISPLAY "1. Open a Dispute Claim".
           DISPLAY "2. Post Provisional Credit".
           DISPLAY "3. Resolve a Claim (supervised)".
           DISPLAY "4. List Claims".
           DISPLAY "0. Return".
           DISPLAY WS-SEPARATOR.
           DISPLAY "Enter your choice (0-4): " WITH NO ADVANCING.
           ACCEPT WS-SUB-MENU-CHOICE.

           EVALUATE WS-SUB-MENU-CHOICE
               WHEN 1
                   PERFORM 4J1-OPEN-CLAIM-PARA
               WHEN 2
                   PERFORM 4J2-PROVISIONAL-CREDIT-PARA
               WHEN 3
                   PERFORM 4J3-RESOLVE-CLAIM-PARA
               WHEN 4
                   PERFORM 4J4-LIST-CLAIMS-PARA
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.

      *-----------------------------------------------------------------
      * OPEN A CLAIM - the teller picks the disputed entry by its
      * ledger key; today's entries are still on the live ledger,
      * earlier ones are found on the dated roll file for their day
      *-----------------------------------------------------------------
       4J1-OPEN-CLAIM-PARA.
           DISPLAY "Account number: " WITH NO ADVANCING.
           ACCEPT WS-ACCOUNT-NUMBER.

           PERFORM 431-VALIDATE-ACCOUNT-PARA.
           IF NOT ACCOUNT-FOUND
               DISPLAY "Account not found."
               EXIT PARAGRAPH
           END-IF.

           IF WS-TEMP-CLOSED
               DISPLAY "ERROR: Account is closed - no claim opened."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 481-LIST-POSTED-ENTRIES-PARA.
           DISPLAY "(Entries from earlier days are found on that "
               "day's roll file.)".

           DISPLAY "Entry date (YYYY-MM-DD): " WITH NO ADVANCING.
           ACCEPT WS-CR-KEY-DATE.
           DISPLAY "Entry time (HH:MM:SS): " WITH NO ADVANCING.
           ACCEPT WS-CR-KEY-TIME.
           DISPLAY "Entry sequence (4 digits): " WITH NO ADVANCING.
           ACCEPT WS-CR-KEY-SEQ.

           PERFORM 4J5-LOCATE-ENTRY-PARA.
           IF NOT DISPUTE-ENTRY-FOUND
               DISPLAY "Ledger entry not found on the live ledger "
                   "or the roll file for " WS-CR-KEY-DATE "."
               EXIT PARAGRAPH
           END-IF.

      * Regulation E covers electronic fund transfers - card items,
      * transfers out, and entries the ACH network posted
           IF WS-DP-TR-TYPE NOT = "CARD" AND
              WS-DP-TR-TYPE NOT = "XFER-OUT" AND
              WS-DP-TR-TELLER NOT = "ACH"
               DISPLAY "ERROR: A " WS-DP-TR-TYPE " entry is not an "
                   "electronic transfer - no Reg E claim."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 4J6-CHECK-EXISTING-CLAIM-PARA.
           IF DISPUTE-ENTRY-FOUND
               DISPLAY "ERROR: That entry is already under claim "
                   WS-DP-CLAIM-NO "."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DP-AMOUNT TO WS-FORMATTED-AMOUNT.
           DISPLAY "Disputing " WS-DP-TR-TYPE " of "
               WS-FORMATTED-AMOUNT " " WS-DP-CURRENCY " posted "
               WS-CR-KEY-DATE " " WS-CR-KEY-TIME ".".
           DISPLAY "Customer's description of the error: "
               WITH NO ADVANCING.
           ACCEPT WS-DP-DESCRIPTION.

           DISPLAY "Open this claim (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT CONFIRM-YES
               DISPLAY "Claim not opened."
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           MOVE '-' TO WS-DATE-FORMATTED(5:1).
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).

           OPEN I-O DISPUTE-FILE.
           IF NOT FILE-SUCCESS
               CLOSE DISPUTE-FILE
               OPEN OUTPUT DISPUTE-FILE
               IF NOT FILE-SUCCESS
                   DISPLAY "ERROR: Unable to open the dispute file."
                   CLOSE DISPUTE-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-TEMP-ACCOUNT-NUMBER TO DP-ACCOUNT-NUMBER.
           MOVE WS-DP-NEXT-CLAIM TO DP-CLAIM-NO.
           MOVE WS-DP-SOURCE TO DP-SOURCE.
           MOVE WS-CR-KEY-DATE TO DP-TR-DATE.
           MOVE WS-CR-KEY-TIME TO DP-TR-TIME.
           MOVE WS-CR-KEY-SEQ TO DP-TR-SEQ.
           MOVE WS-DP-TR-TYPE TO DP-TR-TYPE.
           MOVE WS-DP-AMOUNT TO DP-AMOUNT.
           MOVE WS-DP-CURRENCY TO DP-CURRENCY.
           MOVE WS-DP-DESCRIPTION TO DP-DESCRIPTION.
           MOVE WS-DATE-FORMATTED TO DP-RECEIVED-DATE.

           MOVE WS-DATE-FORMATTED TO WS-DP-DUE-DATE.
           MOVE WS-DISPUTE-PROV-DAYS TO WS-DP-DAYS.
           PERFORM 4J7-ADD-BUSINESS-DAYS-PARA.
           MOVE WS-DP-DUE-DATE TO DP-PROV-DUE-DATE.

           MOVE WS-DATE-FORMATTED TO WS-DP-DUE-DATE.
           MOVE WS-DISPUTE-FINAL-DAYS TO WS-DP-DAYS.
           PERFORM 4J7-ADD-BUSINESS-DAYS-PARA.
           MOVE WS-DP-DUE-DATE TO DP-FINAL-DUE-DATE.

           MOVE 0 TO DP-PROV-AMOUNT.
           MOVE SPACES TO DP-PROV-DATE.
           MOVE 'O' TO DP-STATUS.
           MOVE SPACES TO DP-RESOLVED-DATE.
           MOVE WS-TELLER-ID TO DP-OPENED-BY.
           MOVE SPACES TO DP-RESOLVED-BY.
           MOVE WS-TEMP-BRANCH-ID TO DP-BRANCH-ID.

           WRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to record the claim."
               NOT INVALID KEY
                   DISPLAY "Claim " DP-CLAIM-NO " opened on account "
                       DP-ACCOUNT-NUMBER "."
                   DISPLAY "Provisional credit due by "
                       DP-PROV-DUE-DATE "; resolution due by "
                       DP-FINAL-DUE-DATE "."
           END-WRITE.

           CLOSE DISPUTE-FILE.

      *-----------------------------------------------------------------
      * POST THE PROVISIONAL CREDIT FOR THE DISPUTED AMOUNT WHILE THE
      * INVESTIGATION RUNS (PROV-CR)
      *-----------------------------------------------------------------
       4J2-PROVISIONAL-CREDIT-PARA.
           PERFORM 4J8-READ-CLAIM-PARA.
           IF NOT DISPUTE-ENTRY-FOUND
               EXIT PARAGRAPH
           END-IF.

           PERFORM 4JB-DISPLAY-CLAIM-PARA.

           IF NOT DP-OPEN
               DISPLAY "ERROR: Provisional credit applies only to an "
                   "open claim not yet credited."
               CLOSE DISPUTE-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Post provisional credit of the disputed amount "
               "(Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT CONFIRM-YES
               CLOSE DISPUTE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE "PROV-CR" TO WS-TR-TYPE.
           MOVE DP-AMOUNT TO WS-TR-AMOUNT.
           MOVE SPACES TO WS-TR-REMARKS.
           STRING "Reg E claim " DP-CLAIM-NO " provisional credit"
               DELIMITED BY SIZE INTO WS-TR-REMARKS.
           PERFORM 4J9-POST-DISPUTE-ENTRY-PARA.
           IF NOT TR-SUCCESS
               DISPLAY "Provisional credit not posted."
               CLOSE DISPUTE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE DP-AMOUNT TO DP-PROV-AMOUNT.
           MOVE WS-TR-DATE TO DP-PROV-DATE.
           MOVE 'P' TO DP-STATUS.

           REWRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to update the claim."
               NOT INVALID KEY
                   DISPLAY "Claim " DP-CLAIM-NO " provisionally "
                       "credited."
           END-REWRITE.

           CLOSE DISPUTE-FILE.

           PERFORM 439-DISPLAY-RESULT-PARA.

      *-----------------------------------------------------------------
      * RESOLVE A CLAIM - granted makes the credit final (posting it
      * now if none was given); denied reverses any provisional
      * credit (PROV-REV). Either way the customer is written to.
      *-----------------------------------------------------------------
       4J3-RESOLVE-CLAIM-PARA.
           PERFORM 445-SUPERVISOR-OVERRIDE-PARA.
           IF NOT OVERRIDE-OK
               DISPLAY "Resolution aborted."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 4J8-READ-CLAIM-PARA.
           IF NOT DISPUTE-ENTRY-FOUND
               EXIT PARAGRAPH
           END-IF.

           PERFORM 4JB-DISPLAY-CLAIM-PARA.

           IF NOT DP-UNRESOLVED
               DISPLAY "ERROR: The claim is already resolved."
               CLOSE DISPUTE-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Decision - G=Granted, D=Denied: "
               WITH NO ADVANCING.
           ACCEPT WS-DP-DECISION.
           INSPECT WS-DP-DECISION CONVERTING "gd" TO "GD".
           IF WS-DP-DECISION NOT = 'G' AND WS-DP-DECISION NOT = 'D'
               DISPLAY "Invalid decision - claim left open."
               CLOSE DISPUTE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE "SUCCESS" TO WS-TR-RESULT.
           EVALUATE TRUE
               WHEN WS-DP-DECISION = 'G' AND DP-OPEN
                   MOVE "PROV-CR" TO WS-TR-TYPE
                   MOVE DP-AMOUNT TO WS-TR-AMOUNT
                   MOVE SPACES TO WS-TR-REMARKS
                   STRING "Reg E claim " DP-CLAIM-NO " granted - "
                       "final credit" DELIMITED BY SIZE
                       INTO WS-TR-REMARKS
                   PERFORM 4J9-POST-DISPUTE-ENTRY-PARA
                   IF TR-SUCCESS
                       MOVE DP-AMOUNT TO DP-PROV-AMOUNT
                       MOVE WS-TR-DATE TO DP-PROV-DATE
                   END-IF
               WHEN WS-DP-DECISION = 'D' AND DP-PROV-CREDITED
                   MOVE "PROV-REV" TO WS-TR-TYPE
                   MOVE DP-PROV-AMOUNT TO WS-TR-AMOUNT
                   MOVE SPACES TO WS-TR-REMARKS
                   STRING "Reg E claim " DP-CLAIM-NO " denied - "
                       "credit reversed" DELIMITED BY SIZE
                       INTO WS-TR-REMARKS
                   PERFORM 4J9-POST-DISPUTE-ENTRY-PARA
           END-EVALUATE.

           IF NOT TR-SUCCESS
               DISPLAY "Claim not resolved - the ledger entry did "
                   "not post."
               CLOSE DISPUTE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           MOVE '-' TO WS-DATE-FORMATTED(5:1).
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).

           MOVE WS-DP-DECISION TO DP-STATUS.
           MOVE WS-DATE-FORMATTED TO DP-RESOLVED-DATE.
           MOVE WS-TELLER-ID TO DP-RESOLVED-BY.

           REWRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to update the claim."
               NOT INVALID KEY
                   IF DP-GRANTED
                       DISPLAY "Claim " DP-CLAIM-NO " granted."
                   ELSE
                       DISPLAY "Claim " DP-CLAIM-NO " denied."
                   END-IF
           END-REWRITE.

           CLOSE DISPUTE-FILE.

           PERFORM 4JA-QUEUE-DISPUTE-NOTICE-PARA.

      *-----------------------------------------------------------------
      * LIST AN ACCOUNT'S CLAIMS, OR EVERY UNRESOLVED CLAIM WHEN NO
      * ACCOUNT IS GIVEN
      *-----------------------------------------------------------------
       4J4-LIST-CLAIMS-PARA.
           DISPLAY "Account number (blank for all open claims): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ACCOUNT-NUMBER.
           ACCEPT WS-ACCOUNT-NUMBER.

           OPEN INPUT DISPUTE-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No dispute claims on file."
               CLOSE DISPUTE-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Account    Claim St Amount            Received   "
               "Prov due   Final due".
           DISPLAY WS-SEPARATOR.

           MOVE 0 TO WS-DP-LIST-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ DISPUTE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF (WS-ACCOUNT-NUMBER = SPACES AND
                           DP-UNRESOLVED) OR
                          DP-ACCOUNT-NUMBER = WS-ACCOUNT-NUMBER
                           ADD 1 TO WS-DP-LIST-COUNT
                           MOVE DP-AMOUNT TO WS-FORMATTED-AMOUNT
                           DISPLAY DP-ACCOUNT-NUMBER " "
                               DP-CLAIM-NO " " DP-STATUS "  "
                               WS-FORMATTED-AMOUNT " "
                               DP-RECEIVED-DATE " "
                               DP-PROV-DUE-DATE " "
                               DP-FINAL-DUE-DATE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DISPUTE-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

           DISPLAY WS-SEPARATOR.
           DISPLAY "Claims listed: " WS-DP-LIST-COUNT.

      *-----------------------------------------------------------------
      * FIND THE DISPUTED ENTRY BY ITS FULL KEY - the live ledger
      * first, then the roll file the entry's day was rolled to
      *-----------------------------------------------------------------
       4J5-LOCATE-ENTRY-PARA.
           MOVE 'N' TO WS-DP-FOUND-FLAG.

           OPEN INPUT TRANSACTION-FILE.
           IF FILE-SUCCESS
               MOVE WS-TEMP-ACCOUNT-NUMBER TO TR-KEY-ACCT-NUM
               MOVE WS-CR-KEY-DATE TO TR-KEY-DATE
               MOVE WS-CR-KEY-TIME TO TR-KEY-TIME
               MOVE WS-CR-KEY-SEQ TO TR-KEY-SEQ
               READ TRANSACTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TR-RESULT = "SUCCESS"
                           MOVE 'Y' TO WS-DP-FOUND-FLAG
                           MOVE 'L' TO WS-DP-SOURCE
                           MOVE TR-TYPE TO WS-DP-TR-TYPE
                           MOVE TR-TELLER-ID TO WS-DP-TR-TELLER
                           MOVE TR-AMOUNT TO WS-DP-AMOUNT
                           MOVE TR-CURRENCY TO WS-DP-CURRENCY
                       END-IF
               END-READ
           END-IF.
           CLOSE TRANSACTION-FILE.

           IF DISPUTE-ENTRY-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-RR-DATE.
           STRING WS-CR-KEY-DATE(1:4) WS-CR-KEY-DATE(6:2)
               WS-CR-KEY-DATE(9:2)
               DELIMITED BY SIZE INTO WS-RR-DATE.

           MOVE 'O' TO WS-RR-FUNCTION.
           CALL 'ROLLREAD' USING WS-ROLL-READ-AREA.
           IF NOT RR-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF OR DISPUTE-ENTRY-FOUND
               MOVE 'R' TO WS-RR-FUNCTION
               CALL 'ROLLREAD' USING WS-ROLL-READ-AREA
               IF NOT RR-OK
                   MOVE 'Y' TO WS-EOF-FLAG
               ELSE
                   PERFORM 4JC-PARSE-ROLL-LINE-PARA
                   IF WS-PT-ACCOUNT = WS-TEMP-ACCOUNT-NUMBER AND
                      WS-PT-TIME = WS-CR-KEY-TIME AND
                      WS-PT-SEQ = WS-CR-KEY-SEQ AND
                      WS-PT-RESULT = "SUCCESS"
                       MOVE 'Y' TO WS-DP-FOUND-FLAG
                       MOVE 'R' TO WS-DP-SOURCE
                       MOVE WS-PT-TYPE TO WS-DP-TR-TYPE
                       MOVE WS-PT-TELLER TO WS-DP-TR-TELLER
                       MOVE WS-PT-AMOUNT TO WS-DP-AMOUNT
                       MOVE WS-PT-CURRENCY TO WS-DP-CURRENCY
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 'C' TO WS-RR-FUNCTION.
           CALL 'ROLLREAD' USING WS-ROLL-READ-AREA.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * ONE CLAIM PER DISPUTED ENTRY - scan the account's claims for
      * the same entry and find the account's next claim number
      *-----------------------------------------------------------------
       4J6-CHECK-EXISTING-CLAIM-PARA.
           MOVE 'N' TO WS-DP-FOUND-FLAG.
           MOVE 1 TO WS-DP-NEXT-CLAIM.

           OPEN INPUT DISPUTE-FILE.
           IF NOT FILE-SUCCESS
               CLOSE DISPUTE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TEMP-ACCOUNT-NUMBER TO DP-ACCOUNT-NUMBER.
           MOVE 0 TO DP-CLAIM-NO.
           START DISPUTE-FILE KEY IS NOT LESS THAN DP-KEY
               INVALID KEY
                   CLOSE DISPUTE-FILE
                   EXIT PARAGRAPH
           END-START.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ DISPUTE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF DP-ACCOUNT-NUMBER NOT =
                               WS-TEMP-ACCOUNT-NUMBER
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           COMPUTE WS-DP-NEXT-CLAIM = DP-CLAIM-NO + 1
                           IF DP-TR-DATE = WS-CR-KEY-DATE AND
                              DP-TR-TIME = WS-CR-KEY-TIME AND
                              DP-TR-SEQ = WS-CR-KEY-SEQ
                               MOVE 'Y' TO WS-DP-FOUND-FLAG
                               MOVE DP-CLAIM-NO TO WS-DP-CLAIM-NO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DISPUTE-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * ADD WS-DP-DAYS BUSINESS DAYS TO WS-DP-DUE-DATE - one calendar
      * day at a time, each rolled past weekends and holidays by the
      * business calendar
      *-----------------------------------------------------------------
       4J7-ADD-BUSINESS-DAYS-PARA.
           PERFORM VARYING WS-DP-DAY-COUNT FROM 1 BY 1
                   UNTIL WS-DP-DAY-COUNT > WS-DP-DAYS
               MOVE WS-DP-DUE-DATE(1:4) TO WS-DP-DATE-YYYYMMDD(1:4)
               MOVE WS-DP-DUE-DATE(6:2) TO WS-DP-DATE-YYYYMMDD(5:2)
               MOVE WS-DP-DUE-DATE(9:2) TO WS-DP-DATE-YYYYMMDD(7:2)
               COMPUTE WS-DP-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DP-DATE-YYYYMMDD) + 1
               COMPUTE WS-DP-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DP-DATE-INTEGER)
               MOVE WS-DP-DATE-YYYYMMDD(1:4) TO WS-DP-DUE-DATE(1:4)
               MOVE '-' TO WS-DP-DUE-DATE(5:1)
               MOVE WS-DP-DATE-YYYYMMDD(5:2) TO WS-DP-DUE-DATE(6:2)
               MOVE '-' TO WS-DP-DUE-DATE(8:1)
               MOVE WS-DP-DATE-YYYYMMDD(7:2) TO WS-DP-DUE-DATE(9:2)
               CALL 'BUSCAL' USING WS-DP-DUE-DATE
           END-PERFORM.

      *-----------------------------------------------------------------
      * READ ONE CLAIM FOR UPDATE - the dispute file is left open
      * I-O for the caller's REWRITE
      *-----------------------------------------------------------------
       4J8-READ-CLAIM-PARA.
           MOVE 'N' TO WS-DP-FOUND-FLAG.

           DISPLAY "Account number: " WITH NO ADVANCING.
           ACCEPT WS-ACCOUNT-NUMBER.
           DISPLAY "Claim number: " WITH NO ADVANCING.
           ACCEPT WS-DP-CLAIM-NO.

           OPEN I-O DISPUTE-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No dispute claims on file."
               CLOSE DISPUTE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ACCOUNT-NUMBER TO DP-ACCOUNT-NUMBER.
           MOVE WS-DP-CLAIM-NO TO DP-CLAIM-NO.
           READ DISPUTE-FILE
               INVALID KEY
                   DISPLAY "Claim not on file."
                   CLOSE DISPUTE-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE 'Y' TO WS-DP-FOUND-FLAG.

      *-----------------------------------------------------------------
      * POST A DISPUTE LEDGER ENTRY (PROV-CR CREDIT / PROV-REV DEBIT)
      * TO THE CLAIM'S ACCOUNT - the caller sets type, amount and
      * remarks. The bank's right to reverse a provisional credit on
      * a denied claim does not depend on available funds, so the
      * reversal is not refused for an insufficient balance.
      *-----------------------------------------------------------------
       4J9-POST-DISPUTE-ENTRY-PARA.
           MOVE "FAILURE" TO WS-TR-RESULT.

           MOVE DP-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER.
           PERFORM 431-VALIDATE-ACCOUNT-PARA.
           IF NOT ACCOUNT-FOUND
               DISPLAY "ERROR: Claim account not found."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EX-FEE-FLAG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           MOVE '-' TO WS-DATE-FORMATTED(5:1).
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).
           MOVE WS-TEMP-BRANCH-ID TO WS-PC-BRANCH-ID.
           PERFORM 097-SET-POSTING-DATE-PARA.
           MOVE WS-PC-POSTING-DATE TO WS-TR-DATE.

           MOVE WS-CURRENT-HOUR TO WS-TR-TIME(1:2).
           MOVE ':' TO WS-TR-TIME(3:1).
           MOVE WS-CURRENT-MINUTE TO WS-TR-TIME(4:2).
           MOVE ':' TO WS-TR-TIME(6:1).
           MOVE WS-CURRENT-SECOND TO WS-TR-TIME(7:2).

           MOVE WS-TEMP-ACCOUNT-NUMBER TO WS-TR-ACCOUNT-NUMBER.
           MOVE WS-TEMP-CURRENCY-CODE TO WS-TR-CURRENCY.
           MOVE WS-TEMP-BRANCH-ID TO WS-TR-BRANCH-ID.
           MOVE WS-TELLER-ID TO WS-TR-TELLER-ID.
           MOVE SPACES TO WS-TR-RELATED-ACCOUNT.
           MOVE 0 TO WS-TR-CHECK-NUMBER.

           IF TR-PROV-REVERSAL
               SUBTRACT WS-TR-AMOUNT FROM WS-TEMP-BALANCE
           ELSE
               ADD WS-TR-AMOUNT TO WS-TEMP-BALANCE
           END-IF.
           ADD 1 TO WS-TEMP-TRANSACTION-COUNT.
           MOVE WS-DATE-FORMATTED TO WS-TEMP-LAST-ACCESS-DATE.
           MOVE "SUCCESS" TO WS-TR-RESULT.

           PERFORM 433-UPDATE-ACCOUNT-PARA.
           IF NOT REWRITE-OK
               MOVE "FAILURE" TO WS-TR-RESULT
               MOVE "Update did not persist - not applied" TO
                   WS-TR-REMARKS
               PERFORM 431-VALIDATE-ACCOUNT-PARA
           END-IF.

           MOVE WS-TEMP-BALANCE TO WS-TR-BALANCE-AFTER.
           PERFORM 434-WRITE-TRANSACTION-LEDGER-PARA.

      *-----------------------------------------------------------------
      * QUEUE THE RESOLUTION LETTER FOR THE NOTICES RUN
      *-----------------------------------------------------------------
       4JA-QUEUE-DISPUTE-NOTICE-PARA.
           MOVE DP-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER.
           PERFORM 431-VALIDATE-ACCOUNT-PARA.

           OPEN EXTEND NOTICE-QUEUE-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT NOTICE-QUEUE-FILE
               IF NOT FILE-SUCCESS
                   DISPLAY "ERROR: Unable to queue the claim letter."
                   CLOSE NOTICE-QUEUE-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-DATE-FORMATTED TO NQ-EVENT-DATE.
           MOVE "DISPUTE" TO NQ-TYPE.
           MOVE DP-ACCOUNT-NUMBER TO NQ-ACCOUNT-NUMBER.
           MOVE WS-TEMP-OWNER-1-CUST-ID TO NQ-CUST-ID.
           MOVE WS-TEMP-CUSTOMER-NAME TO NQ-NAME.
           MOVE SPACES TO NQ-DETAILS.
           MOVE DP-AMOUNT TO WS-FORMATTED-AMOUNT.
           IF DP-GRANTED
               STRING "Claim " DP-CLAIM-NO " GRANTED "
                   WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                   INTO NQ-DETAILS
           ELSE
               STRING "Claim " DP-CLAIM-NO " DENIED "
                   WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                   INTO NQ-DETAILS
           END-IF.
           MOVE 'P' TO NQ-STATUS.
           WRITE NOTICE-QUEUE-RECORD.

           CLOSE NOTICE-QUEUE-FILE.
           DISPLAY "Customer letter queued for the notice run.".

      *-----------------------------------------------------------------
      * SHOW ONE DISPUTE CLAIM
      *-----------------------------------------------------------------
       4JB-DISPLAY-CLAIM-PARA.
           MOVE DP-AMOUNT TO WS-FORMATTED-AMOUNT.
           DISPLAY WS-SEPARATOR.
           DISPLAY "Claim:        " DP-ACCOUNT-NUMBER " / "
               DP-CLAIM-NO "   Status: " DP-STATUS.
           DISPLAY "Entry:        " DP-TR-TYPE " " DP-TR-DATE " "
               DP-TR-TIME " " DP-TR-SEQ "  (" DP-SOURCE ")".
           DISPLAY "Amount:       " WS-FORMATTED-AMOUNT " "
               DP-CURRENCY.
           DISPLAY "Description:  " DP-DESCRIPTION.
           DISPLAY "Received:     " DP-RECEIVED-DATE " by "
               DP-OPENED-BY.
           DISPLAY "Prov due:     " DP-PROV-DUE-DATE
               "   Final due: " DP-FINAL-DUE-DATE.
           IF DP-PROV-DATE NOT = SPACES
               MOVE DP-PROV-AMOUNT TO WS-FORMATTED-AMOUNT
               DISPLAY "Credited:     " WS-FORMATTED-AMOUNT " on "
                   DP-PROV-DATE
           END-IF.
           IF NOT DP-UNRESOLVED
               DISPLAY "Resolved:     " DP-RESOLVED-DATE " by "
                   DP-RESOLVED-BY
           END-IF.
           DISPLAY WS-SEPARATOR.

      *-----------------------------------------------------------------
      * PARSE ONE COMMA-DELIMITED ROLL FILE LINE
      *-----------------------------------------------------------------
       4JC-PARSE-ROLL-LINE-PARA.
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
      * POSITIVE PAY - the inclearing batch holds a business check
      * that does not match the customer's issue file on the
      * exceptions file; the customer's pay/return decision is keyed
      * here (the branch takes it by phone or in person) up to the
      * cutoff time on the business day after presentment, after
      * which the account's default action applies. Enrollment and
      * the default action are supervised.
      *-----------------------------------------------------------------
       4K0-POSITIVE-PAY-PARA.
           DISPLAY SPACE.
           DISPLAY WS-SEPARATOR.
           DISPLAY "POSITIVE PAY".
           DISPLAY WS-SEPARATOR.
           DISPLAY "1. List Open Exceptions".
           DISPLAY "2. Pay / Return Decision".
           DISPLAY "3. Enrollment and Default Action (supervised)".
           DISPLAY "0. Return".
           DISPLAY "Enter your choice (0-3): " WITH NO ADVANCING.
           ACCEPT WS-SUB-MENU-CHOICE.

           EVALUATE WS-SUB-MENU-CHOICE
               WHEN 1
                   DISPLAY "Account number (blank = all): "
                       WITH NO ADVANCING
                   ACCEPT WS-PP-ACCOUNT
                   PERFORM 4K1-LIST-EXCEPTIONS-PARA
               WHEN 2
                   PERFORM 4K2-DECIDE-EXCEPTION-PARA
               WHEN 3
                   PERFORM 4K4-MAINTAIN-ENROLLMENT-PARA
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.

      *-----------------------------------------------------------------
      * LIST THE OPEN EXCEPTIONS (ALL, OR FOR WS-PP-ACCOUNT)
      *-----------------------------------------------------------------
       4K1-LIST-EXCEPTIONS-PARA.
           MOVE 0 TO WS-PX-LISTED-COUNT.

           OPEN INPUT POSPAY-EXCEPTION-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No positive pay exceptions on file."
               CLOSE POSPAY-EXCEPTION-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Id      Account    Check  Amount          "
               "Rsn  Cutoff     Dec Reason".
           DISPLAY WS-SEPARATOR.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ POSPAY-EXCEPTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PX-OPEN AND
                          (WS-PP-ACCOUNT = SPACES OR
                           PX-ACCOUNT-NUMBER = WS-PP-ACCOUNT)
                           ADD 1 TO WS-PX-LISTED-COUNT
                           MOVE PX-AMOUNT TO WS-FORMATTED-AMOUNT
                           DISPLAY PX-EXCEPTION-ID " "
                               PX-ACCOUNT-NUMBER " "
                               PX-CHECK-NUMBER " "
                               WS-FORMATTED-AMOUNT " "
                               PX-REASON-CODE " " PX-CUTOFF-DATE " "
                               PX-DECISION "   " PX-REASON
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE POSPAY-EXCEPTION-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

           DISPLAY WS-SEPARATOR.
           DISPLAY "Open exceptions: " WS-PX-LISTED-COUNT
               "   (decision cutoff " WS-PP-CUTOFF-HHMM
               " on the cutoff date)".

      *-----------------------------------------------------------------
      * KEY THE CUSTOMER'S PAY / RETURN DECISION ON ONE EXCEPTION -
      * refused once the cutoff has passed; the decision may be
      * changed until then
      *-----------------------------------------------------------------
       4K2-DECIDE-EXCEPTION-PARA.
           DISPLAY "Exception id: " WITH NO ADVANCING.
           ACCEPT WS-PX-PICK-ID.
           IF WS-PX-PICK-ID NOT NUMERIC OR WS-PX-PICK-ID = 0
               DISPLAY "No exception worked."
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O POSPAY-EXCEPTION-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No positive pay exceptions on file."
               CLOSE POSPAY-EXCEPTION-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PX-PICK-ID TO PX-EXCEPTION-ID.
           READ POSPAY-EXCEPTION-FILE
               INVALID KEY
                   DISPLAY "Exception not found."
                   CLOSE POSPAY-EXCEPTION-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF NOT PX-OPEN
               DISPLAY "Exception already settled (status "
                   PX-STATUS ")."
               CLOSE POSPAY-EXCEPTION-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 4K3-CHECK-CUTOFF-PARA.
           IF WS-PP-EXCEPTION-FLAG = 'Y'
               DISPLAY "Past the decision cutoff ("
                   PX-CUTOFF-DATE " " WS-PP-CUTOFF-HHMM
                   ") - the account default applies tonight."
               CLOSE POSPAY-EXCEPTION-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE PX-AMOUNT TO WS-FORMATTED-AMOUNT.
           DISPLAY "Account " PX-ACCOUNT-NUMBER " check "
               PX-CHECK-NUMBER " for " WS-FORMATTED-AMOUNT.
           DISPLAY "Payee: " PX-PAYEE.
           DISPLAY "Exception: " PX-REASON-CODE " " PX-REASON.
           IF PX-AMOUNT-MISMATCH
               MOVE PX-ISSUED-AMOUNT TO WS-FORMATTED-AMOUNT
               DISPLAY "Issued for: " WS-FORMATTED-AMOUNT
           END-IF.
           IF NOT PX-UNDECIDED
               DISPLAY "Current decision: " PX-DECISION " by "
                   PX-DECIDED-BY
           END-IF.
           DISPLAY "Customer decision P=Pay R=Return: "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.

           EVALUATE WS-CONFIRM
               WHEN 'P'
               WHEN 'p'
                   MOVE 'P' TO PX-DECISION
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO PX-DECISION
               WHEN OTHER
                   DISPLAY "No decision recorded."
                   CLOSE POSPAY-EXCEPTION-FILE
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE WS-TELLER-ID TO PX-DECIDED-BY.
           MOVE WS-DATE-FORMATTED TO PX-DECIDED-DATE.
           MOVE 'N' TO PX-DEFAULT-FLAG.

           REWRITE POSPAY-EXCEPTION-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to record the decision."
               NOT INVALID KEY
                   DISPLAY "Decision " PX-DECISION " recorded - "
                       "applied in tonight's inclearing run."
           END-REWRITE.

           CLOSE POSPAY-EXCEPTION-FILE.

      *-----------------------------------------------------------------
      * SET WS-PP-EXCEPTION-FLAG WHEN THE EXCEPTION'S CUTOFF (ITS
      * CUTOFF DATE AT PP-CUTOFF-HHMM) HAS PASSED
      *-----------------------------------------------------------------
       4K3-CHECK-CUTOFF-PARA.
           MOVE 'N' TO WS-PP-EXCEPTION-FLAG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           MOVE '-' TO WS-DATE-FORMATTED(5:1).
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).
           COMPUTE WS-PP-NOW-HHMM =
               WS-CURRENT-HOUR * 100 + WS-CURRENT-MINUTE.

           IF WS-DATE-FORMATTED > PX-CUTOFF-DATE OR
              (WS-DATE-FORMATTED = PX-CUTOFF-DATE AND
               WS-PP-NOW-HHMM >= WS-PP-CUTOFF-HHMM)
               MOVE 'Y' TO WS-PP-EXCEPTION-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * ENROLL A BUSINESS CHECKING ACCOUNT, CHANGE ITS DEFAULT ACTION
      * OR WITHDRAW IT (SUPERVISED)
      *-----------------------------------------------------------------
       4K4-MAINTAIN-ENROLLMENT-PARA.
           PERFORM 445-SUPERVISOR-OVERRIDE-PARA.
           IF NOT OVERRIDE-OK
               DISPLAY "Enrollment maintenance aborted."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Account number: " WITH NO ADVANCING.
           ACCEPT WS-ACCOUNT-NUMBER.
           PERFORM 431-VALIDATE-ACCOUNT-PARA.
           IF NOT ACCOUNT-FOUND
               DISPLAY "Account not found."
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-TEMP-TYPE-CHECKING
               DISPLAY "ERROR: Positive pay is for CHECKING accounts."
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O POSPAY-ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT POSPAY-ACCOUNT-FILE
               CLOSE POSPAY-ACCOUNT-FILE
               OPEN I-O POSPAY-ACCOUNT-FILE
           END-IF.

           MOVE 'N' TO WS-PP-ENROLLED-FLAG.
           MOVE WS-TEMP-ACCOUNT-NUMBER TO PA-ACCOUNT-NUMBER.
           READ POSPAY-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Not enrolled for positive pay."
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PP-ENROLLED-FLAG
                   DISPLAY "Enrollment status " PA-STATUS
                       "  default action " PA-DEFAULT-ACTION
                       "  enrolled " PA-ENROLL-DATE
           END-READ.

           DISPLAY "Default P=Pay R=Return, W=Withdraw: "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           EVALUATE WS-CONFIRM
               WHEN 'P'
               WHEN 'p'
                   MOVE 'P' TO WS-PP-DEFAULT-ACTION
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO WS-PP-DEFAULT-ACTION
               WHEN 'W'
               WHEN 'w'
                   MOVE 'W' TO WS-PP-DEFAULT-ACTION
               WHEN OTHER
                   DISPLAY "Enrollment unchanged."
                   CLOSE POSPAY-ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF WS-PP-DEFAULT-ACTION = 'W'
               IF NOT PP-ENROLLED-ACCOUNT
                   DISPLAY "Enrollment unchanged."
                   CLOSE POSPAY-ACCOUNT-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'I' TO PA-STATUS
           ELSE
               MOVE 'A' TO PA-STATUS
               MOVE WS-PP-DEFAULT-ACTION TO PA-DEFAULT-ACTION
           END-IF.
           MOVE WS-DATE-FORMATTED TO PA-CHANGED-DATE.
           MOVE WS-TELLER-ID TO PA-CHANGED-BY.

           IF PP-ENROLLED-ACCOUNT
               REWRITE POSPAY-ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to update the "
                           "enrollment."
                       CLOSE POSPAY-ACCOUNT-FILE
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               MOVE WS-DATE-FORMATTED TO PA-ENROLL-DATE
               WRITE POSPAY-ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to record the "
                           "enrollment."
                       CLOSE POSPAY-ACCOUNT-FILE
                       EXIT PARAGRAPH
               END-WRITE
           END-IF.

           CLOSE POSPAY-ACCOUNT-FILE.
           DISPLAY "Positive pay enrollment for "
               PA-ACCOUNT-NUMBER " now status " PA-STATUS
               " default " PA-DEFAULT-ACTION ".".

      *-----------------------------------------------------------------
       43B-MATCH-ONE-RESTRICT-PARA.
