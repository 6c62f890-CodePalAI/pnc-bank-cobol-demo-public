      * Monthly statement cycle: the live TRANSACTION-FILE is emptied
      * into a dated roll file (TRLOG_YYYYMMDD.dat) every night, so
      * this program reads the full cycle's activity back out of the
      * roll files (through ROLLREAD, which also serves a day already
      * folded into its month's TRLOGM_YYYYMM.dat by the monthly roll
      * consolidation) for every account on the master and produces a
      * formatted, mailable statement per account - opening balance,
      * every posted transaction, fee and interest subtotals, closing
      * balance, and page headers/breaks - to one output file per
      * account (STMT_YYYYMM_accountnumber.txt). The average daily
      * ledger balance, and the balance of an account with no
      * activity in the cycle, come from the month's balance
      * history file (BALHIST_YYYYMM.dat). The relationship
      * mode instead groups accounts by primary owner customer id
      * and prints one combined document per customer
      * (STMTREL_YYYYMM_custid.txt): address block from the customer
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FILECTL.cpy'.
           SELECT STATEMENT-FILE ASSIGN TO WS-STATEMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FILEDEF.cpy'.

       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.
           COPY 'DATADEF.cpy'.

       01  WS-STATEMENT-FILE-NAME     PIC X(40).
       01  WS-CYCLE-MONTH             PIC X(7).
       01  WS-CYCLE-DAY               PIC 9(2).
           05  WS-ST-CLOSING-BALANCE  PIC S9(11)V99 VALUE 0.
           05  WS-ST-FEE-TOTAL        PIC 9(9)V99 VALUE 0.
           05  WS-ST-INTEREST-TOTAL   PIC 9(9)V99 VALUE 0.
           05  WS-ST-CARD-TOTAL       PIC 9(9)V99 VALUE 0.
           05  WS-ST-CARD-COUNT       PIC 9(5) VALUE 0.
           05  WS-ST-TXN-COUNT        PIC 9(5) VALUE 0.
           05  WS-ST-FIRST-SEEN-FLAG  PIC X(1) VALUE 'N'.
               88 ST-FIRST-SEEN       VALUE 'Y'.
           05  WS-ST-PAGE-LINES       PIC 9(2) VALUE 0.
           05  WS-ST-LINE-HOLD        PIC X(100).

      * The account's daily closes from the month's balance history
       01  WS-ST-HISTORY.
           05  WS-ST-HIST-DAY-COUNT   PIC 9(2) VALUE 0.
           05  WS-ST-HIST-LAST-DAY    PIC 9(2) VALUE 0.
           05  WS-ST-HIST-BAL-SUM     PIC S9(13)V99 VALUE 0.
           05  WS-ST-AVG-BALANCE      PIC S9(11)V99 VALUE 0.
           05  WS-ST-HIST-DAY OCCURS 31 TIMES.
               10  WS-ST-HIST-BAL     PIC S9(9)V99.
               10  WS-ST-HIST-SEEN    PIC X(1).

       01  WS-PARSED-TRANSACTION.
           05  WS-PT-ACCOUNT          PIC X(10).
           05  WS-PT-DATE             PIC X(10).
       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "STMTJOB" TO WS-JS-JOB-NAME.
           MOVE "STMTGEN" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.

           MOVE 'D' TO WS-BC-FUNCTION.
               DISPLAY "ERROR: Statements already produced for "
                   WS-CYCLE-MONTH " - duplicate run refused."
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.


           DISPLAY "Statements produced: " WS-STMTS-PRODUCED.
           DISPLAY WS-SEPARATOR.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF NOT AR-CLOSED AND NOT AR-CHARGED-OFF
                           MOVE AR-ACCOUNT-NUMBER TO
                               WS-SA-ACCOUNT-NUMBER
                           MOVE AR-CUSTOMER-NAME TO
           MOVE 0 TO WS-ST-CLOSING-BALANCE.
           MOVE 0 TO WS-ST-FEE-TOTAL.
           MOVE 0 TO WS-ST-INTEREST-TOTAL.
           MOVE 0 TO WS-ST-CARD-TOTAL.
           MOVE 0 TO WS-ST-CARD-COUNT.
           MOVE 0 TO WS-ST-TXN-COUNT.
           MOVE 'N' TO WS-ST-FIRST-SEEN-FLAG.
           MOVE 0 TO WS-ST-PAGE-NUMBER.
               PERFORM 220-SCAN-ONE-DAY-PARA
           END-PERFORM.

           PERFORM 270-LOAD-BALANCE-HISTORY-PARA.

           IF NOT ST-FIRST-SEEN
               IF WS-ST-HIST-DAY-COUNT > 0
                   MOVE WS-ST-HIST-BAL(WS-ST-HIST-LAST-DAY) TO
                       WS-SA-BALANCE
               END-IF
               MOVE WS-SA-BALANCE TO WS-ST-OPENING-BALANCE
               MOVE WS-SA-BALANCE TO WS-ST-CLOSING-BALANCE
               MOVE "  No activity this cycle." TO STATEMENT-LINE
      * SCAN ONE DAY'S ROLL FILE FOR THE ACCOUNT'S POSTED ACTIVITY
      *-----------------------------------------------------------------
       220-SCAN-ONE-DAY-PARA.
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
                   PERFORM 230-PARSE-ROLL-LINE-PARA
                   IF WS-PT-ACCOUNT = WS-SA-ACCOUNT-NUMBER AND
                      WS-PT-RESULT = "SUCCESS"
                       PERFORM 235-ADD-STATEMENT-LINE-PARA
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
           IF WS-PT-TYPE = "INTEREST"
               ADD WS-PT-AMOUNT TO WS-ST-INTEREST-TOTAL
           END-IF.
           IF WS-PT-TYPE = "CARD"
               ADD WS-PT-AMOUNT TO WS-ST-CARD-TOTAL
               ADD 1 TO WS-ST-CARD-COUNT
           END-IF.

      * Cleared checks print with their serial number ("CHECK
      * 001047") instead of the generic transaction type.
      * (balance before = balance after reversed by the transaction's
      * direction; loan draws and paydowns run the opposite way).
      * REVERSAL is the credit-direction reversal; a deposit backed
      * out posts as REVERSAL-D and is treated as a debit below. A
      * charge-off takes the balance to zero the way a payment
      * would: CHGOFF pays a loan down, CHGOFF-OD brings an overdrawn
      * deposit account back up.
      *-----------------------------------------------------------------
       236-SET-OPENING-BALANCE-PARA.
      * The "CD interest disbursed" leg is a balance-neutral memo -
      * the accrual was paid to the linked account - so the opening
      * balance is simply the balance it carries, not balance minus
      * amount. A RECOVERY (or RECOV-XFER) on a charged-off account
      * is the same - it is booked to income and leaves the zero
      * balance as it is.
           IF (WS-PT-TYPE = "INTEREST" AND
               WS-PT-REMARKS(1:21) = "CD interest disbursed") OR
              WS-PT-TYPE = "RECOVERY" OR WS-PT-TYPE = "RECOV-XFER"
               MOVE WS-PT-BALANCE-AFTER TO WS-ST-OPENING-BALANCE
               MOVE WS-ST-OPENING-BALANCE TO WS-FORMATTED-BALANCE
               MOVE SPACES TO STATEMENT-LINE

           IF WS-PT-TYPE = "DEPOSIT" OR WS-PT-TYPE = "XFER-IN" OR
              WS-PT-TYPE = "INTEREST" OR WS-PT-TYPE = "REVERSAL" OR
              WS-PT-TYPE = "ACH-RET" OR WS-PT-TYPE = "WIRE-CAN" OR
              WS-PT-TYPE = "PROV-CR" OR WS-PT-TYPE = "CHGOFF" OR
              WS-PT-TYPE = "CHGOFF-OD"
               IF WS-SA-ACCOUNT-TYPE = "LOAN"
                   COMPUTE WS-ST-OPENING-BALANCE =
                       WS-PT-BALANCE-AFTER + WS-PT-AMOUNT
               INTO STATEMENT-LINE.
           PERFORM 250-WRITE-STATEMENT-LINE-PARA.

      * Debit card activity settled from the card network is broken
      * out on its own line so the customer can tie it to receipts.
           IF WS-ST-CARD-COUNT > 0
               MOVE WS-ST-CARD-TOTAL TO WS-FORMATTED-AMOUNT
               MOVE SPACES TO STATEMENT-LINE
               STRING "  Debit card purchases and ATM this cycle: "
                   WS-FORMATTED-AMOUNT " (" WS-ST-CARD-COUNT
                   " items)" DELIMITED BY SIZE INTO STATEMENT-LINE
               PERFORM 250-WRITE-STATEMENT-LINE-PARA
           END-IF.

           MOVE SPACES TO STATEMENT-LINE.
           STRING "  Transactions this cycle: " WS-ST-TXN-COUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE.
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM 250-WRITE-STATEMENT-LINE-PARA.

           IF WS-ST-HIST-DAY-COUNT > 0
               MOVE WS-ST-AVG-BALANCE TO WS-FORMATTED-BALANCE
               MOVE SPACES TO STATEMENT-LINE
               STRING "  Average daily ledger balance: "
                   WS-FORMATTED-BALANCE DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               PERFORM 250-WRITE-STATEMENT-LINE-PARA
           END-IF.

           MOVE WS-SA-ACCOUNT-NUMBER TO WS-HD-ACCOUNT.
           PERFORM 260-SUM-ACTIVE-HOLDS-PARA.
           IF WS-HD-TOTAL > 0
           CLOSE HOLD-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * LOAD THE ACCOUNT'S DAILY CLOSES FOR THE CYCLE FROM THE BALANCE
      * HISTORY FILE AND AVERAGE THEM. A repeated line for a day
      * replaces the earlier one; no file or no lines leaves
      * WS-ST-HIST-DAY-COUNT at zero.
      *-----------------------------------------------------------------
       270-LOAD-BALANCE-HISTORY-PARA.
           MOVE 0 TO WS-ST-HIST-DAY-COUNT.
           MOVE 0 TO WS-ST-HIST-LAST-DAY.
           MOVE 0 TO WS-ST-HIST-BAL-SUM.
           MOVE 0 TO WS-ST-AVG-BALANCE.
           PERFORM VARYING WS-CYCLE-DAY FROM 1 BY 1
                   UNTIL WS-CYCLE-DAY > 31
               MOVE 0 TO WS-ST-HIST-BAL(WS-CYCLE-DAY)
               MOVE 'N' TO WS-ST-HIST-SEEN(WS-CYCLE-DAY)
           END-PERFORM.

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
                       IF BH-ACCOUNT-NUMBER = WS-SA-ACCOUNT-NUMBER
                          AND BH-BUSINESS-DATE(1:7) = WS-CYCLE-MONTH
                          AND BH-BUSINESS-DATE(9:2) NUMERIC
                           MOVE BH-BUSINESS-DATE(9:2) TO
                               WS-CYCLE-DAY
                           IF WS-CYCLE-DAY >= 1 AND
                              WS-CYCLE-DAY <= 31
                               MOVE BH-LEDGER-BALANCE TO
                                   WS-ST-HIST-BAL(WS-CYCLE-DAY)
                               MOVE 'Y' TO
                                   WS-ST-HIST-SEEN(WS-CYCLE-DAY)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BALANCE-HISTORY-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

           PERFORM VARYING WS-CYCLE-DAY FROM 1 BY 1
                   UNTIL WS-CYCLE-DAY > 31
               IF WS-ST-HIST-SEEN(WS-CYCLE-DAY) = 'Y'
                   ADD 1 TO WS-ST-HIST-DAY-COUNT
                   ADD WS-ST-HIST-BAL(WS-CYCLE-DAY) TO
                       WS-ST-HIST-BAL-SUM
                   MOVE WS-CYCLE-DAY TO WS-ST-HIST-LAST-DAY
               END-IF
           END-PERFORM.

           IF WS-ST-HIST-DAY-COUNT > 0
               COMPUTE WS-ST-AVG-BALANCE ROUNDED =
                   WS-ST-HIST-BAL-SUM / WS-ST-HIST-DAY-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * RELATIONSHIP MODE - one combined document per primary owner.
      * Pass 1 produces single-account statements for accounts with
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF NOT AR-CLOSED AND NOT AR-CHARGED-OFF
                           IF AR-OWNER-1-CUST-ID = SPACES
                               MOVE AR-ACCOUNT-NUMBER TO
                                   WS-SA-ACCOUNT-NUMBER
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF NOT AR-CLOSED AND NOT AR-CHARGED-OFF AND
                          AR-OWNER-1-CUST-ID = WS-REL-OWNER
                           PERFORM 645-ADD-SUMMARY-LINE-PARA
                       END-IF
           CLOSE ACCOUNT-FILE.

           PERFORM 205-PRODUCE-ACCOUNT-SECTION-PARA.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-STMTS-PRODUCED TO WS-JS-POSTED-COUNT.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
