      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - END-OF-DAY BALANCE HISTORY
      *
      * End-of-day step, run after RECON has proved the day's ledger
      * and before ROLLLOG empties it: appends one line per open
      * account to the month's balance history file
      * (BALHIST_YYYYMM.dat) - the closing ledger balance, the
      * active deposit holds, the available balance net of those
      * holds, the currency and the day's count of debit items from
      * TRANSACTION-FILE. Entries posted after a branch's cutoff are
      * dated the next business day and stay on the ledger for that
      * day's run; they are backed out of tonight's balances and
      * left out of tonight's item count, so each line is the
      * business-date close. The month-end programs take average and
      * daily balances from this file instead of re-reading a whole
      * month of dated roll files. BALBKFL.cbl rebuilds history for
      * months closed before this step existed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALHIST.
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

       01  WS-BH-WORK.
           05  WS-BH-ACCOUNTS-WRITTEN PIC 9(7) VALUE 0.
           05  WS-BH-HOLD-TOTAL       PIC 9(9)V99 VALUE 0.
           05  WS-BH-ITEM-COUNT       PIC 9(5) VALUE 0.
           05  WS-BH-LEDGER-TOTAL     PIC S9(13)V99 VALUE 0.
           05  WS-BH-LATER-NET        PIC S9(11)V99 VALUE 0.
           05  WS-BH-CLOSE-BALANCE    PIC S9(11)V99 VALUE 0.
           05  WS-BH-HOLDS-OPEN-FLAG  PIC X(1) VALUE 'N'.
               88 BH-HOLDS-OPEN       VALUE 'Y'.
           05  WS-BH-TRANS-OPEN-FLAG  PIC X(1) VALUE 'N'.
               88 BH-TRANS-OPEN       VALUE 'Y'.
           05  WS-BH-SCAN-FLAG        PIC X(1) VALUE 'N'.
               88 BH-SCAN-DONE        VALUE 'Y'.

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "BALHIST" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "TRANLOG.dat" TO WS-TRANSACTION-FILE-NAME.

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

           MOVE 'S' TO WS-BC-FUNCTION.
           MOVE "BALHIST" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-DUPLICATE
               DISPLAY "BALHIST already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           MOVE SPACES TO WS-BALHIST-FILE-NAME.
           STRING "BALHIST_" WS-DATE-FORMATTED(1:4)
               WS-DATE-FORMATTED(6:2) ".dat"
               DELIMITED BY SIZE INTO WS-BALHIST-FILE-NAME.

           DISPLAY WS-SEPARATOR.
           DISPLAY "END-OF-DAY BALANCE HISTORY - " WS-DATE-FORMATTED.
           DISPLAY "Appending to: " WS-BALHIST-FILE-NAME.
           DISPLAY WS-SEPARATOR.

           PERFORM 100-WRITE-HISTORY-PARA.

           MOVE 'E' TO WS-BC-FUNCTION.
           MOVE "BALHIST" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.

           MOVE WS-BH-LEDGER-TOTAL TO WS-FORMATTED-BALANCE.
           DISPLAY "Accounts written: " WS-BH-ACCOUNTS-WRITTEN.
           DISPLAY "Ledger total:     " WS-FORMATTED-BALANCE.
           DISPLAY WS-SEPARATOR.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      * ONE HISTORY LINE PER OPEN ACCOUNT ON THE MASTER. The month
      * file is extended, or created on the first business day of
      * the month. The hold and ledger files stay open for keyed
      * positioning by account; either missing just means zero.
      *-----------------------------------------------------------------
       100-WRITE-HISTORY-PARA.
           OPEN INPUT ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open account file."
               CLOSE ACCOUNT-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND BALANCE-HISTORY-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT BALANCE-HISTORY-FILE
           END-IF.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open balance history file "
                   WS-BALHIST-FILE-NAME
               CLOSE ACCOUNT-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-BH-HOLDS-OPEN-FLAG.
           OPEN INPUT HOLD-FILE.
           IF FILE-SUCCESS
               MOVE 'Y' TO WS-BH-HOLDS-OPEN-FLAG
           END-IF.

           MOVE 'N' TO WS-BH-TRANS-OPEN-FLAG.
           OPEN INPUT TRANSACTION-FILE.
           IF FILE-SUCCESS
               MOVE 'Y' TO WS-BH-TRANS-OPEN-FLAG
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ ACCOUNT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF NOT AR-CLOSED
                           PERFORM 200-WRITE-ONE-ACCOUNT-PARA
                       END-IF
               END-READ
           END-PERFORM.

           IF BH-TRANS-OPEN
               CLOSE TRANSACTION-FILE
           END-IF.
           IF BH-HOLDS-OPEN
               CLOSE HOLD-FILE
           END-IF.
           CLOSE BALANCE-HISTORY-FILE.
           CLOSE ACCOUNT-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
       200-WRITE-ONE-ACCOUNT-PARA.
           PERFORM 210-SUM-ACTIVE-HOLDS-PARA.
           PERFORM 220-COUNT-DEBIT-ITEMS-PARA.

      * The master already carries the postings dated after the
      * business date - back them out to the business-date close.
           COMPUTE WS-BH-CLOSE-BALANCE =
               AR-BALANCE - WS-BH-LATER-NET.

           MOVE SPACES TO BALANCE-HISTORY-RECORD.
           MOVE WS-DATE-FORMATTED TO BH-BUSINESS-DATE.
           MOVE AR-ACCOUNT-NUMBER TO BH-ACCOUNT-NUMBER.
           MOVE AR-ACCOUNT-TYPE TO BH-ACCOUNT-TYPE.
           MOVE AR-CURRENCY-CODE TO BH-CURRENCY-CODE.
           MOVE WS-BH-CLOSE-BALANCE TO BH-LEDGER-BALANCE.
           MOVE WS-BH-HOLD-TOTAL TO BH-HOLD-AMOUNT.
           COMPUTE BH-AVAILABLE-BALANCE =
               WS-BH-CLOSE-BALANCE - WS-BH-HOLD-TOTAL.
           MOVE WS-BH-ITEM-COUNT TO BH-DEBIT-ITEMS.
           MOVE AR-STATUS TO BH-STATUS.
           MOVE 'E' TO BH-SOURCE.
           WRITE BALANCE-HISTORY-RECORD.

           ADD 1 TO WS-BH-ACCOUNTS-WRITTEN.
           ADD WS-BH-CLOSE-BALANCE TO WS-BH-LEDGER-TOTAL.

      *-----------------------------------------------------------------
      * SUM THE ACCOUNT'S ACTIVE DEPOSIT HOLDS INTO WS-BH-HOLD-TOTAL
      *-----------------------------------------------------------------
       210-SUM-ACTIVE-HOLDS-PARA.
           MOVE 0 TO WS-BH-HOLD-TOTAL.
           IF NOT BH-HOLDS-OPEN
               EXIT PARAGRAPH
           END-IF.

           MOVE AR-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER.
           MOVE 0 TO HD-SEQ.
           START HOLD-FILE KEY IS NOT LESS THAN HD-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE 'N' TO WS-BH-SCAN-FLAG.
           PERFORM UNTIL BH-SCAN-DONE
               READ HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-BH-SCAN-FLAG
                   NOT AT END
                       IF HD-ACCOUNT-NUMBER NOT = AR-ACCOUNT-NUMBER
                           MOVE 'Y' TO WS-BH-SCAN-FLAG
                       ELSE
                           IF HD-ACTIVE-HOLD
                               ADD HD-AMOUNT TO WS-BH-HOLD-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------
      * COUNT THE DAY'S SUCCESSFUL DEBIT ITEMS FOR THE ACCOUNT - the
      * same item types account analysis charges for - and net the
      * successful entries dated after the business date into
      * WS-BH-LATER-NET; those are counted on the night they are
      * dated
      *-----------------------------------------------------------------
       220-COUNT-DEBIT-ITEMS-PARA.
           MOVE 0 TO WS-BH-ITEM-COUNT.
           MOVE 0 TO WS-BH-LATER-NET.
           IF NOT BH-TRANS-OPEN
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO TR-KEY.
           MOVE AR-ACCOUNT-NUMBER TO TR-KEY-ACCT-NUM.
           START TRANSACTION-FILE KEY IS NOT LESS THAN TR-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE 'N' TO WS-BH-SCAN-FLAG.
           PERFORM UNTIL BH-SCAN-DONE
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-BH-SCAN-FLAG
                   NOT AT END
                       IF TR-KEY-ACCT-NUM NOT = AR-ACCOUNT-NUMBER
                           MOVE 'Y' TO WS-BH-SCAN-FLAG
                       ELSE
                           IF TR-RESULT = "SUCCESS" AND
                              TR-KEY-DATE > WS-DATE-FORMATTED
                               PERFORM 225-NET-LATER-ENTRY-PARA
                           END-IF
                           IF TR-RESULT = "SUCCESS" AND
                              TR-KEY-DATE NOT > WS-DATE-FORMATTED AND
                              (TR-TYPE = "WITHDRAWAL" OR
                               TR-TYPE = "CHECK" OR
                               TR-TYPE = "XFER-OUT" OR
                               TR-TYPE = "ACH-OUT" OR
                               TR-TYPE = "WIRE-OUT" OR
                               TR-TYPE = "CARD")
                               ADD 1 TO WS-BH-ITEM-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------
      * ADD ONE LATER-DATED ENTRY'S EFFECT ON THE BALANCE - the same
      * direction rules the statement run and BALBKFL apply: a
      * credit raises a deposit balance and pays a loan down, a
      * recovery or the CD interest disbursed memo moves nothing
      *-----------------------------------------------------------------
       225-NET-LATER-ENTRY-PARA.
           IF (TR-TYPE = "INTEREST" AND
               TR-REMARKS(1:21) = "CD interest disbursed") OR
              TR-TYPE = "RECOVERY" OR TR-TYPE = "RECOV-XFER"
               EXIT PARAGRAPH
           END-IF.

           IF TR-TYPE = "DEPOSIT" OR TR-TYPE = "XFER-IN" OR
              TR-TYPE = "INTEREST" OR TR-TYPE = "REVERSAL" OR
              TR-TYPE = "ACH-RET" OR TR-TYPE = "WIRE-CAN" OR
              TR-TYPE = "PROV-CR" OR TR-TYPE = "CHGOFF" OR
              TR-TYPE = "CHGOFF-OD"
               IF AR-TYPE-LOAN
                   SUBTRACT TR-AMOUNT FROM WS-BH-LATER-NET
               ELSE
                   ADD TR-AMOUNT TO WS-BH-LATER-NET
               END-IF
           ELSE
               IF AR-TYPE-LOAN
                   ADD TR-AMOUNT TO WS-BH-LATER-NET
               ELSE
                   SUBTRACT TR-AMOUNT FROM WS-BH-LATER-NET
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-BH-ACCOUNTS-WRITTEN TO WS-JS-POSTED-COUNT.
           MOVE WS-BH-LEDGER-TOTAL TO WS-JS-DOLLAR-TOTAL.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
