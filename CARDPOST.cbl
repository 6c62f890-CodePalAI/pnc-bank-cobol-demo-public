      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - DEBIT CARD SETTLEMENT BATCH
      *
      * Unattended batch step: reads the daily settlement file from
      * the card network (ATM withdrawals and point-of-sale purchases
      * made with our debit cards) and posts each item to the account
      * the card draws on as a CARD ledger entry. Every item is first
      * matched to the debit card file: an item on a card that is not
      * on file, hot-carded (reported lost or stolen) or past its
      * expiry month is refused and listed on the card exceptions
      * report for chargeback to the network. Items on a good card
      * then pass the same account checks the inbound posting step
      * applies - account status, restrictions, holds, minimum
      * balance and the overdraft line - and an item that cannot
      * post lands in the card suspense queue, to be re-presented on
      * following nights and refused to the network once it ages
      * past the suspense parameter. Items that take a card past its
      * daily ATM or POS limit were authorized by the network and
      * post, but are listed on the exceptions report for review.
      * Run with no operator interaction - see EODJOB.jcl.
      *
      * Settlement record layout (CARDSET.dat, fixed; the file is
      * proven against its header and trailer, and its file id
      * checked against the received-file register CARDFILES.dat,
      * before any item posts):
      *   'H' + file date (10) + file id (10)
      *   'D' + card number (16) + type (1, A=ATM P=POS)
      *       + amount (9(7)V99 zoned) + transaction date (10)
      *       + terminal / merchant description (30)
      *   'T' + item count (9(7)) + amount total (9(11)V99)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDPOST.
       AUTHOR. PNC-DEMO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FILECTL.cpy'.
           SELECT CARD-IN-FILE ASSIGN TO WS-CARD-IN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT CARD-FILE-REGISTER ASSIGN TO WS-CARD-REGISTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT CARD-SUSPENSE-FILE ASSIGN TO WS-CARD-SUSP-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-SUSP-ID
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FILEDEF.cpy'.
       FD  CARD-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARD-IN-RECORD.
           05  CI-RECORD-TYPE         PIC X(1).
               88 CI-HEADER-REC       VALUE 'H'.
               88 CI-DETAIL-REC       VALUE 'D'.
               88 CI-TRAILER-REC      VALUE 'T'.
           05  CI-DETAIL.
               10  CI-CARD-NUMBER     PIC X(16).
               10  CI-TXN-TYPE        PIC X(1).
                   88 CI-ATM          VALUE 'A'.
                   88 CI-POS          VALUE 'P'.
               10  CI-AMOUNT          PIC 9(7)V99.
               10  CI-TXN-DATE        PIC X(10).
               10  CI-MERCHANT        PIC X(30).
           05  CI-HEADER REDEFINES CI-DETAIL.
               10  CI-FILE-DATE       PIC X(10).
               10  CI-FILE-ID         PIC X(10).
               10  FILLER             PIC X(46).
           05  CI-TRAILER REDEFINES CI-DETAIL.
               10  CI-ITEM-COUNT      PIC 9(7).
               10  CI-AMOUNT-TOTAL    PIC 9(11)V99.
               10  FILLER             PIC X(46).

       FD  CARD-FILE-REGISTER
           LABEL RECORDS ARE STANDARD.
       01  CARD-FILE-REG-RECORD.
           05  CF-FILE-ID             PIC X(10).
           05  CF-FILE-DATE           PIC X(10).
           05  CF-RECEIVED-DATE       PIC X(10).
           05  CF-ITEM-COUNT          PIC 9(7).

      * Card items that failed the account checks, waiting to be
      * re-presented on the next run
       FD  CARD-SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARD-SUSPENSE-RECORD.
           05  CS-SUSP-ID             PIC 9(7).
           05  CS-CARD-NUMBER         PIC X(16).
           05  CS-TXN-TYPE            PIC X(1).
           05  CS-AMOUNT              PIC 9(7)V99.
           05  CS-TXN-DATE            PIC X(10).
           05  CS-MERCHANT            PIC X(30).
           05  CS-ACCOUNT-NUMBER      PIC X(10).
           05  CS-REASON              PIC X(40).
           05  CS-RECEIVED-DATE       PIC X(10).
           05  CS-AGE-DAYS            PIC 9(3).
           05  CS-STATUS              PIC X(1).
               88 CS-PENDING          VALUE 'P'.
               88 CS-CLEARED          VALUE 'C'.
               88 CS-REFUSED          VALUE 'R'.

       WORKING-STORAGE SECTION.
           COPY 'DATADEF.cpy'.

       01  WS-CARD-IN-FILE-NAME       PIC X(40) VALUE 'CARDSET.dat'.
       01  WS-CARD-REGISTER-NAME      PIC X(40) VALUE 'CARDFILES.dat'.
       01  WS-CARD-SUSP-NAME          PIC X(40) VALUE 'CARDSUSP.dat'.
       01  WS-ITEMS-READ              PIC 9(7) VALUE 0.
       01  WS-ITEMS-POSTED            PIC 9(7) VALUE 0.
       01  WS-ITEMS-REFUSED           PIC 9(7) VALUE 0.
       01  WS-ITEMS-SUSPENDED         PIC 9(7) VALUE 0.
       01  WS-ITEMS-OVER-LIMIT        PIC 9(7) VALUE 0.
       01  WS-SUSP-REPRESENTED        PIC 9(7) VALUE 0.
       01  WS-POSTED-TOTAL            PIC 9(11)V99 VALUE 0.
       01  WS-REFUSED-TOTAL           PIC 9(11)V99 VALUE 0.
       01  WS-ITEM-OK-FLAG            PIC X(1) VALUE 'N'.
           88 ITEM-OK                 VALUE 'Y'.
       01  WS-CARD-REFUSED-FLAG       PIC X(1) VALUE 'N'.
           88 CARD-REFUSED            VALUE 'Y'.
       01  WS-OVER-LIMIT-FLAG         PIC X(1) VALUE 'N'.
           88 ITEM-OVER-LIMIT         VALUE 'Y'.
       01  WS-RETURN-REASON           PIC X(40).
       01  WS-ITEM-ACCOUNT            PIC X(10).
       01  WS-ITEM-MONTH              PIC X(7).
       01  WS-CARD-MASKED             PIC X(16).
       01  WS-DISPOSITION             PIC X(12).
       01  WS-REPORT-AMOUNT           PIC Z,ZZZ,ZZ9.99.
       01  WS-PROVE-WORK.
           05  WS-PV-STATE            PIC X(1) VALUE 'M'.
               88 INFILE-PROVEN       VALUE 'Y'.
               88 INFILE-MISSING      VALUE 'M'.
               88 INFILE-REFUSED      VALUE 'E'.
           05  WS-PV-FILE-ID          PIC X(10).
           05  WS-PV-FILE-DATE        PIC X(10).
           05  WS-PV-ITEM-COUNT       PIC 9(7) VALUE 0.
           05  WS-PV-AMOUNT-TOTAL     PIC 9(11)V99 VALUE 0.
           05  WS-PV-HAVE-HEADER-FLAG PIC X(1) VALUE 'N'.
               88 PV-HAVE-HEADER      VALUE 'Y'.
           05  WS-PV-HAVE-TRAILER-FLAG PIC X(1) VALUE 'N'.
               88 PV-HAVE-TRAILER     VALUE 'Y'.
           05  WS-PV-T-COUNT          PIC 9(7) VALUE 0.
           05  WS-PV-T-AMOUNT         PIC 9(11)V99 VALUE 0.

      * Running ATM and POS totals per card for tonight's file, held
      * against the card's daily limits
       01  WS-CARD-LIMIT-TABLE.
           05  WS-CL-COUNT            PIC 9(4) VALUE 0.
           05  WS-CL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-CL-IDX.
               10  WS-CL-CARD         PIC X(16).
               10  WS-CL-ATM-TOTAL    PIC 9(9)V99.
               10  WS-CL-POS-TOTAL    PIC 9(9)V99.
           05  WS-CL-FOUND-FLAG       PIC X(1) VALUE 'N'.
               88 CL-FOUND            VALUE 'Y'.

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "CARDPOST" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "TRANLOG.dat" TO WS-TRANSACTION-FILE-NAME.
           MOVE "MONITOR.dat" TO WS-MONITOR-FILE-NAME.
           MOVE "CARDS.dat" TO WS-CARD-FILE-NAME.

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
           MOVE "CARD" TO WS-TR-TELLER-ID.

           MOVE 'D' TO WS-BC-FUNCTION.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-OK
               MOVE WS-BC-BUSINESS-DATE TO WS-DATE-FORMATTED
               MOVE WS-BC-BUSINESS-DATE TO WS-TR-DATE
           END-IF.

           CALL 'PARMLOAD' USING WS-BUSINESS-RULES
               WS-DATE-FORMATTED.

           MOVE 'S' TO WS-BC-FUNCTION.
           MOVE "CARDPOST" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-DUPLICATE
               DISPLAY "CARDPOST already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "CARDEXC_" WS-DATE-FORMATTED(1:4)
               WS-DATE-FORMATTED(6:2) WS-DATE-FORMATTED(9:2) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

           DISPLAY WS-SEPARATOR.
           DISPLAY "DEBIT CARD SETTLEMENT BATCH JOB - "
               WS-DATE-FORMATTED.
           DISPLAY WS-SEPARATOR.

      * The settlement file is proven whole before anything posts,
      * so a truncated or re-sent transmission can never half-post.
           PERFORM 095-PROVE-SETTLEMENT-FILE-PARA.
           IF INFILE-REFUSED
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 200-WRITE-REPORT-HEADER-PARA.

           PERFORM 105-REPRESENT-SUSPENSE-PARA.
           IF INFILE-PROVEN
               PERFORM 100-POST-SETTLEMENT-FILE-PARA
               PERFORM 107-REGISTER-RECEIVED-FILE-PARA
           END-IF.

           PERFORM 220-WRITE-REPORT-TOTALS-PARA.
           CLOSE REPORT-FILE.

           DISPLAY "Items read: " WS-ITEMS-READ.
           DISPLAY "Items posted: " WS-ITEMS-POSTED.
           DISPLAY "Suspense items re-presented: "
               WS-SUSP-REPRESENTED.
           DISPLAY "Items suspended: " WS-ITEMS-SUSPENDED.
           DISPLAY "Items refused to the network: " WS-ITEMS-REFUSED.
           DISPLAY "Items over a card daily limit: "
               WS-ITEMS-OVER-LIMIT.
           DISPLAY "Exceptions written to " WS-REPORT-FILE-NAME.
           DISPLAY WS-SEPARATOR.

           MOVE 'E' TO WS-BC-FUNCTION.
           MOVE "CARDPOST" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      * PROVE THE SETTLEMENT FILE BEFORE POSTING ANYTHING - header
      * first, trailer count and amount total matching the details,
      * nothing after the trailer, file id not already registered
      *-----------------------------------------------------------------
       095-PROVE-SETTLEMENT-FILE-PARA.
           MOVE 'M' TO WS-PV-STATE.

           OPEN INPUT CARD-IN-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No card settlement file - nothing to do."
               CLOSE CARD-IN-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-PV-HAVE-HEADER-FLAG.
           MOVE 'N' TO WS-PV-HAVE-TRAILER-FLAG.
           MOVE 0 TO WS-PV-ITEM-COUNT.
           MOVE 0 TO WS-PV-AMOUNT-TOTAL.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ CARD-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       PERFORM 096-PROVE-ONE-RECORD-PARA
               END-READ
           END-PERFORM.

           CLOSE CARD-IN-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

           IF INFILE-REFUSED
               EXIT PARAGRAPH
           END-IF.

           IF NOT PV-HAVE-HEADER
               MOVE "Card settlement file has no header" TO
                   WS-ERROR-MESSAGE
               PERFORM 098-REFUSE-SETTLEMENT-FILE-PARA
               EXIT PARAGRAPH
           END-IF.

           IF NOT PV-HAVE-TRAILER
               MOVE "Card settlement file has no trailer" TO
                   WS-ERROR-MESSAGE
               PERFORM 098-REFUSE-SETTLEMENT-FILE-PARA
               EXIT PARAGRAPH
           END-IF.

           IF WS-PV-ITEM-COUNT NOT = WS-PV-T-COUNT OR
              WS-PV-AMOUNT-TOTAL NOT = WS-PV-T-AMOUNT
               MOVE "Card settlement totals do not prove" TO
                   WS-ERROR-MESSAGE
               PERFORM 098-REFUSE-SETTLEMENT-FILE-PARA
               EXIT PARAGRAPH
           END-IF.

           PERFORM 097-CHECK-FILE-REGISTER-PARA.
           IF INFILE-REFUSED
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-PV-STATE.
           DISPLAY "Settlement file " WS-PV-FILE-ID " of "
               WS-PV-FILE-DATE " proven: " WS-PV-ITEM-COUNT
               " items.".

      *-----------------------------------------------------------------
       096-PROVE-ONE-RECORD-PARA.
           IF PV-HAVE-TRAILER
               MOVE "Records follow the settlement trailer" TO
                   WS-ERROR-MESSAGE
               PERFORM 098-REFUSE-SETTLEMENT-FILE-PARA
               MOVE 'Y' TO WS-END-OF-FILE-FLAG
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN CI-HEADER-REC
                   MOVE 'Y' TO WS-PV-HAVE-HEADER-FLAG
                   MOVE CI-FILE-ID TO WS-PV-FILE-ID
                   MOVE CI-FILE-DATE TO WS-PV-FILE-DATE
               WHEN CI-TRAILER-REC
                   MOVE 'Y' TO WS-PV-HAVE-TRAILER-FLAG
                   MOVE CI-ITEM-COUNT TO WS-PV-T-COUNT
                   MOVE CI-AMOUNT-TOTAL TO WS-PV-T-AMOUNT
               WHEN CI-DETAIL-REC
                   ADD 1 TO WS-PV-ITEM-COUNT
                   IF CI-AMOUNT IS NUMERIC
                       ADD CI-AMOUNT TO WS-PV-AMOUNT-TOTAL
                   END-IF
               WHEN OTHER
                   MOVE "Unrecognized record on settlement file"
                       TO WS-ERROR-MESSAGE
                   PERFORM 098-REFUSE-SETTLEMENT-FILE-PARA
                   MOVE 'Y' TO WS-END-OF-FILE-FLAG
           END-EVALUATE.

      *-----------------------------------------------------------------
      * REFUSE A FILE ID ALREADY ON THE RECEIVED-FILE REGISTER
      *-----------------------------------------------------------------
       097-CHECK-FILE-REGISTER-PARA.
           OPEN INPUT CARD-FILE-REGISTER.
           IF NOT FILE-SUCCESS
               CLOSE CARD-FILE-REGISTER
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ CARD-FILE-REGISTER
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CF-FILE-ID = WS-PV-FILE-ID
                           MOVE SPACES TO WS-ERROR-MESSAGE
                           STRING "Duplicate settlement file "
                               WS-PV-FILE-ID
                               " already posted " CF-RECEIVED-DATE
                               DELIMITED BY SIZE
                               INTO WS-ERROR-MESSAGE
                           PERFORM 098-REFUSE-SETTLEMENT-FILE-PARA
                           MOVE 'Y' TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CARD-FILE-REGISTER.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * REFUSE THE FILE: CONSOLE MESSAGE PLUS AN OPERATIONS ALERT
      *-----------------------------------------------------------------
       098-REFUSE-SETTLEMENT-FILE-PARA.
           MOVE 'E' TO WS-PV-STATE.
           DISPLAY "*** CARD SETTLEMENT FILE REFUSED: "
               WS-ERROR-MESSAGE " ***".

           OPEN EXTEND MONITOR-LOG-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT MONITOR-LOG-FILE
           END-IF.
           MOVE WS-DATE-FORMATTED TO ML-DATE.
           MOVE WS-TR-TIME TO ML-TIME.
           MOVE "CARD-FILE" TO ML-ALERT-TYPE.
           MOVE WS-ERROR-MESSAGE TO ML-DETAILS.
           MOVE 'N' TO ML-ACK-FLAG.
           MOVE SPACES TO ML-ACK-TELLER-ID.
           MOVE SPACES TO ML-ACK-NOTE.
           WRITE MONITOR-LOG-RECORD.
           CLOSE MONITOR-LOG-FILE.

      *-----------------------------------------------------------------
      * RECORD THE POSTED FILE ON THE RECEIVED-FILE REGISTER
      *-----------------------------------------------------------------
       107-REGISTER-RECEIVED-FILE-PARA.
           OPEN EXTEND CARD-FILE-REGISTER.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT CARD-FILE-REGISTER
               IF NOT FILE-SUCCESS
                   DISPLAY "ERROR: Unable to record the file on "
                       "the received-file register."
                   CLOSE CARD-FILE-REGISTER
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-PV-FILE-ID TO CF-FILE-ID.
           MOVE WS-PV-FILE-DATE TO CF-FILE-DATE.
           MOVE WS-DATE-FORMATTED TO CF-RECEIVED-DATE.
           MOVE WS-PV-ITEM-COUNT TO CF-ITEM-COUNT.
           WRITE CARD-FILE-REG-RECORD.

           CLOSE CARD-FILE-REGISTER.

      *-----------------------------------------------------------------
      * RE-PRESENT THE CARD SUSPENSE QUEUE AT THE TOP OF THE RUN
      *-----------------------------------------------------------------
       105-REPRESENT-SUSPENSE-PARA.
           OPEN I-O CARD-SUSPENSE-FILE.
           IF NOT FILE-SUCCESS
               CLOSE CARD-SUSPENSE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-SU-REPRESENT-FLAG.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ CARD-SUSPENSE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF CS-PENDING
                           PERFORM 106-REPRESENT-ONE-ITEM-PARA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-SU-REPRESENT-FLAG.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

           CLOSE CARD-SUSPENSE-FILE.

      *-----------------------------------------------------------------
       106-REPRESENT-ONE-ITEM-PARA.
           ADD 1 TO WS-SUSP-REPRESENTED.
           MOVE 'D' TO CI-RECORD-TYPE.
           MOVE CS-CARD-NUMBER TO CI-CARD-NUMBER.
           MOVE CS-TXN-TYPE TO CI-TXN-TYPE.
           MOVE CS-AMOUNT TO CI-AMOUNT.
           MOVE CS-TXN-DATE TO CI-TXN-DATE.
           MOVE CS-MERCHANT TO CI-MERCHANT.

           PERFORM 110-POST-ONE-ITEM-PARA.

      * A card hot-carded since the item first suspended refuses it
      * tonight rather than letting it age.
           IF CARD-REFUSED
               MOVE 'R' TO CS-STATUS
               REWRITE CARD-SUSPENSE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR rewriting card suspense "
                           CS-SUSP-ID
               END-REWRITE
               EXIT PARAGRAPH
           END-IF.

           IF ITEM-OK
               MOVE 'C' TO CS-STATUS
               REWRITE CARD-SUSPENSE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR rewriting card suspense "
                           CS-SUSP-ID
               END-REWRITE
               DISPLAY "CLEARED: card suspense item " CS-SUSP-ID
                   " posted on re-presentment."
           END-IF.

      *-----------------------------------------------------------------
      * READ EVERY SETTLEMENT ITEM AND POST, SUSPEND OR REFUSE IT
      *-----------------------------------------------------------------
       100-POST-SETTLEMENT-FILE-PARA.
           OPEN INPUT CARD-IN-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No card settlement file - nothing to do."
               CLOSE CARD-IN-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ CARD-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF CI-TRAILER-REC
                           MOVE 'Y' TO WS-END-OF-FILE-FLAG
                       ELSE
                           IF CI-DETAIL-REC
                               ADD 1 TO WS-ITEMS-READ
                               PERFORM 110-POST-ONE-ITEM-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CARD-IN-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
      * VALIDATE AND POST ONE CARD ITEM
      *-----------------------------------------------------------------
       110-POST-ONE-ITEM-PARA.
           MOVE 'N' TO WS-ITEM-OK-FLAG.
           MOVE 'N' TO WS-CARD-REFUSED-FLAG.
           MOVE 'N' TO WS-OVER-LIMIT-FLAG.
           MOVE SPACES TO WS-RETURN-REASON.
           MOVE SPACES TO WS-ITEM-ACCOUNT.
           MOVE CI-CARD-NUMBER TO WS-CARD-MASKED.
           MOVE ALL "*" TO WS-CARD-MASKED(1:12).

           IF NOT CI-ATM AND NOT CI-POS
               MOVE "Invalid card transaction type" TO
                   WS-RETURN-REASON
               PERFORM 172-REFUSE-ITEM-PARA
               EXIT PARAGRAPH
           END-IF.

           IF CI-AMOUNT NOT NUMERIC OR CI-AMOUNT = 0
               MOVE "Invalid amount" TO WS-RETURN-REASON
               PERFORM 172-REFUSE-ITEM-PARA
               EXIT PARAGRAPH
           END-IF.

           PERFORM 115-CHECK-CARD-PARA.
           IF CARD-REFUSED
               PERFORM 172-REFUSE-ITEM-PARA
               EXIT PARAGRAPH
           END-IF.

           PERFORM 120-READ-ACCOUNT-PARA.
           IF NOT ITEM-OK
               PERFORM 170-SUSPEND-OR-REFUSE-PARA
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ITEM-ACCOUNT TO WS-RS-ACCOUNT.
           MOVE 'D' TO WS-RS-DIRECTION.
           MOVE CI-AMOUNT TO WS-RS-CHECK-AMOUNT.
           MOVE 0 TO WS-RS-CHECK-NO.
           MOVE CI-MERCHANT TO WS-RS-CHECK-DESC.
           MOVE WS-DATE-FORMATTED TO WS-RS-TODAY.
           PERFORM 180-CHECK-RESTRICTIONS-PARA.
           IF RESTRICTION-BLOCKED
               MOVE WS-RS-REASON TO WS-RETURN-REASON
               MOVE 'N' TO WS-ITEM-OK-FLAG
               PERFORM 170-SUSPEND-OR-REFUSE-PARA
               EXIT PARAGRAPH
           END-IF.

           MOVE CI-AMOUNT TO WS-AMOUNT.
           PERFORM 140-POST-DEBIT-PARA.

           IF ITEM-OK
               ADD 1 TO WS-ITEMS-POSTED
               ADD CI-AMOUNT TO WS-POSTED-TOTAL
               PERFORM 130-CHECK-DAILY-LIMIT-PARA
               IF ITEM-OVER-LIMIT
                   ADD 1 TO WS-ITEMS-OVER-LIMIT
                   MOVE "POSTED" TO WS-DISPOSITION
                   MOVE "Over card daily limit - review" TO
                       WS-RETURN-REASON
                   PERFORM 210-WRITE-EXCEPTION-LINE-PARA
               END-IF
           ELSE
               PERFORM 170-SUSPEND-OR-REFUSE-PARA
           END-IF.

      *-----------------------------------------------------------------
      * MATCH THE ITEM TO THE DEBIT CARD FILE - unknown, hot-carded
      * and expired cards are refused outright; the expiry month is
      * held against the month the transaction was made
      *-----------------------------------------------------------------
       115-CHECK-CARD-PARA.
           MOVE 'Y' TO WS-CARD-REFUSED-FLAG.

           OPEN INPUT CARD-FILE.
           IF NOT FILE-SUCCESS
               MOVE "Unable to open the card file" TO
                   WS-RETURN-REASON
               CLOSE CARD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE CI-CARD-NUMBER TO DC-CARD-NUMBER.
           READ CARD-FILE
               INVALID KEY
                   MOVE "Card not on file" TO WS-RETURN-REASON
                   CLOSE CARD-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE CARD-FILE.

           MOVE DC-ACCOUNT-NUMBER TO WS-ITEM-ACCOUNT.
           IF CI-TXN-DATE = SPACES
               MOVE WS-DATE-FORMATTED(1:7) TO WS-ITEM-MONTH
           ELSE
               MOVE CI-TXN-DATE(1:7) TO WS-ITEM-MONTH
           END-IF.

           EVALUATE TRUE
               WHEN DC-LOST
                   MOVE "Hot card - reported lost" TO
                       WS-RETURN-REASON
               WHEN DC-STOLEN
                   MOVE "Hot card - reported stolen" TO
                       WS-RETURN-REASON
               WHEN DC-EXPIRED
                   MOVE "Card expired" TO WS-RETURN-REASON
               WHEN DC-EXPIRY-MONTH < WS-ITEM-MONTH
                   MOVE "Card past its expiry month" TO
                       WS-RETURN-REASON
               WHEN NOT DC-ACTIVE
                   MOVE "Card not active" TO WS-RETURN-REASON
               WHEN OTHER
                   MOVE 'N' TO WS-CARD-REFUSED-FLAG
           END-EVALUATE.

      *-----------------------------------------------------------------
      * READ THE ACCOUNT THE CARD DRAWS ON AND CHECK IT IS POSTABLE
      *-----------------------------------------------------------------
       120-READ-ACCOUNT-PARA.
           MOVE 'N' TO WS-ITEM-OK-FLAG.

           OPEN INPUT ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               MOVE "Unable to open account file" TO WS-RETURN-REASON
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ITEM-ACCOUNT TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "Account not found" TO WS-RETURN-REASON
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF AR-DORMANT
               MOVE "Account is dormant - debits blocked"
                   TO WS-RETURN-REASON
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           IF NOT AR-ACTIVE
               MOVE "Account is not active" TO WS-RETURN-REASON
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE AR-ACCOUNT-NUMBER TO WS-TEMP-ACCOUNT-NUMBER.
           MOVE AR-CUSTOMER-NAME TO WS-TEMP-CUSTOMER-NAME.
           MOVE AR-ACCOUNT-TYPE TO WS-TEMP-ACCOUNT-TYPE.
           MOVE AR-BALANCE TO WS-TEMP-BALANCE.
           MOVE AR-CURRENCY-CODE TO WS-TEMP-CURRENCY-CODE.
           MOVE AR-BRANCH-ID TO WS-TEMP-BRANCH-ID.
           MOVE AR-STATUS TO WS-TEMP-STATUS.
           MOVE AR-MIN-BALANCE TO WS-TEMP-MIN-BALANCE.
           MOVE AR-OVERDRAFT-LIMIT TO WS-TEMP-OD-LIMIT.

           CLOSE ACCOUNT-FILE.
           MOVE 'Y' TO WS-ITEM-OK-FLAG.

      *-----------------------------------------------------------------
      * ADD THE POSTED ITEM TO THE CARD'S RUNNING TOTAL FOR THE NIGHT
      * AND FLAG IT WHEN THE TOTAL PASSES THE CARD'S DAILY LIMIT
      *-----------------------------------------------------------------
       130-CHECK-DAILY-LIMIT-PARA.
           MOVE 'N' TO WS-CL-FOUND-FLAG.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT OR CL-FOUND
               IF WS-CL-CARD(WS-CL-IDX) = CI-CARD-NUMBER
                   MOVE 'Y' TO WS-CL-FOUND-FLAG
               END-IF
           END-PERFORM.

           IF CL-FOUND
               SET WS-CL-IDX DOWN BY 1
           ELSE
               IF WS-CL-COUNT >= 2000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CL-COUNT
               SET WS-CL-IDX TO WS-CL-COUNT
               MOVE CI-CARD-NUMBER TO WS-CL-CARD(WS-CL-IDX)
               MOVE 0 TO WS-CL-ATM-TOTAL(WS-CL-IDX)
               MOVE 0 TO WS-CL-POS-TOTAL(WS-CL-IDX)
           END-IF.

           IF CI-ATM
               ADD CI-AMOUNT TO WS-CL-ATM-TOTAL(WS-CL-IDX)
               IF WS-CL-ATM-TOTAL(WS-CL-IDX) > DC-ATM-DAILY-LIMIT
                   MOVE 'Y' TO WS-OVER-LIMIT-FLAG
               END-IF
           ELSE
               ADD CI-AMOUNT TO WS-CL-POS-TOTAL(WS-CL-IDX)
               IF WS-CL-POS-TOTAL(WS-CL-IDX) > DC-POS-DAILY-LIMIT
                   MOVE 'Y' TO WS-OVER-LIMIT-FLAG
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * POST THE CARD DEBIT - the available balance is the ledger
      * balance less the minimum and active holds, extended by an
      * approved overdraft line, as the inbound posting step allows
      *-----------------------------------------------------------------
       140-POST-DEBIT-PARA.
           MOVE 'N' TO WS-ITEM-OK-FLAG.

           MOVE WS-ITEM-ACCOUNT TO WS-HD-ACCOUNT.
           PERFORM 175-SUM-ACTIVE-HOLDS-PARA.

           IF WS-AMOUNT > WS-TEMP-BALANCE - WS-TEMP-MIN-BALANCE -
                   WS-HD-TOTAL AND
              (WS-TEMP-OD-LIMIT = 0 OR
               WS-AMOUNT > WS-TEMP-BALANCE + WS-TEMP-OD-LIMIT -
                   WS-HD-TOTAL)
               IF WS-AMOUNT > WS-TEMP-BALANCE
                   MOVE "Insufficient funds" TO WS-RETURN-REASON
               ELSE
                   IF WS-HD-TOTAL > 0
                       MOVE "Funds held - below available balance"
                           TO WS-RETURN-REASON
                   ELSE
                       MOVE "Below minimum balance"
                           TO WS-RETURN-REASON
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               MOVE "Unable to open account file" TO WS-RETURN-REASON
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ITEM-ACCOUNT TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "Account vanished" TO WS-RETURN-REASON
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ.

           SUBTRACT WS-AMOUNT FROM AR-BALANCE.
           MOVE WS-DATE-FORMATTED TO AR-LAST-ACCESS-DATE.
           ADD 1 TO AR-TRANSACTION-COUNT.
           MOVE "CARD" TO AR-LAST-CHANGED-BY.

           MOVE 'N' TO WS-EX-FEE-FLAG.
           IF AR-TYPE-SAVINGS OR AR-TYPE-MONEY-MKT
               PERFORM 142-COUNT-CYCLE-DEBIT-PARA
           END-IF.

           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE "Unable to update account" TO WS-RETURN-REASON
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-REWRITE.
           CALL 'JRNLWRT' USING WS-JRNL-ACTION ACCOUNT-RECORD.

      * The item's own ledger entry carries the pre-fee balance; the
      * excess-activity FEE entry follows it with the final balance.
           IF EXCESS-FEE-APPLIED
               COMPUTE WS-TEMP-BALANCE =
                   AR-BALANCE + WS-EXCESS-ACT-FEE
           ELSE
               MOVE AR-BALANCE TO WS-TEMP-BALANCE
           END-IF.
           CLOSE ACCOUNT-FILE.

           MOVE WS-ITEM-ACCOUNT TO WS-TR-ACCOUNT-NUMBER.
           MOVE "CARD" TO WS-TR-TYPE.
           MOVE WS-AMOUNT TO WS-TR-AMOUNT.
           MOVE "SUCCESS" TO WS-TR-RESULT.
           MOVE SPACES TO WS-TR-REMARKS.
           IF CI-ATM
               STRING "ATM " WS-CARD-MASKED(13:4) " "
                   CI-MERCHANT DELIMITED BY SIZE INTO WS-TR-REMARKS
           ELSE
               STRING "POS " WS-CARD-MASKED(13:4) " "
                   CI-MERCHANT DELIMITED BY SIZE INTO WS-TR-REMARKS
           END-IF.
           MOVE WS-TEMP-BALANCE TO WS-TR-BALANCE-AFTER.
           MOVE WS-TEMP-CURRENCY-CODE TO WS-TR-CURRENCY.
           MOVE WS-TEMP-BRANCH-ID TO WS-TR-BRANCH-ID.
           MOVE SPACES TO WS-TR-RELATED-ACCOUNT.
           MOVE 0 TO WS-TR-CHECK-NUMBER.
           PERFORM 155-WRITE-LEDGER-PARA.

           IF EXCESS-FEE-APPLIED
               PERFORM 143-WRITE-EXCESS-FEE-PARA
           END-IF.

           MOVE 'Y' TO WS-ITEM-OK-FLAG.

      *-----------------------------------------------------------------
      * COUNT A SAVINGS-TYPE DEBIT AGAINST THE STATEMENT-CYCLE LIMIT
      * - same rules the teller path applies (see TRANSACT.cbl)
      *-----------------------------------------------------------------
       142-COUNT-CYCLE-DEBIT-PARA.
           IF AR-CYCLE-DEBIT-COUNT NOT NUMERIC
               MOVE 0 TO AR-CYCLE-DEBIT-COUNT
           END-IF.
           IF AR-EXCESS-MONTHS NOT NUMERIC
               MOVE 0 TO AR-EXCESS-MONTHS
           END-IF.
           IF AR-CYCLE-MONTH NOT = WS-DATE-FORMATTED(1:7)
               MOVE WS-DATE-FORMATTED(1:7) TO AR-CYCLE-MONTH
               MOVE 0 TO AR-CYCLE-DEBIT-COUNT
           END-IF.

           ADD 1 TO AR-CYCLE-DEBIT-COUNT.

           IF AR-CYCLE-DEBIT-COUNT = WS-SAVINGS-CYCLE-LIMIT + 1
               ADD 1 TO AR-EXCESS-MONTHS
           END-IF.

           IF AR-CYCLE-DEBIT-COUNT > WS-SAVINGS-CYCLE-LIMIT
               SUBTRACT WS-EXCESS-ACT-FEE FROM AR-BALANCE
               MOVE AR-BALANCE TO WS-EX-FEE-BALANCE
               MOVE 'Y' TO WS-EX-FEE-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * WRITE THE EXCESS-ACTIVITY FEE LEDGER ENTRY AFTER THE ITEM'S
      * OWN ENTRY
      *-----------------------------------------------------------------
       143-WRITE-EXCESS-FEE-PARA.
           MOVE WS-ITEM-ACCOUNT TO WS-TR-ACCOUNT-NUMBER.
           MOVE "FEE" TO WS-TR-TYPE.
           MOVE WS-EXCESS-ACT-FEE TO WS-TR-AMOUNT.
           MOVE "SUCCESS" TO WS-TR-RESULT.
           MOVE "Excess withdrawal activity fee" TO WS-TR-REMARKS.
           MOVE WS-EX-FEE-BALANCE TO WS-TR-BALANCE-AFTER.
           MOVE WS-TEMP-CURRENCY-CODE TO WS-TR-CURRENCY.
           MOVE WS-TEMP-BRANCH-ID TO WS-TR-BRANCH-ID.
           MOVE SPACES TO WS-TR-RELATED-ACCOUNT.
           PERFORM 155-WRITE-LEDGER-PARA.
           MOVE 'N' TO WS-EX-FEE-FLAG.

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
               INVALID KEY CONTINUE
           END-WRITE.
           PERFORM UNTIL NOT FILE-DUPLICATE-KEY
               ADD 1 TO WS-TR-SEQ
               MOVE WS-TR-SEQ TO TR-KEY-SEQ
               WRITE TRANSACTION-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-PERFORM.

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
      * ROUTE AN ITEM ON A GOOD CARD THAT COULD NOT POST - a first
      * failure lands in the card suspense queue; on re-presentment
      * the suspense record ages, and an item still unposted after
      * the parameter limit is refused to the network
      *-----------------------------------------------------------------
       170-SUSPEND-OR-REFUSE-PARA.
           IF NOT REPRESENTING-SUSPENSE
               PERFORM 174-SUSPEND-NEW-ITEM-PARA
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CS-AGE-DAYS.
           IF CS-AGE-DAYS > WS-SUSPENSE-MAX-DAYS
               PERFORM 172-REFUSE-ITEM-PARA
               MOVE 'R' TO CS-STATUS
           ELSE
               MOVE WS-RETURN-REASON TO CS-REASON
               DISPLAY "STILL SUSPENDED: card item " CS-SUSP-ID " "
                   WS-RETURN-REASON
           END-IF.
           REWRITE CARD-SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "ERROR rewriting card suspense "
                       CS-SUSP-ID
           END-REWRITE.

      *-----------------------------------------------------------------
      * REFUSE ONE ITEM TO THE NETWORK - listed on the exceptions
      * report for chargeback
      *-----------------------------------------------------------------
       172-REFUSE-ITEM-PARA.
           ADD 1 TO WS-ITEMS-REFUSED.
           IF CI-AMOUNT IS NUMERIC
               ADD CI-AMOUNT TO WS-REFUSED-TOTAL
           END-IF.
           MOVE "REFUSED" TO WS-DISPOSITION.
           PERFORM 210-WRITE-EXCEPTION-LINE-PARA.
           DISPLAY "REFUSED: card " WS-CARD-MASKED " "
               WS-RETURN-REASON.

      *-----------------------------------------------------------------
      * LAND A NEWLY FAILED ITEM IN THE CARD SUSPENSE QUEUE
      *-----------------------------------------------------------------
       174-SUSPEND-NEW-ITEM-PARA.
           OPEN I-O CARD-SUSPENSE-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT CARD-SUSPENSE-FILE
               IF NOT FILE-SUCCESS
      * No suspense file can be built - refuse the item the same
      * night so it is never silently dropped.
                   CLOSE CARD-SUSPENSE-FILE
                   PERFORM 172-REFUSE-ITEM-PARA
                   EXIT PARAGRAPH
               END-IF
               CLOSE CARD-SUSPENSE-FILE
               OPEN I-O CARD-SUSPENSE-FILE
           END-IF.

           MOVE 1 TO WS-SU-NEXT-ID.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ CARD-SUSPENSE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       COMPUTE WS-SU-NEXT-ID = CS-SUSP-ID + 1
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.

           MOVE WS-SU-NEXT-ID TO CS-SUSP-ID.
           MOVE CI-CARD-NUMBER TO CS-CARD-NUMBER.
           MOVE CI-TXN-TYPE TO CS-TXN-TYPE.
           MOVE CI-AMOUNT TO CS-AMOUNT.
           MOVE CI-TXN-DATE TO CS-TXN-DATE.
           MOVE CI-MERCHANT TO CS-MERCHANT.
           MOVE WS-ITEM-ACCOUNT TO CS-ACCOUNT-NUMBER.
           MOVE WS-RETURN-REASON TO CS-REASON.
           MOVE WS-DATE-FORMATTED TO CS-RECEIVED-DATE.
           MOVE 0 TO CS-AGE-DAYS.
           MOVE 'P' TO CS-STATUS.

           WRITE CARD-SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "ERROR suspending card item - refused "
                       "instead."
                   CLOSE CARD-SUSPENSE-FILE
                   PERFORM 172-REFUSE-ITEM-PARA
                   EXIT PARAGRAPH
           END-WRITE.

           ADD 1 TO WS-ITEMS-SUSPENDED.
           CLOSE CARD-SUSPENSE-FILE.
           MOVE "SUSPENDED" TO WS-DISPOSITION.
           PERFORM 210-WRITE-EXCEPTION-LINE-PARA.
           DISPLAY "SUSPENDED: card " WS-CARD-MASKED " "
               WS-RETURN-REASON.

      *-----------------------------------------------------------------
      * SUM THE ACTIVE DEPOSIT HOLDS FOR WS-HD-ACCOUNT INTO
      * WS-HD-TOTAL
      *-----------------------------------------------------------------
       175-SUM-ACTIVE-HOLDS-PARA.
           MOVE 0 TO WS-HD-TOTAL.

           OPEN INPUT HOLD-FILE.
           IF NOT FILE-SUCCESS
               CLOSE HOLD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-HD-ACCOUNT TO HD-ACCOUNT-NUMBER.
           MOVE 0 TO HD-SEQ.
           START HOLD-FILE KEY IS NOT LESS THAN HD-KEY
               INVALID KEY
                   CLOSE HOLD-FILE
                   EXIT PARAGRAPH
           END-START.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF HD-ACCOUNT-NUMBER NOT = WS-HD-ACCOUNT
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           IF HD-ACTIVE-HOLD
                               ADD HD-AMOUNT TO WS-HD-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HOLD-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * RESTRICTION / STOP-PAYMENT CHECK - same rules the teller
      * posting path enforces; stops registered with a description
      * are matched against the item's merchant description
      *-----------------------------------------------------------------
       180-CHECK-RESTRICTIONS-PARA.
           MOVE 'N' TO WS-RS-BLOCKED-FLAG.
           MOVE SPACES TO WS-RS-REASON.

           OPEN INPUT RESTRICT-FILE.
           IF NOT FILE-SUCCESS
               CLOSE RESTRICT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-RS-ACCOUNT TO RS-ACCOUNT-NUMBER.
           MOVE 0 TO RS-SEQ.
           START RESTRICT-FILE KEY IS NOT LESS THAN RS-KEY
               INVALID KEY
                   CLOSE RESTRICT-FILE
                   EXIT PARAGRAPH
           END-START.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF OR RESTRICTION-BLOCKED
               READ RESTRICT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RS-ACCOUNT-NUMBER NOT = WS-RS-ACCOUNT
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           IF RS-ACTIVE-RESTRICT AND
                              (RS-EXPIRY-DATE = SPACES OR
                               RS-EXPIRY-DATE >= WS-RS-TODAY)
                               PERFORM 185-MATCH-ONE-RESTRICT-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RESTRICT-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       185-MATCH-ONE-RESTRICT-PARA.
           EVALUATE TRUE
               WHEN RS-BLOCK-DEBITS
                   MOVE 'Y' TO WS-RS-BLOCKED-FLAG
                   MOVE "Account restriction - debits blocked" TO
                       WS-RS-REASON
               WHEN RS-STOP-ITEM AND
                    RS-AMOUNT = WS-RS-CHECK-AMOUNT AND
                    (RS-CHECK-NO-HIGH NOT NUMERIC OR
                     RS-CHECK-NO-HIGH = 0)
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       RS-DESCRIPTION)) TO WS-RS-DESC-LEN
                   IF RS-DESCRIPTION = SPACES OR
                      (WS-RS-DESC-LEN > 0 AND
                       WS-RS-CHECK-DESC(1:WS-RS-DESC-LEN) =
                           RS-DESCRIPTION(1:WS-RS-DESC-LEN))
                       MOVE 'Y' TO WS-RS-BLOCKED-FLAG
                       MOVE "Stop payment matched - item refused"
                           TO WS-RS-REASON
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * EXCEPTIONS REPORT HEADER
      *-----------------------------------------------------------------
       200-WRITE-REPORT-HEADER-PARA.
           MOVE SPACES TO REPORT-LINE.
           STRING "PNC BANK - DEBIT CARD SETTLEMENT EXCEPTIONS - "
               WS-DATE-FORMATTED DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Card              Type Txn date   Account    "
               "      Amount Disposition  Reason / merchant"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * ONE EXCEPTION LINE - the reason, and the merchant on the
      * line beneath
      *-----------------------------------------------------------------
       210-WRITE-EXCEPTION-LINE-PARA.
           IF CI-AMOUNT IS NUMERIC
               MOVE CI-AMOUNT TO WS-REPORT-AMOUNT
           ELSE
               MOVE 0 TO WS-REPORT-AMOUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-CARD-MASKED "  " CI-TXN-TYPE "    "
               CI-TXN-DATE " " WS-ITEM-ACCOUNT " "
               WS-REPORT-AMOUNT " " WS-DISPOSITION " "
               WS-RETURN-REASON DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "                                              "
               "                         " CI-MERCHANT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * EXCEPTIONS REPORT TOTALS
      *-----------------------------------------------------------------
       220-WRITE-REPORT-TOTALS-PARA.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Settlement file: " WS-PV-FILE-ID " of "
               WS-PV-FILE-DATE DELIMITED BY SIZE INTO REPORT-LINE.
           IF NOT INFILE-PROVEN
               MOVE "Settlement file: none received" TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE WS-POSTED-TOTAL TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Items posted:          " WS-ITEMS-POSTED "  "
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REFUSED-TOTAL TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Items refused:         " WS-ITEMS-REFUSED "  "
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Items suspended:       " WS-ITEMS-SUSPENDED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Suspense re-presented: " WS-SUSP-REPRESENTED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Over daily limit:      " WS-ITEMS-OVER-LIMIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-ITEMS-READ TO WS-JS-READ-COUNT.
           MOVE WS-ITEMS-POSTED TO WS-JS-POSTED-COUNT.
           MOVE WS-ITEMS-REFUSED TO WS-JS-REJECTED-COUNT.
           MOVE WS-ITEMS-SUSPENDED TO WS-JS-SUSPENDED-COUNT.
           MOVE WS-POSTED-TOTAL TO WS-JS-DOLLAR-TOTAL.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
