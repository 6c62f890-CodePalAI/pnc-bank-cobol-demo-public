      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - CHANNEL REQUEST INTERFACE
      *
      * Inbound request interface for the online banking (OLB) and
      * telephone banking (IVR) channels. Each channel drops a file
      * of customer requests; this run answers every request against
      * the live account master instead of the previous night's
      * EXTRACT, so a customer sees today's balance and a transfer
      * between the customer's own accounts posts straight to the
      * ledger instead of being rekeyed by staff.
      *
      * The file is one header/trailer batch from one channel, proved
      * against its trailer (request count and amount total) and its
      * file id, which BATCHCTL records per channel so a resent file
      * is never processed twice. A file that does not prove is
      * refused whole: every request is answered 90 and an alert is
      * raised.
      *
      * Every request is authenticated first: the customer id must
      * be an owner of the account and the PIN must be the account's
      * PIN. An unknown account number is answered exactly as a bad
      * PIN, so a channel never learns whether an account it does
      * not own exists. Then:
      *   B - balance inquiry: ledger balance, funds on hold and the
      *       available balance net of active holds (as the teller
      *       balance inquiry computes it)
      *   A - recent activity: the newest CHANNEL-ACT-ITEMS ledger
      *       entries, from the live ledger and then the rolled days
      *       (daily or monthly roll files) back CHANNEL-ACT-DAYS
      *   T - transfer between two accounts the customer owns, under
      *       the teller transfer rules: watchlist screening of both
      *       names (a blocked name is refused - there is no
      *       supervisor to release it), debit/credit restrictions
      *       and stop payments, the per-transaction and daily limits,
      *       the available balance net of holds, minimum balance and
      *       overdraft line, and the savings cycle debit count. Both
      *       legs post as XFER-OUT/XFER-IN with the channel id in
      *       place of the teller id; a failed credit leg re-credits
      *       the source with a REVERSAL entry. A transfer into a
      *       charged-off account is a recovery: the written-off
      *       balance stays at zero, the credit leg posts as
      *       RECOV-XFER and the amount is added to the account's
      *       charge-off record.
      *   S - stop payment: a stop-item restriction on the account by
      *       check serial range and/or amount and payee, placed by
      *       the channel id, as the branch stop-payment screen adds
      *       it.
      * Ledger entries post as of the business date, or the next
      * business day once the posting cutoff of the account's own
      * branch has passed (or the night's stream has not yet rolled
      * the day), the same rule the teller screens apply and RECON
      * ranks the entries by. The bank-wide POSTING-CUTOFF-HHMM
      * stands in for an account with no branch cutoff on file.
      *
      * Writes the response file CHANRSP_<channel>_<file id>.dat for
      * the channel and appends one record per request to the
      * channel activity log CHANACT.dat, which the nightly CHANRPT
      * step reports per channel. See CHANJOB.jcl.
      *
      * Request file layout (CHANREQ.dat, fixed, one batch):
      *   'H' + channel id (8: OLB or IVR) + file id (10)
      *       + file date (10) + file time (8)
      *   'D' + request id (16) + customer id (8) + PIN (4)
      *       + request type (1: B, A, T or S) + account (10)
      *       + target account (10, T only) + amount (9(7)V99 zoned,
      *       T and S) + check serial from (9(6), S) + check serial
      *       through (9(6), S) + payee (30, S) + stop expiry date
      *       (10, S, blank = none)
      *   'T' + request count (9(5)) + amount total (9(11)V99)
      *
      * Response file layout (CHANRSP_*.dat):
      *   'H' + channel id + file id + run date + run time + file
      *       status (00 accepted / 90 refused) + reason (50)
      *   'R' + request id + status code (2) + status text (40)
      *       + account + currency + ledger balance + funds on hold
      *       + available balance (signed, sign leading separate)
      *       + posting date + reference (stop sequence)
      *   'A' + request id + entry date + time + type + amount
      *       + result + check serial + remarks (one per activity
      *       line, newest first, after its 'R' record)
      *   'T' + responses (9(5)) + completed (9(5)) + refused (9(5))
      *
      * Status codes:
      *   00 completed            10 authentication failed
      *   12 account not available
      *   13 account type not eligible for the request
      *   20 insufficient available funds
      *   21 transaction limit exceeded
      *   22 restriction or stop payment on the account
      *   23 watchlist block - refer the customer to a branch
      *   24 target account not eligible
      *   30 request not valid      90 request file refused
      *   99 unable to complete - resubmit
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANREQ.
       AUTHOR. PNC-DEMO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FILECTL.cpy'.
           SELECT REQUEST-FILE ASSIGN TO WS-REQUEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO WS-RESPONSE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FILEDEF.cpy'.
       FD  REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  REQUEST-RECORD.
           05  CR-RECORD-TYPE         PIC X(1).
               88 CR-HEADER-REC       VALUE 'H'.
               88 CR-DETAIL-REC       VALUE 'D'.
               88 CR-TRAILER-REC      VALUE 'T'.
           05  CR-DETAIL.
               10  CR-REQUEST-ID      PIC X(16).
               10  CR-CUSTOMER-ID     PIC X(8).
               10  CR-PIN             PIC X(4).
               10  CR-REQUEST-TYPE    PIC X(1).
                   88 CR-BALANCE-INQUIRY  VALUE 'B'.
                   88 CR-ACTIVITY-INQUIRY VALUE 'A'.
                   88 CR-TRANSFER         VALUE 'T'.
                   88 CR-STOP-PAYMENT     VALUE 'S'.
               10  CR-ACCOUNT-NUMBER  PIC X(10).
               10  CR-TARGET-ACCOUNT  PIC X(10).
               10  CR-AMOUNT          PIC 9(7)V99.
               10  CR-CHECK-NO-LOW    PIC 9(6).
               10  CR-CHECK-NO-HIGH   PIC 9(6).
               10  CR-PAYEE           PIC X(30).
               10  CR-EXPIRY-DATE     PIC X(10).
           05  CR-HEADER REDEFINES CR-DETAIL.
               10  CR-CHANNEL-ID      PIC X(8).
               10  CR-FILE-ID         PIC X(10).
               10  CR-FILE-DATE       PIC X(10).
               10  CR-FILE-TIME       PIC X(8).
               10  FILLER             PIC X(74).
           05  CR-TRAILER REDEFINES CR-DETAIL.
               10  CR-REQUEST-COUNT   PIC 9(5).
               10  CR-AMOUNT-TOTAL    PIC 9(11)V99.
               10  FILLER             PIC X(92).

      * One answer per request, for the channel to pick up
       FD  RESPONSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESPONSE-RECORD.
           05  CP-RECORD-TYPE         PIC X(1).
           05  CP-DETAIL.
               10  CP-REQUEST-ID      PIC X(16).
               10  CP-STATUS-CODE     PIC X(2).
               10  CP-STATUS-TEXT     PIC X(40).
               10  CP-ACCOUNT-NUMBER  PIC X(10).
               10  CP-CURRENCY        PIC X(3).
               10  CP-LEDGER-BALANCE  PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
               10  CP-HOLDS           PIC 9(9)V99.
               10  CP-AVAILABLE       PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
               10  CP-POSTING-DATE    PIC X(10).
               10  CP-REFERENCE       PIC X(10).
           05  CP-ACTIVITY REDEFINES CP-DETAIL.
               10  CP-ACT-REQUEST-ID  PIC X(16).
               10  CP-ACT-DATE        PIC X(10).
               10  CP-ACT-TIME        PIC X(8).
               10  CP-ACT-TYPE        PIC X(10).
               10  CP-ACT-AMOUNT      PIC 9(9)V99.
               10  CP-ACT-RESULT      PIC X(10).
               10  CP-ACT-CHECK-NO    PIC X(6).
               10  CP-ACT-REMARKS     PIC X(50).
               10  FILLER             PIC X(5).
           05  CP-HEADER REDEFINES CP-DETAIL.
               10  CP-CHANNEL-ID      PIC X(8).
               10  CP-FILE-ID         PIC X(10).
               10  CP-RUN-DATE        PIC X(10).
               10  CP-RUN-TIME        PIC X(8).
               10  CP-FILE-STATUS     PIC X(2).
               10  CP-FILE-TEXT       PIC X(50).
               10  FILLER             PIC X(38).
           05  CP-TRAILER REDEFINES CP-DETAIL.
               10  CP-RESPONSE-COUNT  PIC 9(5).
               10  CP-COMPLETED-COUNT PIC 9(5).
               10  CP-REFUSED-COUNT   PIC 9(5).
               10  FILLER             PIC X(111).

       WORKING-STORAGE SECTION.
           COPY 'DATADEF.cpy'.

       01  WS-REQUEST-FILE-NAME       PIC X(40) VALUE 'CHANREQ.dat'.
       01  WS-RESPONSE-FILE-NAME      PIC X(40).
       01  WS-RECORDS-READ            PIC 9(7) VALUE 0.
       01  WS-REQUESTS-READ           PIC 9(7) VALUE 0.
       01  WS-REQUESTS-COMPLETED      PIC 9(7) VALUE 0.
       01  WS-REQUESTS-REFUSED        PIC 9(7) VALUE 0.
       01  WS-AUTH-FAILURES           PIC 9(7) VALUE 0.
       01  WS-TRANSFERS-POSTED        PIC 9(7) VALUE 0.
       01  WS-STOPS-PLACED            PIC 9(7) VALUE 0.
       01  WS-TRANSFER-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-APPLIED-AMOUNT          PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-EDIT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * The request file, proved against its trailer before any
      * request is answered
       01  WS-CQ-FILE.
           05  WS-CQ-HEADER-FLAG      PIC X(1) VALUE 'N'.
               88 CQ-HEADER-SEEN      VALUE 'Y'.
           05  WS-CQ-TRAILER-FLAG     PIC X(1) VALUE 'N'.
               88 CQ-TRAILER-SEEN     VALUE 'Y'.
           05  WS-CQ-CHANNEL-ID       PIC X(8).
               88 CQ-KNOWN-CHANNEL    VALUE 'OLB' 'IVR'.
           05  WS-CQ-FILE-ID          PIC X(10).
           05  WS-CQ-FILE-DATE        PIC X(10).
           05  WS-CQ-FILE-TIME        PIC X(8).
           05  WS-CQ-REFUSE-REASON    PIC X(50).
           05  WS-CQ-DETAIL-COUNT     PIC 9(5) VALUE 0.
           05  WS-CQ-AMOUNT-TOTAL     PIC 9(11)V99 VALUE 0.
           05  WS-CQ-TRAILER-COUNT    PIC 9(5) VALUE 0.
           05  WS-CQ-TRAILER-TOTAL    PIC 9(11)V99 VALUE 0.

      * One request as it is answered
       01  WS-CQ-REQUEST.
           05  WS-CQ-STATUS           PIC X(2).
               88 CQ-COMPLETED        VALUE '00'.
           05  WS-CQ-STATUS-TEXT      PIC X(40).
           05  WS-CQ-OK-FLAG          PIC X(1) VALUE 'N'.
               88 CQ-OK               VALUE 'Y'.
           05  WS-CQ-OWNER-FLAG       PIC X(1) VALUE 'N'.
               88 CQ-CUSTOMER-OWNS    VALUE 'Y'.
           05  WS-CQ-AMOUNT           PIC 9(9)V99 VALUE 0.
           05  WS-CQ-SOURCE-ACCOUNT   PIC X(10).
           05  WS-CQ-TARGET-ACCOUNT   PIC X(10).
           05  WS-CQ-BALANCE          PIC S9(9)V99 VALUE 0.
           05  WS-CQ-HOLDS            PIC 9(9)V99 VALUE 0.
           05  WS-CQ-AVAILABLE        PIC S9(9)V99 VALUE 0.
           05  WS-CQ-CURRENCY         PIC X(3).
           05  WS-CQ-BRANCH-ID        PIC X(4).
           05  WS-CQ-POSTED-DATE      PIC X(10).
           05  WS-CQ-REFERENCE        PIC X(10).
           05  WS-CQ-CHECK-NO-LOW     PIC 9(6) VALUE 0.
           05  WS-CQ-CHECK-NO-HIGH    PIC 9(6) VALUE 0.
           05  WS-CQ-EXPIRY-DATE      PIC X(10).

      * Recent activity for an 'A' request: WS-CQ-ITEM holds the
      * answer newest first; WS-CQ-BUF holds the newest entries of
      * one source (the live ledger, or one rolled day) in posting
      * order while that source is read
       01  WS-CQ-ACTIVITY.
           05  WS-CQ-ACT-LIMIT        PIC 9(2) VALUE 0.
           05  WS-CQ-ACT-NEEDED       PIC 9(2) VALUE 0.
           05  WS-CQ-ITEM-COUNT       PIC 9(2) VALUE 0.
           05  WS-CQ-BUF-COUNT        PIC 9(2) VALUE 0.
           05  WS-CQ-IX               PIC 9(2) VALUE 0.
           05  WS-CQ-DAYS-LEFT        PIC 9(3) VALUE 0.
           05  WS-CQ-DATE-INT         PIC 9(8) VALUE 0.
           05  WS-CQ-DATE-YYYYMMDD    PIC 9(8) VALUE 0.
           05  WS-CQ-ITEM OCCURS 50 TIMES.
               10  WS-CQ-IT-DATE      PIC X(10).
               10  WS-CQ-IT-TIME      PIC X(8).
               10  WS-CQ-IT-TYPE      PIC X(10).
               10  WS-CQ-IT-AMOUNT    PIC 9(9)V99.
               10  WS-CQ-IT-RESULT    PIC X(10).
               10  WS-CQ-IT-CHECK-NO  PIC X(6).
               10  WS-CQ-IT-REMARKS   PIC X(50).
           05  WS-CQ-BUF OCCURS 50 TIMES.
               10  WS-CQ-BF-DATE      PIC X(10).
               10  WS-CQ-BF-TIME      PIC X(8).
               10  WS-CQ-BF-TYPE      PIC X(10).
               10  WS-CQ-BF-AMOUNT    PIC 9(9)V99.
               10  WS-CQ-BF-RESULT    PIC X(10).
               10  WS-CQ-BF-CHECK-NO  PIC X(6).
               10  WS-CQ-BF-REMARKS   PIC X(50).

      * A rolled ledger line, parsed into this work area
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

      * Posting date work - requests answered at or after the
      * account branch's posting cutoff (or while the night's stream
      * is still running past midnight) post as of the next business
      * day. A request with no account in hand yet takes the
      * bank-wide cutoff.
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

      * Set when a transfer's credit leg lands on a charged-off
      * account and posts as a recovery
       01  WS-RECOVERY-FLAG           PIC X(1) VALUE 'N'.
           88 CREDIT-IS-RECOVERY      VALUE 'Y'.

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "CHANJOB" TO WS-JS-JOB-NAME.
           MOVE "CHANREQ" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "TRANLOG.dat" TO WS-TRANSACTION-FILE-NAME.
           MOVE "HOLDS.dat" TO WS-HOLD-FILE-NAME.
           MOVE "RESTRICT.dat" TO WS-RESTRICT-FILE-NAME.
           MOVE "WATCHLST.dat" TO WS-WATCHLIST-FILE-NAME.
           MOVE "WLHITS.dat" TO WS-WLHITS-FILE-NAME.
           MOVE "MONITOR.dat" TO WS-MONITOR-FILE-NAME.
           MOVE "CHANACT.dat" TO WS-CHANACT-FILE-NAME.
           MOVE "BRANCH.dat" TO WS-BRANCH-FILE-NAME.
           MOVE "CHGOFF.dat" TO WS-CHGOFF-FILE-NAME.

           PERFORM 050-SET-CLOCK-PARA.
           CALL 'PARMLOAD' USING WS-BUSINESS-RULES
               WS-DATE-FORMATTED.
           PERFORM 060-SET-POSTING-DATE-PARA.

           DISPLAY WS-SEPARATOR.
           DISPLAY "CHANNEL REQUEST INTERFACE - " WS-DATE-FORMATTED
               " " WS-TR-TIME.
           IF PC-AFTER-CUTOFF
               DISPLAY "After the posting cutoff ("
                   WS-PC-CUTOFF-HHMM ") - posting as of "
                   WS-PC-POSTING-DATE
           END-IF.
           DISPLAY WS-SEPARATOR.

           PERFORM 100-PROVE-FILE-PARA.
           IF WS-CQ-REFUSE-REASON = SPACES
               PERFORM 150-CHECK-FILE-PARA
           END-IF.

           MOVE SPACES TO WS-RESPONSE-FILE-NAME.
           IF WS-CQ-CHANNEL-ID = SPACES OR WS-CQ-FILE-ID = SPACES
               STRING "CHANRSP_NOHEADER_" WS-DATE-FORMATTED(1:4)
                   WS-DATE-FORMATTED(6:2) WS-DATE-FORMATTED(9:2)
                   ".dat" DELIMITED BY SIZE
                   INTO WS-RESPONSE-FILE-NAME
           ELSE
               STRING "CHANRSP_" WS-CQ-CHANNEL-ID DELIMITED BY SPACE
                   "_" WS-CQ-FILE-ID DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-RESPONSE-FILE-NAME
           END-IF.

           OPEN OUTPUT RESPONSE-FILE.
           PERFORM 200-WRITE-RESPONSE-HEADER-PARA.

           IF WS-CQ-REFUSE-REASON = SPACES
               PERFORM 300-ANSWER-REQUESTS-PARA
           ELSE
               PERFORM 400-REFUSE-FILE-PARA
           END-IF.

           MOVE SPACES TO RESPONSE-RECORD.
           MOVE 'T' TO CP-RECORD-TYPE.
           MOVE WS-REQUESTS-READ TO CP-RESPONSE-COUNT.
           MOVE WS-REQUESTS-COMPLETED TO CP-COMPLETED-COUNT.
           MOVE WS-REQUESTS-REFUSED TO CP-REFUSED-COUNT.
           WRITE RESPONSE-RECORD.
           CLOSE RESPONSE-FILE.

           MOVE WS-TRANSFER-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Channel " WS-CQ-CHANNEL-ID " file "
               WS-CQ-FILE-ID.
           DISPLAY "Requests read: " WS-REQUESTS-READ
               "  completed: " WS-REQUESTS-COMPLETED
               "  refused: " WS-REQUESTS-REFUSED.
           DISPLAY "Authentication failures: " WS-AUTH-FAILURES.
           DISPLAY "Transfers posted: " WS-TRANSFERS-POSTED
               "  total " WS-TOTAL-EDIT.
           DISPLAY "Stop payments placed: " WS-STOPS-PLACED.
           DISPLAY "Response file: " WS-RESPONSE-FILE-NAME.
           DISPLAY WS-SEPARATOR.

           IF WS-CQ-REFUSE-REASON = SPACES
               MOVE 'E' TO WS-BC-FUNCTION
               MOVE SPACES TO WS-BC-JOB-NAME
               STRING "CH" WS-CQ-CHANNEL-ID DELIMITED BY SIZE
                   INTO WS-BC-JOB-NAME
               MOVE WS-CQ-FILE-ID TO WS-BC-PERIOD
               CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      * TAKE THE CLOCK - the calendar date into WS-DATE-FORMATTED and
      * the time of day into WS-TR-TIME for the ledger entries
      *-----------------------------------------------------------------
       050-SET-CLOCK-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           MOVE '-' TO WS-DATE-FORMATTED(5:1).
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).
           MOVE WS-CURRENT-HOUR TO WS-TR-TIME(1:2).
           MOVE ':' TO WS-TR-TIME(3:1).
           MOVE WS-CURRENT-MINUTE TO WS-TR-TIME(4:2).
           MOVE ':' TO WS-TR-TIME(6:1).
           MOVE WS-CURRENT-SECOND TO WS-TR-TIME(7:2).

      *-----------------------------------------------------------------
      * TAKE THE OFFICIAL BUSINESS DATE FOR THE RUN AND WORK OUT THE
      * POSTING DATE AGAINST THE BANK-WIDE CUTOFF - each request then
      * re-dates against its own account's branch (065)
      *-----------------------------------------------------------------
       060-SET-POSTING-DATE-PARA.
           MOVE 'D' TO WS-BC-FUNCTION.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-OK
               MOVE WS-BC-BUSINESS-DATE TO WS-PC-BUSINESS-DATE
           ELSE
               MOVE WS-DATE-FORMATTED TO WS-PC-BUSINESS-DATE
           END-IF.

           MOVE SPACES TO WS-PC-BRANCH-ID.
           PERFORM 065-BRANCH-POSTING-DATE-PARA.

      *-----------------------------------------------------------------
      * WORK OUT THE DATE LEDGER ENTRIES POST AS OF - the official
      * business date, or the next business day once the posting
      * cutoff of branch WS-PC-BRANCH-ID has passed or the calendar
      * has run ahead of the business date, the rule the teller
      * screens apply and RECON ranks the entries by. A blank branch,
      * or one with no cutoff on file, takes the bank-wide
      * POSTING-CUTOFF-HHMM.
      *-----------------------------------------------------------------
       065-BRANCH-POSTING-DATE-PARA.
           MOVE 'N' TO WS-PC-AFTER-FLAG.
           MOVE WS-PC-BUSINESS-DATE TO WS-PC-POSTING-DATE.
           MOVE WS-PC-POSTING-DATE TO WS-TR-DATE.

           MOVE WS-POSTING-CUTOFF-HHMM TO WS-PC-CUTOFF-HHMM.
           IF WS-PC-BRANCH-ID NOT = SPACES
               OPEN INPUT BRANCH-FILE
               IF FILE-SUCCESS
                   MOVE WS-PC-BRANCH-ID TO BR-BRANCH-ID
                   READ BRANCH-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF BR-CUTOFF-HHMM NUMERIC AND
                              BR-CUTOFF-HHMM > 0
                               MOVE BR-CUTOFF-HHMM TO
                                   WS-PC-CUTOFF-HHMM
                           END-IF
                   END-READ
               END-IF
               CLOSE BRANCH-FILE
           END-IF.

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
           MOVE WS-PC-POSTING-DATE TO WS-TR-DATE.

      *-----------------------------------------------------------------
      * FIRST PASS - READ THE WHOLE FILE AND PROVE IT AGAINST ITS
      * TRAILER BEFORE ANY REQUEST IS ANSWERED
      *-----------------------------------------------------------------
       100-PROVE-FILE-PARA.
           MOVE SPACES TO WS-CQ-REFUSE-REASON.
           MOVE SPACES TO WS-CQ-CHANNEL-ID WS-CQ-FILE-ID.
           MOVE SPACES TO WS-CQ-FILE-DATE WS-CQ-FILE-TIME.

           OPEN INPUT REQUEST-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No channel request file - nothing to answer."
               MOVE "No request file received" TO
                   WS-CQ-REFUSE-REASON
               CLOSE REQUEST-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ REQUEST-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 110-TAKE-PROOF-RECORD-PARA
               END-READ
           END-PERFORM.

           CLOSE REQUEST-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

           IF WS-CQ-REFUSE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF NOT CQ-HEADER-SEEN
               MOVE "No header record" TO WS-CQ-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF NOT CQ-TRAILER-SEEN
               MOVE "No trailer - file truncated?" TO
                   WS-CQ-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-CQ-TRAILER-COUNT NOT = WS-CQ-DETAIL-COUNT OR
              WS-CQ-TRAILER-TOTAL NOT = WS-CQ-AMOUNT-TOTAL
               MOVE "Control totals do not prove against trailer"
                   TO WS-CQ-REFUSE-REASON
           END-IF.

      *-----------------------------------------------------------------
       110-TAKE-PROOF-RECORD-PARA.
           EVALUATE TRUE
               WHEN CR-HEADER-REC
                   IF CQ-HEADER-SEEN
                       IF WS-CQ-REFUSE-REASON = SPACES
                           MOVE "More than one header in the file" TO
                               WS-CQ-REFUSE-REASON
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-CQ-HEADER-FLAG
                       MOVE CR-CHANNEL-ID TO WS-CQ-CHANNEL-ID
                       MOVE CR-FILE-ID TO WS-CQ-FILE-ID
                       MOVE CR-FILE-DATE TO WS-CQ-FILE-DATE
                       MOVE CR-FILE-TIME TO WS-CQ-FILE-TIME
                   END-IF
               WHEN CR-DETAIL-REC
                   ADD 1 TO WS-CQ-DETAIL-COUNT
                   IF CR-AMOUNT IS NUMERIC
                       ADD CR-AMOUNT TO WS-CQ-AMOUNT-TOTAL
                   END-IF
                   IF (NOT CQ-HEADER-SEEN OR CQ-TRAILER-SEEN) AND
                      WS-CQ-REFUSE-REASON = SPACES
                       MOVE "Request outside the header/trailer"
                           TO WS-CQ-REFUSE-REASON
                   END-IF
               WHEN CR-TRAILER-REC
                   IF CQ-TRAILER-SEEN AND WS-CQ-REFUSE-REASON = SPACES
                       MOVE "More than one trailer in the file" TO
                           WS-CQ-REFUSE-REASON
                   END-IF
                   MOVE 'Y' TO WS-CQ-TRAILER-FLAG
                   IF CR-REQUEST-COUNT IS NUMERIC AND
                      CR-AMOUNT-TOTAL IS NUMERIC
                       MOVE CR-REQUEST-COUNT TO WS-CQ-TRAILER-COUNT
                       MOVE CR-AMOUNT-TOTAL TO WS-CQ-TRAILER-TOTAL
                   ELSE
                       IF WS-CQ-REFUSE-REASON = SPACES
                           MOVE "Trailer totals are not numeric" TO
                               WS-CQ-REFUSE-REASON
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-CQ-REFUSE-REASON = SPACES
                       MOVE SPACES TO WS-CQ-REFUSE-REASON
                       STRING "Unknown record type '" CR-RECORD-TYPE
                           "' in the file"
                           DELIMITED BY SIZE INTO WS-CQ-REFUSE-REASON
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * A PROVEN FILE MUST COME FROM A KNOWN CHANNEL AND CARRY A FILE
      * ID THAT CHANNEL HAS NOT ALREADY SENT
      *-----------------------------------------------------------------
       150-CHECK-FILE-PARA.
           IF NOT CQ-KNOWN-CHANNEL
               MOVE SPACES TO WS-CQ-REFUSE-REASON
               STRING "Unknown channel id '" WS-CQ-CHANNEL-ID
                   "' on the header"
                   DELIMITED BY SIZE INTO WS-CQ-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-CQ-FILE-ID = SPACES
               MOVE "No file id on the header" TO WS-CQ-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WS-BC-FUNCTION.
           MOVE SPACES TO WS-BC-JOB-NAME.
           STRING "CH" WS-CQ-CHANNEL-ID DELIMITED BY SIZE
               INTO WS-BC-JOB-NAME.
           MOVE WS-CQ-FILE-ID TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-DUPLICATE
               DISPLAY "Channel " WS-CQ-CHANNEL-ID " file "
                   WS-CQ-FILE-ID " was already answered - refused."
               MOVE "File id already answered - duplicate file" TO
                   WS-CQ-REFUSE-REASON
           END-IF.

      *-----------------------------------------------------------------
      * RESPONSE FILE HEADER - whether the file was accepted
      *-----------------------------------------------------------------
       200-WRITE-RESPONSE-HEADER-PARA.
           MOVE SPACES TO RESPONSE-RECORD.
           MOVE 'H' TO CP-RECORD-TYPE.
           MOVE WS-CQ-CHANNEL-ID TO CP-CHANNEL-ID.
           MOVE WS-CQ-FILE-ID TO CP-FILE-ID.
           MOVE WS-DATE-FORMATTED TO CP-RUN-DATE.
           MOVE WS-TR-TIME TO CP-RUN-TIME.
           IF WS-CQ-REFUSE-REASON = SPACES
               MOVE "00" TO CP-FILE-STATUS
               MOVE "File accepted" TO CP-FILE-TEXT
           ELSE
               MOVE "90" TO CP-FILE-STATUS
               MOVE WS-CQ-REFUSE-REASON TO CP-FILE-TEXT
           END-IF.
           WRITE RESPONSE-RECORD.

      *-----------------------------------------------------------------
      * SECOND PASS - ANSWER EACH REQUEST IN FILE ORDER
      *-----------------------------------------------------------------
       300-ANSWER-REQUESTS-PARA.
           OPEN INPUT REQUEST-FILE.
           IF NOT FILE-SUCCESS
               CLOSE REQUEST-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ REQUEST-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF CR-DETAIL-REC
                           PERFORM 310-ANSWER-ONE-REQUEST-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REQUEST-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
      * ANSWER ONE REQUEST - respond, then log it for the channel
      * activity report
      *-----------------------------------------------------------------
       310-ANSWER-ONE-REQUEST-PARA.
           ADD 1 TO WS-REQUESTS-READ.
           MOVE "00" TO WS-CQ-STATUS.
           MOVE "Completed" TO WS-CQ-STATUS-TEXT.
           MOVE 0 TO WS-CQ-AMOUNT WS-CQ-BALANCE WS-CQ-HOLDS
               WS-CQ-AVAILABLE.
           MOVE SPACES TO WS-CQ-CURRENCY WS-CQ-BRANCH-ID
               WS-CQ-POSTED-DATE WS-CQ-REFERENCE.
           MOVE CR-ACCOUNT-NUMBER TO WS-CQ-SOURCE-ACCOUNT.
           MOVE CR-TARGET-ACCOUNT TO WS-CQ-TARGET-ACCOUNT.
           MOVE 0 TO WS-CQ-ITEM-COUNT.

           PERFORM 050-SET-CLOCK-PARA.
           MOVE SPACES TO WS-PC-BRANCH-ID.
           PERFORM 065-BRANCH-POSTING-DATE-PARA.

           EVALUATE TRUE
               WHEN CR-BALANCE-INQUIRY
                   PERFORM 320-BALANCE-INQUIRY-PARA
               WHEN CR-ACTIVITY-INQUIRY
                   PERFORM 330-ACTIVITY-INQUIRY-PARA
               WHEN CR-TRANSFER
                   PERFORM 340-TRANSFER-PARA
               WHEN CR-STOP-PAYMENT
                   PERFORM 370-STOP-PAYMENT-PARA
               WHEN OTHER
                   MOVE "30" TO WS-CQ-STATUS
                   MOVE "Unknown request type" TO WS-CQ-STATUS-TEXT
           END-EVALUATE.

           IF CQ-COMPLETED
               ADD 1 TO WS-REQUESTS-COMPLETED
           ELSE
               ADD 1 TO WS-REQUESTS-REFUSED
               IF WS-CQ-STATUS = "10"
                   ADD 1 TO WS-AUTH-FAILURES
               END-IF
           END-IF.

           PERFORM 380-WRITE-RESPONSE-PARA.
           PERFORM 390-LOG-ACTIVITY-PARA.

      *-----------------------------------------------------------------
      * AUTHENTICATE THE CUSTOMER AGAINST WS-CQ-SOURCE-ACCOUNT - the
      * customer id must own the account and the PIN must match.
      * Loads the account into the first account buffer. A closed
      * account answers 12; everything else that fails answers 10.
      *-----------------------------------------------------------------
       315-AUTHENTICATE-PARA.
           MOVE 'N' TO WS-CQ-OK-FLAG.

           MOVE WS-CQ-SOURCE-ACCOUNT TO WS-CD-ACCOUNT-NUMBER.
           MOVE 'V' TO WS-CD-MODE.
           CALL 'CHKDIGIT' USING WS-CD-ACCOUNT-NUMBER WS-CD-MODE
               WS-CD-RESULT.
           IF CD-INVALID OR CR-CUSTOMER-ID = SPACES OR
              CR-PIN = SPACES
               PERFORM 316-AUTH-FAILED-PARA
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               MOVE "99" TO WS-CQ-STATUS
               MOVE "Unable to open the account file" TO
                   WS-CQ-STATUS-TEXT
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CQ-SOURCE-ACCOUNT TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   CLOSE ACCOUNT-FILE
                   PERFORM 316-AUTH-FAILED-PARA
                   EXIT PARAGRAPH
           END-READ.

           PERFORM 317-CHECK-OWNER-PARA.
           IF NOT CQ-CUSTOMER-OWNS OR CR-PIN NOT = AR-PIN
               CLOSE ACCOUNT-FILE
               PERFORM 316-AUTH-FAILED-PARA
               EXIT PARAGRAPH
           END-IF.

           MOVE AR-ACCOUNT-NUMBER TO WS-TEMP-ACCOUNT-NUMBER.
           MOVE AR-CUSTOMER-NAME TO WS-TEMP-CUSTOMER-NAME.
           MOVE AR-ACCOUNT-TYPE TO WS-TEMP-ACCOUNT-TYPE.
           MOVE AR-BALANCE TO WS-TEMP-BALANCE.
           MOVE AR-CURRENCY-CODE TO WS-TEMP-CURRENCY-CODE.
           MOVE AR-BRANCH-ID TO WS-TEMP-BRANCH-ID.
           MOVE AR-TRANSACTION-COUNT TO WS-TEMP-TRANSACTION-COUNT.
           MOVE AR-STATUS TO WS-TEMP-STATUS.
           MOVE AR-MIN-BALANCE TO WS-TEMP-MIN-BALANCE.
           MOVE AR-OVERDRAFT-LIMIT TO WS-TEMP-OD-LIMIT.

           CLOSE ACCOUNT-FILE.

           MOVE WS-TEMP-CURRENCY-CODE TO WS-CQ-CURRENCY.
           MOVE WS-TEMP-BRANCH-ID TO WS-CQ-BRANCH-ID.

           IF WS-TEMP-CLOSED
               MOVE "12" TO WS-CQ-STATUS
               MOVE "Account is closed" TO WS-CQ-STATUS-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TEMP-BRANCH-ID TO WS-PC-BRANCH-ID.
           PERFORM 065-BRANCH-POSTING-DATE-PARA.
           MOVE 'Y' TO WS-CQ-OK-FLAG.

      *-----------------------------------------------------------------
       316-AUTH-FAILED-PARA.
           MOVE "10" TO WS-CQ-STATUS.
           MOVE "Customer id or PIN not valid for the account" TO
               WS-CQ-STATUS-TEXT.

      *-----------------------------------------------------------------
      * IS THE REQUESTING CUSTOMER ONE OF THE ACCOUNT'S OWNERS (the
      * account record is in ACCOUNT-RECORD)
      *-----------------------------------------------------------------
       317-CHECK-OWNER-PARA.
           MOVE 'N' TO WS-CQ-OWNER-FLAG.
           IF CR-CUSTOMER-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF CR-CUSTOMER-ID = AR-OWNER-1-CUST-ID OR
              CR-CUSTOMER-ID = AR-OWNER-2-CUST-ID OR
              CR-CUSTOMER-ID = AR-OWNER-3-CUST-ID
               MOVE 'Y' TO WS-CQ-OWNER-FLAG
           END-IF.

      *-----------------------------------------------------------------
      * BALANCE INQUIRY - ledger balance, funds on hold and the
      * available balance net of the active holds
      *-----------------------------------------------------------------
       320-BALANCE-INQUIRY-PARA.
           PERFORM 315-AUTHENTICATE-PARA.
           IF NOT CQ-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 325-SET-BALANCES-PARA.

      *-----------------------------------------------------------------
       325-SET-BALANCES-PARA.
           MOVE WS-TEMP-BALANCE TO WS-CQ-BALANCE.
           MOVE WS-TEMP-ACCOUNT-NUMBER TO WS-HD-ACCOUNT.
           PERFORM 500-SUM-ACTIVE-HOLDS-PARA.
           MOVE WS-HD-TOTAL TO WS-CQ-HOLDS.
           COMPUTE WS-CQ-AVAILABLE = WS-TEMP-BALANCE - WS-HD-TOTAL.

      *-----------------------------------------------------------------
      * RECENT ACTIVITY INQUIRY - the newest entries first from the
      * live ledger (today's and any posted past the cutoff), then
      * from each rolled day going back from the business date
      *-----------------------------------------------------------------
       330-ACTIVITY-INQUIRY-PARA.
           PERFORM 315-AUTHENTICATE-PARA.
           IF NOT CQ-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 325-SET-BALANCES-PARA.

           MOVE WS-CHANNEL-ACT-ITEMS TO WS-CQ-ACT-LIMIT.
           IF WS-CQ-ACT-LIMIT < 1
               MOVE 1 TO WS-CQ-ACT-LIMIT
           END-IF.
           IF WS-CQ-ACT-LIMIT > 50
               MOVE 50 TO WS-CQ-ACT-LIMIT
           END-IF.
           MOVE 0 TO WS-CQ-ITEM-COUNT.

           PERFORM 331-SCAN-LIVE-LEDGER-PARA.

           MOVE WS-PC-BUSINESS-DATE(1:4) TO WS-CQ-DATE-YYYYMMDD(1:4).
           MOVE WS-PC-BUSINESS-DATE(6:2) TO WS-CQ-DATE-YYYYMMDD(5:2).
           MOVE WS-PC-BUSINESS-DATE(9:2) TO WS-CQ-DATE-YYYYMMDD(7:2).
           COMPUTE WS-CQ-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CQ-DATE-YYYYMMDD).
           MOVE WS-CHANNEL-ACT-DAYS TO WS-CQ-DAYS-LEFT.

           PERFORM UNTIL WS-CQ-DAYS-LEFT = 0 OR
                   WS-CQ-ITEM-COUNT >= WS-CQ-ACT-LIMIT
               COMPUTE WS-CQ-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-CQ-DATE-INT)
               PERFORM 332-SCAN-ONE-ROLL-PARA
               SUBTRACT 1 FROM WS-CQ-DATE-INT
               SUBTRACT 1 FROM WS-CQ-DAYS-LEFT
           END-PERFORM.

           MOVE SPACES TO WS-CQ-STATUS-TEXT.
           STRING "Completed - " WS-CQ-ITEM-COUNT " entries"
               DELIMITED BY SIZE INTO WS-CQ-STATUS-TEXT.

      *-----------------------------------------------------------------
       331-SCAN-LIVE-LEDGER-PARA.
           MOVE 0 TO WS-CQ-BUF-COUNT.
           COMPUTE WS-CQ-ACT-NEEDED =
               WS-CQ-ACT-LIMIT - WS-CQ-ITEM-COUNT.

           OPEN INPUT TRANSACTION-FILE.
           IF NOT FILE-SUCCESS
               CLOSE TRANSACTION-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TEMP-ACCOUNT-NUMBER TO TR-KEY-ACCT-NUM.
           MOVE LOW-VALUES TO TR-KEY-DATE.
           MOVE LOW-VALUES TO TR-KEY-TIME.
           MOVE 0 TO TR-KEY-SEQ.
           START TRANSACTION-FILE KEY IS NOT LESS THAN TR-KEY
               INVALID KEY
                   CLOSE TRANSACTION-FILE
                   EXIT PARAGRAPH
           END-START.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF TR-KEY-ACCT-NUM NOT = WS-TEMP-ACCOUNT-NUMBER
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           MOVE TR-KEY-DATE TO WS-PT-DATE
                           MOVE TR-KEY-TIME TO WS-PT-TIME
                           MOVE TR-TYPE TO WS-PT-TYPE
                           MOVE TR-AMOUNT TO WS-PT-AMOUNT
                           MOVE TR-RESULT TO WS-PT-RESULT
                           MOVE TR-CHECK-NUMBER TO WS-PT-CHECK-NO
                           MOVE TR-REMARKS TO WS-PT-REMARKS
                           PERFORM 334-BUFFER-ENTRY-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRANSACTION-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

           PERFORM 335-TAKE-BUFFER-PARA.

      *-----------------------------------------------------------------
      * ONE ROLLED DAY (daily or monthly roll file) FOR THE ACCOUNT
      *-----------------------------------------------------------------
       332-SCAN-ONE-ROLL-PARA.
           MOVE 0 TO WS-CQ-BUF-COUNT.
           COMPUTE WS-CQ-ACT-NEEDED =
               WS-CQ-ACT-LIMIT - WS-CQ-ITEM-COUNT.

           MOVE WS-CQ-DATE-YYYYMMDD TO WS-RR-DATE.
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
                   PERFORM 333-PARSE-ROLL-LINE-PARA
                   IF WS-PT-ACCOUNT = WS-TEMP-ACCOUNT-NUMBER
                       PERFORM 334-BUFFER-ENTRY-PARA
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 'C' TO WS-RR-FUNCTION.
           CALL 'ROLLREAD' USING WS-ROLL-READ-AREA.
           MOVE 'N' TO WS-EOF-FLAG.

           PERFORM 335-TAKE-BUFFER-PARA.

      *-----------------------------------------------------------------
       333-PARSE-ROLL-LINE-PARA.
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
      * KEEP THE NEWEST WS-CQ-ACT-NEEDED ENTRIES OF THE SOURCE BEING
      * READ - entries arrive oldest first, so a full buffer drops
      * its oldest entry to take the new one
      *-----------------------------------------------------------------
       334-BUFFER-ENTRY-PARA.
           IF WS-CQ-ACT-NEEDED = 0
               EXIT PARAGRAPH
           END-IF.

           IF WS-CQ-BUF-COUNT >= WS-CQ-ACT-NEEDED
               PERFORM VARYING WS-CQ-IX FROM 1 BY 1
                       UNTIL WS-CQ-IX >= WS-CQ-BUF-COUNT
                   MOVE WS-CQ-BUF(WS-CQ-IX + 1) TO WS-CQ-BUF(WS-CQ-IX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-CQ-BUF-COUNT
           END-IF.

           MOVE WS-PT-DATE TO WS-CQ-BF-DATE(WS-CQ-BUF-COUNT).
           MOVE WS-PT-TIME TO WS-CQ-BF-TIME(WS-CQ-BUF-COUNT).
           MOVE WS-PT-TYPE TO WS-CQ-BF-TYPE(WS-CQ-BUF-COUNT).
           MOVE WS-PT-AMOUNT TO WS-CQ-BF-AMOUNT(WS-CQ-BUF-COUNT).
           MOVE WS-PT-RESULT TO WS-CQ-BF-RESULT(WS-CQ-BUF-COUNT).
           MOVE WS-PT-CHECK-NO TO WS-CQ-BF-CHECK-NO(WS-CQ-BUF-COUNT).
           MOVE WS-PT-REMARKS TO WS-CQ-BF-REMARKS(WS-CQ-BUF-COUNT).

      *-----------------------------------------------------------------
      * MOVE THE SOURCE'S BUFFERED ENTRIES ONTO THE ANSWER, NEWEST
      * FIRST
      *-----------------------------------------------------------------
       335-TAKE-BUFFER-PARA.
           PERFORM VARYING WS-CQ-IX FROM WS-CQ-BUF-COUNT BY -1
                   UNTIL WS-CQ-IX < 1 OR
                         WS-CQ-ITEM-COUNT >= WS-CQ-ACT-LIMIT
               ADD 1 TO WS-CQ-ITEM-COUNT
               MOVE WS-CQ-BUF(WS-CQ-IX) TO
                   WS-CQ-ITEM(WS-CQ-ITEM-COUNT)
           END-PERFORM.
           MOVE 0 TO WS-CQ-BUF-COUNT.

      *-----------------------------------------------------------------
      * TRANSFER BETWEEN TWO OF THE CUSTOMER'S OWN ACCOUNTS - the
      * checks run in the teller transfer path's order, then the
      * debit and credit legs post as the standing order run posts
      * them
      *-----------------------------------------------------------------
       340-TRANSFER-PARA.
           IF CR-AMOUNT NOT NUMERIC
               MOVE "30" TO WS-CQ-STATUS
               MOVE "Transfer amount is not numeric" TO
                   WS-CQ-STATUS-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE CR-AMOUNT TO WS-CQ-AMOUNT.
           IF CR-AMOUNT = 0
               MOVE "30" TO WS-CQ-STATUS
               MOVE "Transfer amount must be positive" TO
                   WS-CQ-STATUS-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE CR-AMOUNT TO WS-AMOUNT.

           PERFORM 315-AUTHENTICATE-PARA.
           IF NOT CQ-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 341-CHECK-SOURCE-PARA.
           IF NOT CQ-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 342-CHECK-TARGET-PARA.
           IF NOT CQ-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 343-SCREEN-NAMES-PARA.
           IF NOT CQ-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 345-CHECK-RESTRICTIONS-PARA.
           IF NOT CQ-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 346-CHECK-DAILY-LIMITS-PARA.
           IF NOT CQ-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 350-POST-DEBIT-LEG-PARA.
           IF NOT CQ-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 360-POST-CREDIT-LEG-PARA.
           IF NOT CQ-OK
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TRANSFERS-POSTED.
           ADD WS-AMOUNT TO WS-TRANSFER-TOTAL.
           MOVE WS-PC-POSTING-DATE TO WS-CQ-POSTED-DATE.
           MOVE WS-CQ-SOURCE-ACCOUNT TO WS-HD-ACCOUNT.
           PERFORM 500-SUM-ACTIVE-HOLDS-PARA.
           MOVE WS-HD-TOTAL TO WS-CQ-HOLDS.
           COMPUTE WS-CQ-AVAILABLE = WS-CQ-BALANCE - WS-HD-TOTAL.

      *-----------------------------------------------------------------
      * THE SOURCE MUST BE AN OPEN DEPOSIT ACCOUNT THAT CAN BE DEBITED
      *-----------------------------------------------------------------
       341-CHECK-SOURCE-PARA.
           MOVE 'N' TO WS-CQ-OK-FLAG.

           IF WS-TEMP-DORMANT
               MOVE "12" TO WS-CQ-STATUS
               MOVE "Account is dormant - visit a branch" TO
                   WS-CQ-STATUS-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-TEMP-ACTIVE
               MOVE "12" TO WS-CQ-STATUS
               MOVE "Account is not active" TO WS-CQ-STATUS-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-TEMP-TYPE-CHECKING AND
              NOT WS-TEMP-TYPE-SAVINGS AND
              NOT WS-TEMP-TYPE-MONEY-MKT
               MOVE "13" TO WS-CQ-STATUS
               MOVE "Transfers cannot be made from this account"
                   TO WS-CQ-STATUS-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-CQ-OK-FLAG.

      *-----------------------------------------------------------------
      * THE TARGET MUST BE ANOTHER ACCOUNT THE SAME CUSTOMER OWNS, OPEN
      * (OR DORMANT - a credit is accepted there, as at the teller)
      * AND IN THE SOURCE'S CURRENCY. Loaded into the second buffer.
      *-----------------------------------------------------------------
       342-CHECK-TARGET-PARA.
           MOVE 'N' TO WS-CQ-OK-FLAG.
           MOVE "24" TO WS-CQ-STATUS.
           MOVE "Target account not eligible for the transfer" TO
               WS-CQ-STATUS-TEXT.

           IF WS-CQ-TARGET-ACCOUNT = SPACES OR
              WS-CQ-TARGET-ACCOUNT = WS-CQ-SOURCE-ACCOUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CQ-TARGET-ACCOUNT TO WS-CD-ACCOUNT-NUMBER.
           MOVE 'V' TO WS-CD-MODE.
           CALL 'CHKDIGIT' USING WS-CD-ACCOUNT-NUMBER WS-CD-MODE
               WS-CD-RESULT.
           IF CD-INVALID
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               MOVE "99" TO WS-CQ-STATUS
               MOVE "Unable to open the account file" TO
                   WS-CQ-STATUS-TEXT
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CQ-TARGET-ACCOUNT TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ.

           PERFORM 317-CHECK-OWNER-PARA.
           MOVE AR-ACCOUNT-NUMBER TO WS-TEMP2-ACCOUNT-NUMBER.
           MOVE AR-CUSTOMER-NAME TO WS-TEMP2-CUSTOMER-NAME.
           MOVE AR-ACCOUNT-TYPE TO WS-TEMP2-ACCOUNT-TYPE.
           MOVE AR-BALANCE TO WS-TEMP2-BALANCE.
           MOVE AR-CURRENCY-CODE TO WS-TEMP2-CURRENCY-CODE.
           MOVE AR-STATUS TO WS-TEMP2-STATUS.
           CLOSE ACCOUNT-FILE.

           IF NOT CQ-CUSTOMER-OWNS
               EXIT PARAGRAPH
           END-IF.
           IF WS-TEMP2-STATUS NOT = 'A' AND
              WS-TEMP2-STATUS NOT = 'D' AND
              WS-TEMP2-STATUS NOT = 'W'
               MOVE "Target account is not active" TO
                   WS-CQ-STATUS-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-TEMP2-CURRENCY-CODE NOT = WS-TEMP-CURRENCY-CODE
               MOVE "Source/target currency mismatch" TO
                   WS-CQ-STATUS-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE "00" TO WS-CQ-STATUS.
           MOVE "Completed" TO WS-CQ-STATUS-TEXT.
           MOVE 'Y' TO WS-CQ-OK-FLAG.

      *-----------------------------------------------------------------
      * WATCHLIST SCREENING OF BOTH ACCOUNT NAMES - a flagged name
      * proceeds and is logged; a blocked name is refused, since no
      * supervisor can release it on a channel
      *-----------------------------------------------------------------
       343-SCREEN-NAMES-PARA.
           MOVE 'N' TO WS-CQ-OK-FLAG.

           MOVE "CHAN-SRC" TO WS-WL-SOURCE.
           MOVE WS-TEMP-ACCOUNT-NUMBER TO WS-WL-SCREEN-ACCOUNT.
           MOVE WS-TEMP-CUSTOMER-NAME TO WS-WL-SCREEN-NAME.
           PERFORM 520-SCREEN-NAME-PARA.
           IF NOT SCREEN-CLEARED
               MOVE "23" TO WS-CQ-STATUS
               MOVE "Transfer cannot be completed - call the bank"
                   TO WS-CQ-STATUS-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE "CHAN-TGT" TO WS-WL-SOURCE.
           MOVE WS-TEMP2-ACCOUNT-NUMBER TO WS-WL-SCREEN-ACCOUNT.
           MOVE WS-TEMP2-CUSTOMER-NAME TO WS-WL-SCREEN-NAME.
           PERFORM 520-SCREEN-NAME-PARA.
           IF NOT SCREEN-CLEARED
               MOVE "23" TO WS-CQ-STATUS
               MOVE "Transfer cannot be completed - call the bank"
                   TO WS-CQ-STATUS-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-CQ-OK-FLAG.

      *-----------------------------------------------------------------
      * RESTRICTION / STOP-PAYMENT CHECK - a debit block or matching
      * stop on the source, or a credit block on the target, refuses
      * the transfer as the teller path refuses it
      *-----------------------------------------------------------------
       345-CHECK-RESTRICTIONS-PARA.
           MOVE 'N' TO WS-CQ-OK-FLAG.

           MOVE WS-CQ-SOURCE-ACCOUNT TO WS-RS-ACCOUNT.
           MOVE 'D' TO WS-RS-DIRECTION.
           MOVE WS-AMOUNT TO WS-RS-CHECK-AMOUNT.
           MOVE 0 TO WS-RS-CHECK-NO.
           MOVE SPACES TO WS-RS-CHECK-DESC.
           MOVE WS-DATE-FORMATTED TO WS-RS-TODAY.
           PERFORM 510-SCAN-RESTRICTIONS-PARA.
           IF RESTRICTION-BLOCKED
               MOVE "22" TO WS-CQ-STATUS
               MOVE WS-RS-REASON TO WS-CQ-STATUS-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CQ-TARGET-ACCOUNT TO WS-RS-ACCOUNT.
           MOVE 'C' TO WS-RS-DIRECTION.
           PERFORM 510-SCAN-RESTRICTIONS-PARA.
           IF RESTRICTION-BLOCKED
               MOVE "22" TO WS-CQ-STATUS
               MOVE WS-RS-REASON TO WS-CQ-STATUS-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-CQ-OK-FLAG.

      *-----------------------------------------------------------------
      * PER-TRANSACTION AND DAILY LIMITS ON THE SOURCE ACCOUNT, over
      * the entries already posted for the posting date
      *-----------------------------------------------------------------
       346-CHECK-DAILY-LIMITS-PARA.
           MOVE 'N' TO WS-CQ-OK-FLAG.

           IF WS-AMOUNT > WS-PER-TXN-LIMIT
               MOVE "21" TO WS-CQ-STATUS
               MOVE "Per-transaction limit exceeded" TO
                   WS-CQ-STATUS-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-DAILY-AMOUNT-TOTAL.
           MOVE 0 TO WS-DAILY-COUNT-TOTAL.

           OPEN INPUT TRANSACTION-FILE.
           IF NOT FILE-SUCCESS
               CLOSE TRANSACTION-FILE
               MOVE 'Y' TO WS-CQ-OK-FLAG
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TEMP-ACCOUNT-NUMBER TO TR-KEY-ACCT-NUM.
           MOVE WS-TR-DATE TO TR-KEY-DATE.
           MOVE LOW-VALUES TO TR-KEY-TIME.
           MOVE 0 TO TR-KEY-SEQ.

           START TRANSACTION-FILE KEY IS NOT LESS THAN TR-KEY
               INVALID KEY
                   CLOSE TRANSACTION-FILE
                   MOVE 'Y' TO WS-CQ-OK-FLAG
                   EXIT PARAGRAPH
           END-START.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF TR-KEY-ACCT-NUM NOT = WS-TEMP-ACCOUNT-NUMBER
                          OR TR-KEY-DATE NOT = WS-TR-DATE
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           IF TR-RESULT = "SUCCESS"
                               ADD TR-AMOUNT TO WS-DAILY-AMOUNT-TOTAL
                               ADD 1 TO WS-DAILY-COUNT-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRANSACTION-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

           IF WS-DAILY-AMOUNT-TOTAL + WS-AMOUNT >
                   WS-DAILY-AMOUNT-LIMIT OR
              WS-DAILY-COUNT-TOTAL + 1 > WS-DAILY-COUNT-LIMIT
               MOVE "21" TO WS-CQ-STATUS
               MOVE "Daily transaction limit exceeded" TO
                   WS-CQ-STATUS-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-CQ-OK-FLAG.

      *-----------------------------------------------------------------
      * POST THE DEBIT LEG TO THE SOURCE ACCOUNT - the available
      * balance is re-proved on the record being rewritten
      *-----------------------------------------------------------------
       350-POST-DEBIT-LEG-PARA.
           MOVE 'N' TO WS-CQ-OK-FLAG.

           OPEN I-O ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               MOVE "99" TO WS-CQ-STATUS
               MOVE "Unable to open the account file" TO
                   WS-CQ-STATUS-TEXT
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CQ-SOURCE-ACCOUNT TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "99" TO WS-CQ-STATUS
                   MOVE "Source account vanished" TO
                       WS-CQ-STATUS-TEXT
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE WS-CQ-SOURCE-ACCOUNT TO WS-HD-ACCOUNT.
           PERFORM 500-SUM-ACTIVE-HOLDS-PARA.

      * An approved overdraft line lets the balance run negative up
      * to the line, the same allowance the teller withdrawal path
      * makes.
           IF WS-AMOUNT > AR-BALANCE - AR-MIN-BALANCE -
                   WS-HD-TOTAL AND
              (AR-OVERDRAFT-LIMIT = 0 OR
               WS-AMOUNT > AR-BALANCE + AR-OVERDRAFT-LIMIT -
                   WS-HD-TOTAL)
               MOVE "20" TO WS-CQ-STATUS
               MOVE "Insufficient available funds" TO
                   WS-CQ-STATUS-TEXT
               MOVE AR-BALANCE TO WS-CQ-BALANCE
               MOVE WS-HD-TOTAL TO WS-CQ-HOLDS
               COMPUTE WS-CQ-AVAILABLE = AR-BALANCE - WS-HD-TOTAL
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT WS-AMOUNT FROM AR-BALANCE.
           MOVE WS-DATE-FORMATTED TO AR-LAST-ACCESS-DATE.
           ADD 1 TO AR-TRANSACTION-COUNT.
           MOVE WS-CQ-CHANNEL-ID TO AR-LAST-CHANGED-BY.

           MOVE 'N' TO WS-EX-FEE-FLAG.
           IF AR-TYPE-SAVINGS OR AR-TYPE-MONEY-MKT
               PERFORM 352-COUNT-CYCLE-DEBIT-PARA
           END-IF.

           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE "99" TO WS-CQ-STATUS
                   MOVE "Unable to update the source account" TO
                       WS-CQ-STATUS-TEXT
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-REWRITE.
           CALL 'JRNLWRT' USING WS-JRNL-ACTION ACCOUNT-RECORD.

      * The debit leg's own ledger entry carries the pre-fee
      * balance; the excess-activity FEE entry follows it with the
      * final balance.
           MOVE AR-BALANCE TO WS-CQ-BALANCE.
           IF EXCESS-FEE-APPLIED
               COMPUTE WS-TEMP-BALANCE =
                   AR-BALANCE + WS-EXCESS-ACT-FEE
           ELSE
               MOVE AR-BALANCE TO WS-TEMP-BALANCE
           END-IF.
           CLOSE ACCOUNT-FILE.

           MOVE WS-CQ-SOURCE-ACCOUNT TO WS-TR-ACCOUNT-NUMBER.
           MOVE "XFER-OUT" TO WS-TR-TYPE.
           MOVE WS-AMOUNT TO WS-TR-AMOUNT.
           MOVE "SUCCESS" TO WS-TR-RESULT.
           MOVE SPACES TO WS-TR-REMARKS.
           STRING WS-CQ-CHANNEL-ID DELIMITED BY SPACE
               " transfer " CR-REQUEST-ID DELIMITED BY SIZE
               INTO WS-TR-REMARKS.
           MOVE WS-TEMP-BALANCE TO WS-TR-BALANCE-AFTER.
           MOVE WS-TEMP-CURRENCY-CODE TO WS-TR-CURRENCY.
           MOVE WS-TEMP-BRANCH-ID TO WS-TR-BRANCH-ID.
           MOVE WS-CQ-TARGET-ACCOUNT TO WS-TR-RELATED-ACCOUNT.
           PERFORM 590-WRITE-LEDGER-PARA.

           IF EXCESS-FEE-APPLIED
               PERFORM 353-WRITE-EXCESS-FEE-PARA
           END-IF.

           MOVE 'Y' TO WS-CQ-OK-FLAG.

      *-----------------------------------------------------------------
      * COUNT A SAVINGS-TYPE DEBIT AGAINST THE STATEMENT-CYCLE LIMIT
      * - same rules the teller path applies (see TRANSACT.cbl)
      *-----------------------------------------------------------------
       352-COUNT-CYCLE-DEBIT-PARA.
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
      * WRITE THE EXCESS-ACTIVITY FEE LEDGER ENTRY AFTER THE DEBIT
      * LEG'S OWN ENTRY
      *-----------------------------------------------------------------
       353-WRITE-EXCESS-FEE-PARA.
           MOVE WS-CQ-SOURCE-ACCOUNT TO WS-TR-ACCOUNT-NUMBER.
           MOVE "FEE" TO WS-TR-TYPE.
           MOVE WS-EXCESS-ACT-FEE TO WS-TR-AMOUNT.
           MOVE "SUCCESS" TO WS-TR-RESULT.
           MOVE "Excess withdrawal activity fee" TO WS-TR-REMARKS.
           MOVE WS-EX-FEE-BALANCE TO WS-TR-BALANCE-AFTER.
           MOVE WS-TEMP-CURRENCY-CODE TO WS-TR-CURRENCY.
           MOVE WS-TEMP-BRANCH-ID TO WS-TR-BRANCH-ID.
           MOVE SPACES TO WS-TR-RELATED-ACCOUNT.
           PERFORM 590-WRITE-LEDGER-PARA.
           MOVE 'N' TO WS-EX-FEE-FLAG.

      *-----------------------------------------------------------------
      * POST THE CREDIT LEG TO THE TARGET ACCOUNT - a failure here
      * re-credits the source and logs a REVERSAL, mirroring the
      * teller transfer path's compensation
      *-----------------------------------------------------------------
       360-POST-CREDIT-LEG-PARA.
           MOVE 'N' TO WS-CQ-OK-FLAG.

           OPEN I-O ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               CLOSE ACCOUNT-FILE
               PERFORM 365-REVERSE-DEBIT-LEG-PARA
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CQ-TARGET-ACCOUNT TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   CLOSE ACCOUNT-FILE
                   PERFORM 365-REVERSE-DEBIT-LEG-PARA
                   EXIT PARAGRAPH
           END-READ.

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
           MOVE WS-CQ-CHANNEL-ID TO AR-LAST-CHANGED-BY.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   CLOSE ACCOUNT-FILE
                   PERFORM 365-REVERSE-DEBIT-LEG-PARA
                   EXIT PARAGRAPH
           END-REWRITE.
           CALL 'JRNLWRT' USING WS-JRNL-ACTION ACCOUNT-RECORD.

           MOVE AR-BALANCE TO WS-TEMP2-BALANCE.
           MOVE AR-BRANCH-ID TO WS-TR-BRANCH-ID.
           CLOSE ACCOUNT-FILE.

      * The credit leg is dated by the target account's branch
      * cutoff; the source's date is restored once it is written.
           MOVE WS-TR-BRANCH-ID TO WS-PC-BRANCH-ID.
           PERFORM 065-BRANCH-POSTING-DATE-PARA.

           MOVE WS-CQ-TARGET-ACCOUNT TO WS-TR-ACCOUNT-NUMBER.
           IF CREDIT-IS-RECOVERY
               MOVE "RECOV-XFER" TO WS-TR-TYPE
           ELSE
               MOVE "XFER-IN" TO WS-TR-TYPE
           END-IF.
           MOVE WS-APPLIED-AMOUNT TO WS-TR-AMOUNT.
           MOVE "SUCCESS" TO WS-TR-RESULT.
           MOVE SPACES TO WS-TR-REMARKS.
           STRING WS-CQ-CHANNEL-ID DELIMITED BY SPACE
               " transfer " CR-REQUEST-ID DELIMITED BY SIZE
               INTO WS-TR-REMARKS.
           MOVE WS-TEMP2-BALANCE TO WS-TR-BALANCE-AFTER.
           MOVE WS-TEMP2-CURRENCY-CODE TO WS-TR-CURRENCY.
           MOVE WS-CQ-SOURCE-ACCOUNT TO WS-TR-RELATED-ACCOUNT.
           PERFORM 590-WRITE-LEDGER-PARA.

           IF CREDIT-IS-RECOVERY
               PERFORM 362-ADD-RECOVERY-PARA
           END-IF.

           MOVE WS-TEMP-BRANCH-ID TO WS-PC-BRANCH-ID.
           PERFORM 065-BRANCH-POSTING-DATE-PARA.

           MOVE 'Y' TO WS-CQ-OK-FLAG.

      *-----------------------------------------------------------------
      * ADD THE RECOVERY TO THE TARGET ACCOUNT'S CHARGE-OFF RECORD
      *-----------------------------------------------------------------
       362-ADD-RECOVERY-PARA.
           OPEN I-O CHARGE-OFF-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "WARNING: Charge-off file unavailable - "
                   "recovery not totalled for request " CR-REQUEST-ID
               CLOSE CHARGE-OFF-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CQ-TARGET-ACCOUNT TO CO-ACCOUNT-NUMBER.
           READ CHARGE-OFF-FILE
               INVALID KEY
                   DISPLAY "WARNING: No charge-off record for "
                       WS-CQ-TARGET-ACCOUNT
               NOT INVALID KEY
                   ADD WS-TR-AMOUNT TO CO-RECOVERED-AMOUNT
                   MOVE WS-TR-DATE TO CO-LAST-RECOVERY-DATE
                   REWRITE CHARGE-OFF-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: Recovery total not "
                               "updated for " WS-CQ-TARGET-ACCOUNT
                   END-REWRITE
           END-READ.

           CLOSE CHARGE-OFF-FILE.

      *-----------------------------------------------------------------
      * RE-CREDIT THE SOURCE ACCOUNT AFTER A FAILED CREDIT LEG AND
      * LOG THE COMPENSATING REVERSAL ENTRY
      *-----------------------------------------------------------------
       365-REVERSE-DEBIT-LEG-PARA.
           MOVE "99" TO WS-CQ-STATUS.
           MOVE "Unable to credit the target - transfer reversed" TO
               WS-CQ-STATUS-TEXT.

           OPEN I-O ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to reverse request "
                   CR-REQUEST-ID " - source account left debited."
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CQ-SOURCE-ACCOUNT TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR: Unable to reverse request "
                       CR-REQUEST-ID " - source account not found."
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ.

           ADD WS-AMOUNT TO AR-BALANCE.
           ADD 1 TO AR-TRANSACTION-COUNT.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to reverse request "
                       CR-REQUEST-ID
           END-REWRITE.
           CALL 'JRNLWRT' USING WS-JRNL-ACTION ACCOUNT-RECORD.

           MOVE AR-BALANCE TO WS-TEMP-BALANCE.
           MOVE AR-BALANCE TO WS-CQ-BALANCE.
           CLOSE ACCOUNT-FILE.

           MOVE WS-CQ-SOURCE-ACCOUNT TO WS-TR-ACCOUNT-NUMBER.
           MOVE "REVERSAL" TO WS-TR-TYPE.
           MOVE WS-AMOUNT TO WS-TR-AMOUNT.
           MOVE "SUCCESS" TO WS-TR-RESULT.
           MOVE SPACES TO WS-TR-REMARKS.
           STRING "Reversal - " WS-CQ-CHANNEL-ID DELIMITED BY SPACE
               " transfer " CR-REQUEST-ID " credit leg failed"
               DELIMITED BY SIZE INTO WS-TR-REMARKS.
           MOVE WS-TEMP-BALANCE TO WS-TR-BALANCE-AFTER.
           MOVE WS-TEMP-CURRENCY-CODE TO WS-TR-CURRENCY.
           MOVE WS-TEMP-BRANCH-ID TO WS-TR-BRANCH-ID.
           MOVE WS-CQ-TARGET-ACCOUNT TO WS-TR-RELATED-ACCOUNT.
           PERFORM 590-WRITE-LEDGER-PARA.

      *-----------------------------------------------------------------
      * STOP PAYMENT - a stop-item restriction by check serial range
      * and/or amount and payee, as the branch stop-payment screen
      * places it
      *-----------------------------------------------------------------
       370-STOP-PAYMENT-PARA.
           PERFORM 315-AUTHENTICATE-PARA.
           IF NOT CQ-OK
               EXIT PARAGRAPH
           END-IF.

           IF WS-TEMP-TYPE-CD OR WS-TEMP-TYPE-LOAN
               MOVE "13" TO WS-CQ-STATUS
               MOVE "Stop payments cannot be placed on this account"
                   TO WS-CQ-STATUS-TEXT
               EXIT PARAGRAPH
           END-IF.

           PERFORM 371-EDIT-STOP-PARA.
           IF NOT CQ-OK
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O RESTRICT-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT RESTRICT-FILE
               IF NOT FILE-SUCCESS
                   MOVE "99" TO WS-CQ-STATUS
                   MOVE "Unable to open the restriction file" TO
                       WS-CQ-STATUS-TEXT
                   CLOSE RESTRICT-FILE
                   EXIT PARAGRAPH
               END-IF
               CLOSE RESTRICT-FILE
               OPEN I-O RESTRICT-FILE
           END-IF.

           PERFORM 372-NEXT-RESTRICT-SEQ-PARA.

           MOVE WS-CQ-SOURCE-ACCOUNT TO RS-ACCOUNT-NUMBER.
           MOVE WS-RS-NEXT-SEQ TO RS-SEQ.
           MOVE 'S' TO RS-TYPE.
           MOVE WS-CQ-AMOUNT TO RS-AMOUNT.
           MOVE CR-PAYEE TO RS-DESCRIPTION.
           MOVE WS-CQ-EXPIRY-DATE TO RS-EXPIRY-DATE.
           MOVE 'A' TO RS-STATUS.
           MOVE WS-DATE-FORMATTED TO RS-PLACED-DATE.
           MOVE WS-CQ-CHANNEL-ID TO RS-PLACED-BY.
           MOVE WS-CQ-CHECK-NO-LOW TO RS-CHECK-NO-LOW.
           MOVE WS-CQ-CHECK-NO-HIGH TO RS-CHECK-NO-HIGH.

           WRITE RESTRICT-RECORD
               INVALID KEY
                   MOVE "99" TO WS-CQ-STATUS
                   MOVE "Unable to add the stop payment" TO
                       WS-CQ-STATUS-TEXT
               NOT INVALID KEY
                   ADD 1 TO WS-STOPS-PLACED
                   MOVE SPACES TO WS-CQ-REFERENCE
                   STRING "STOP " WS-RS-NEXT-SEQ DELIMITED BY SIZE
                       INTO WS-CQ-REFERENCE
                   MOVE SPACES TO WS-CQ-STATUS-TEXT
                   STRING "Stop payment " WS-RS-NEXT-SEQ " placed"
                       DELIMITED BY SIZE INTO WS-CQ-STATUS-TEXT
           END-WRITE.

           CLOSE RESTRICT-FILE.

      *-----------------------------------------------------------------
      * A STOP NEEDS A CHECK SERIAL RANGE OR AN AMOUNT - the serial
      * range is matched against presented checks, the amount (and
      * payee, blank = any) against other debits
      *-----------------------------------------------------------------
       371-EDIT-STOP-PARA.
           MOVE 'N' TO WS-CQ-OK-FLAG.
           MOVE "30" TO WS-CQ-STATUS.

           MOVE 0 TO WS-CQ-AMOUNT WS-CQ-CHECK-NO-LOW
               WS-CQ-CHECK-NO-HIGH.
           IF CR-AMOUNT IS NUMERIC
               MOVE CR-AMOUNT TO WS-CQ-AMOUNT
           END-IF.
           IF CR-CHECK-NO-LOW IS NUMERIC
               MOVE CR-CHECK-NO-LOW TO WS-CQ-CHECK-NO-LOW
           END-IF.
           IF CR-CHECK-NO-HIGH IS NUMERIC
               MOVE CR-CHECK-NO-HIGH TO WS-CQ-CHECK-NO-HIGH
           END-IF.

           IF WS-CQ-CHECK-NO-LOW > 0 AND WS-CQ-CHECK-NO-HIGH = 0
               MOVE WS-CQ-CHECK-NO-LOW TO WS-CQ-CHECK-NO-HIGH
           END-IF.
           IF WS-CQ-CHECK-NO-HIGH < WS-CQ-CHECK-NO-LOW
               MOVE "Check serial range end is below its start" TO
                   WS-CQ-STATUS-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-CQ-CHECK-NO-LOW = 0 AND WS-CQ-CHECK-NO-HIGH > 0
               MOVE "Check serial range has no start" TO
                   WS-CQ-STATUS-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-CQ-CHECK-NO-LOW = 0 AND WS-CQ-AMOUNT = 0
               MOVE "Stop needs a check serial or an amount" TO
                   WS-CQ-STATUS-TEXT
               EXIT PARAGRAPH
           END-IF.

           MOVE CR-EXPIRY-DATE TO WS-CQ-EXPIRY-DATE.
           IF WS-CQ-EXPIRY-DATE NOT = SPACES
               IF WS-CQ-EXPIRY-DATE(1:4) NOT NUMERIC OR
                  WS-CQ-EXPIRY-DATE(5:1) NOT = '-' OR
                  WS-CQ-EXPIRY-DATE(6:2) NOT NUMERIC OR
                  WS-CQ-EXPIRY-DATE(8:1) NOT = '-' OR
                  WS-CQ-EXPIRY-DATE(9:2) NOT NUMERIC OR
                  WS-CQ-EXPIRY-DATE <= WS-DATE-FORMATTED
                   MOVE "Stop expiry date is not a future date" TO
                       WS-CQ-STATUS-TEXT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "00" TO WS-CQ-STATUS.
           MOVE 'Y' TO WS-CQ-OK-FLAG.

      *-----------------------------------------------------------------
      * NEXT FREE RESTRICTION SEQUENCE (file is open I-O)
      *-----------------------------------------------------------------
       372-NEXT-RESTRICT-SEQ-PARA.
           MOVE 1 TO WS-RS-NEXT-SEQ.

           MOVE WS-CQ-SOURCE-ACCOUNT TO RS-ACCOUNT-NUMBER.
           MOVE 0 TO RS-SEQ.
           START RESTRICT-FILE KEY IS NOT LESS THAN RS-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ RESTRICT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RS-ACCOUNT-NUMBER NOT = WS-CQ-SOURCE-ACCOUNT
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           COMPUTE WS-RS-NEXT-SEQ = RS-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * THE ANSWER - one 'R' record, followed for an activity inquiry
      * by its entries newest first
      *-----------------------------------------------------------------
       380-WRITE-RESPONSE-PARA.
           MOVE SPACES TO RESPONSE-RECORD.
           MOVE 'R' TO CP-RECORD-TYPE.
           MOVE CR-REQUEST-ID TO CP-REQUEST-ID.
           MOVE WS-CQ-STATUS TO CP-STATUS-CODE.
           MOVE WS-CQ-STATUS-TEXT TO CP-STATUS-TEXT.
           MOVE CR-ACCOUNT-NUMBER TO CP-ACCOUNT-NUMBER.
      * Balances go back only to a customer who authenticated
           IF WS-CQ-STATUS = "10"
               MOVE 0 TO CP-LEDGER-BALANCE CP-HOLDS CP-AVAILABLE
           ELSE
               MOVE WS-CQ-CURRENCY TO CP-CURRENCY
               MOVE WS-CQ-BALANCE TO CP-LEDGER-BALANCE
               MOVE WS-CQ-HOLDS TO CP-HOLDS
               MOVE WS-CQ-AVAILABLE TO CP-AVAILABLE
           END-IF.
           MOVE WS-CQ-POSTED-DATE TO CP-POSTING-DATE.
           MOVE WS-CQ-REFERENCE TO CP-REFERENCE.
           WRITE RESPONSE-RECORD.

           PERFORM VARYING WS-CQ-IX FROM 1 BY 1
                   UNTIL WS-CQ-IX > WS-CQ-ITEM-COUNT
               MOVE SPACES TO RESPONSE-RECORD
               MOVE 'A' TO CP-RECORD-TYPE
               MOVE CR-REQUEST-ID TO CP-ACT-REQUEST-ID
               MOVE WS-CQ-IT-DATE(WS-CQ-IX) TO CP-ACT-DATE
               MOVE WS-CQ-IT-TIME(WS-CQ-IX) TO CP-ACT-TIME
               MOVE WS-CQ-IT-TYPE(WS-CQ-IX) TO CP-ACT-TYPE
               MOVE WS-CQ-IT-AMOUNT(WS-CQ-IX) TO CP-ACT-AMOUNT
               MOVE WS-CQ-IT-RESULT(WS-CQ-IX) TO CP-ACT-RESULT
               MOVE WS-CQ-IT-CHECK-NO(WS-CQ-IX) TO CP-ACT-CHECK-NO
               MOVE WS-CQ-IT-REMARKS(WS-CQ-IX) TO CP-ACT-REMARKS
               WRITE RESPONSE-RECORD
           END-PERFORM.

      *-----------------------------------------------------------------
      * LOG THE REQUEST FOR THE NIGHTLY CHANNEL ACTIVITY REPORT -
      * dated with the business day it posts toward
      *-----------------------------------------------------------------
       390-LOG-ACTIVITY-PARA.
           OPEN EXTEND CHANNEL-ACTIVITY-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT CHANNEL-ACTIVITY-FILE
           END-IF.

           MOVE WS-PC-POSTING-DATE TO CA-DATE.
           MOVE WS-TR-TIME TO CA-TIME.
           MOVE WS-CQ-CHANNEL-ID TO CA-CHANNEL-ID.
           MOVE WS-CQ-FILE-ID TO CA-FILE-ID.
           MOVE CR-REQUEST-ID TO CA-REQUEST-ID.
           MOVE CR-CUSTOMER-ID TO CA-CUSTOMER-ID.
           MOVE CR-REQUEST-TYPE TO CA-REQUEST-TYPE.
           MOVE CR-ACCOUNT-NUMBER TO CA-ACCOUNT-NUMBER.
           MOVE CR-TARGET-ACCOUNT TO CA-TARGET-ACCOUNT.
           MOVE WS-CQ-AMOUNT TO CA-AMOUNT.
           MOVE WS-CQ-STATUS TO CA-STATUS-CODE.
           MOVE WS-CQ-BRANCH-ID TO CA-BRANCH-ID.
           WRITE CHANNEL-ACTIVITY-RECORD.

           CLOSE CHANNEL-ACTIVITY-FILE.

      *-----------------------------------------------------------------
      * REFUSE THE WHOLE FILE: EVERY REQUEST IS ANSWERED 90 WITH THE
      * REASON, PLUS AN OPERATIONS ALERT SO THE CHANNEL CAN BE ASKED
      * TO RESEND
      *-----------------------------------------------------------------
       400-REFUSE-FILE-PARA.
           DISPLAY "*** CHANNEL REQUEST FILE REFUSED: "
               WS-CQ-REFUSE-REASON " ***".

           OPEN INPUT REQUEST-FILE.
           IF FILE-SUCCESS
               MOVE 'N' TO WS-END-OF-FILE-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ REQUEST-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE-FLAG
                       NOT AT END
                           IF CR-DETAIL-REC
                               ADD 1 TO WS-REQUESTS-READ
                               ADD 1 TO WS-REQUESTS-REFUSED
                               MOVE "90" TO WS-CQ-STATUS
                               MOVE WS-CQ-REFUSE-REASON TO
                                   WS-CQ-STATUS-TEXT
                               MOVE 0 TO WS-CQ-BALANCE WS-CQ-HOLDS
                                   WS-CQ-AVAILABLE WS-CQ-ITEM-COUNT
                               MOVE SPACES TO WS-CQ-CURRENCY
                                   WS-CQ-POSTED-DATE WS-CQ-REFERENCE
                               PERFORM 380-WRITE-RESPONSE-PARA
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-END-OF-FILE-FLAG
           END-IF.
           CLOSE REQUEST-FILE.

           OPEN EXTEND MONITOR-LOG-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT MONITOR-LOG-FILE
           END-IF.
           MOVE WS-DATE-FORMATTED TO ML-DATE.
           MOVE WS-TR-TIME TO ML-TIME.
           MOVE "CHANNEL-FILE" TO ML-ALERT-TYPE.
           MOVE SPACES TO ML-DETAILS.
           STRING "Channel " WS-CQ-CHANNEL-ID " file "
               WS-CQ-FILE-ID " refused: " WS-CQ-REFUSE-REASON
               DELIMITED BY SIZE INTO ML-DETAILS.
           MOVE 'N' TO ML-ACK-FLAG.
           MOVE SPACES TO ML-ACK-TELLER-ID.
           MOVE SPACES TO ML-ACK-NOTE.
           WRITE MONITOR-LOG-RECORD.
           CLOSE MONITOR-LOG-FILE.

      *-----------------------------------------------------------------
      * SUM THE ACTIVE DEPOSIT HOLDS FOR WS-HD-ACCOUNT INTO
      * WS-HD-TOTAL - the amount withheld from the available balance
      *-----------------------------------------------------------------
       500-SUM-ACTIVE-HOLDS-PARA.
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
      * SCAN THE ACCOUNT'S ACTIVE, UNEXPIRED RESTRICTIONS
      *-----------------------------------------------------------------
       510-SCAN-RESTRICTIONS-PARA.
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
                               PERFORM 511-MATCH-ONE-RESTRICT-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RESTRICT-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       511-MATCH-ONE-RESTRICT-PARA.
           EVALUATE TRUE
               WHEN RS-BLOCK-DEBITS AND WS-RS-DIRECTION = 'D'
                   MOVE 'Y' TO WS-RS-BLOCKED-FLAG
                   MOVE "Account restriction - debits blocked" TO
                       WS-RS-REASON
               WHEN RS-BLOCK-CREDITS AND WS-RS-DIRECTION = 'C'
                   MOVE 'Y' TO WS-RS-BLOCKED-FLAG
                   MOVE "Account restriction - credits blocked" TO
                       WS-RS-REASON
               WHEN RS-STOP-ITEM AND WS-RS-DIRECTION = 'D' AND
                    RS-CHECK-NO-HIGH IS NUMERIC AND
                    RS-CHECK-NO-HIGH > 0
                   IF WS-RS-CHECK-NO > 0 AND
                      WS-RS-CHECK-NO >= RS-CHECK-NO-LOW AND
                      WS-RS-CHECK-NO <= RS-CHECK-NO-HIGH
                       MOVE 'Y' TO WS-RS-BLOCKED-FLAG
                       MOVE "Stop payment matched - check refused"
                           TO WS-RS-REASON
                   END-IF
               WHEN RS-STOP-ITEM AND WS-RS-DIRECTION = 'D' AND
                    RS-AMOUNT = WS-RS-CHECK-AMOUNT
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
      * WATCHLIST SCREEN OF WS-WL-SCREEN-NAME - a flagged name clears
      * and is logged; a blocked name does not clear and is logged
      *-----------------------------------------------------------------
       520-SCREEN-NAME-PARA.
           MOVE 'Y' TO WS-WL-CLEARED-FLAG.
           MOVE 'N' TO WS-WL-HIT-FLAG.
           MOVE SPACES TO WS-WL-MATCHED-NAME.

           OPEN INPUT WATCHLIST-FILE.
           IF NOT FILE-SUCCESS
               CLOSE WATCHLIST-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF OR WATCHLIST-HIT
               READ WATCHLIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(WL-NAME))
                           TO WS-WL-NAME-LEN
                       IF WS-WL-NAME-LEN > 0 AND
                          WS-WL-SCREEN-NAME(1:WS-WL-NAME-LEN) =
                              WL-NAME(1:WS-WL-NAME-LEN)
                           MOVE 'Y' TO WS-WL-HIT-FLAG
                           MOVE WL-NAME TO WS-WL-MATCHED-NAME
                           MOVE WL-ACTION TO WS-WL-MATCHED-ACTION
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE WATCHLIST-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

           IF NOT WATCHLIST-HIT
               EXIT PARAGRAPH
           END-IF.

           IF WS-WL-MATCHED-ACTION NOT = 'F'
               MOVE 'N' TO WS-WL-CLEARED-FLAG
           END-IF.
           PERFORM 521-LOG-WATCHLIST-HIT-PARA.

      *-----------------------------------------------------------------
       521-LOG-WATCHLIST-HIT-PARA.
           OPEN EXTEND WATCHLIST-HIT-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT WATCHLIST-HIT-FILE
           END-IF.

           MOVE WS-DATE-FORMATTED TO WH-DATE.
           MOVE WS-TR-TIME TO WH-TIME.
           MOVE WS-WL-SOURCE TO WH-SOURCE.
           MOVE WS-WL-SCREEN-ACCOUNT TO WH-ACCOUNT-NUMBER.
           MOVE WS-WL-SCREEN-NAME TO WH-SCREENED-NAME.
           MOVE WS-WL-MATCHED-NAME TO WH-MATCHED-NAME.
           MOVE WS-WL-MATCHED-ACTION TO WH-ACTION.
           IF SCREEN-CLEARED
               MOVE 'R' TO WH-DISPOSITION
           ELSE
               MOVE 'B' TO WH-DISPOSITION
           END-IF.
           MOVE WS-CQ-CHANNEL-ID TO WH-TELLER-ID.
           WRITE WATCHLIST-HIT-RECORD.

           CLOSE WATCHLIST-HIT-FILE.

      *-----------------------------------------------------------------
      * WRITE ONE LEDGER ENTRY FROM THE WS-TRANSACTION WORK AREA - the
      * channel id stands in the teller id
      *-----------------------------------------------------------------
       590-WRITE-LEDGER-PARA.
           OPEN I-O TRANSACTION-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT TRANSACTION-FILE
           END-IF.

           MOVE WS-CQ-CHANNEL-ID TO WS-TR-TELLER-ID.
           MOVE WS-TR-ACCOUNT-NUMBER TO TR-KEY-ACCT-NUM.
           MOVE WS-TR-DATE TO TR-KEY-DATE.
           MOVE WS-TR-TIME TO TR-KEY-TIME.
           PERFORM 595-SEED-LEDGER-SEQ-PARA.
           MOVE WS-TR-TYPE TO TR-TYPE.
           MOVE WS-TR-AMOUNT TO TR-AMOUNT.
           MOVE WS-TR-RESULT TO TR-RESULT.
           MOVE WS-TR-REMARKS TO TR-REMARKS.
           MOVE WS-TR-BALANCE-AFTER TO TR-BALANCE-AFTER.
           MOVE WS-TR-TELLER-ID TO TR-TELLER-ID.
           MOVE WS-TR-CURRENCY TO TR-CURRENCY.
           MOVE WS-TR-RELATED-ACCOUNT TO TR-RELATED-ACCOUNT.
           MOVE 0 TO TR-CHECK-NUMBER.
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
      * SEED THE LEDGER SEQUENCE PAST THE HIGHEST ENTRY ALREADY ON
      * FILE FOR THIS ACCOUNT/DATE/TIME - requests answered in the
      * same second share the time slot
      *-----------------------------------------------------------------
       595-SEED-LEDGER-SEQ-PARA.
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
      * RECORD THE RUN'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-REQUESTS-READ TO WS-JS-READ-COUNT.
           MOVE WS-REQUESTS-COMPLETED TO WS-JS-POSTED-COUNT.
           MOVE WS-REQUESTS-REFUSED TO WS-JS-REJECTED-COUNT.
           MOVE WS-TRANSFER-TOTAL TO WS-JS-DOLLAR-TOTAL.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
