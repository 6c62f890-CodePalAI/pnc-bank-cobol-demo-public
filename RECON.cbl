      * PNC BANK COBOL DEMO APPLICATION - TRIAL BALANCE RECONCILIATION
      *
      * End-of-day proving step: replays the day's transaction ledger
      * account by account and compares the TR-BALANCE-AFTER of each
      * account's last-posted successful entry against the balance on
      * the account master. An account that was closed and archived
      * during the day is proven against its archive record instead.
      * Any discrepancy is printed on the out-of-balance report and
      * raises a non-zero return code so the COND protection in
      * EODJOB.jcl stops the ledger roll from retiring an unproven
      * ledger. Entries posted after a branch's posting cutoff carry
      * the next business date; the master already reflects them, so
      * they stay in the proof, but they are totalled separately on
      * the report as the part of the ledger that ROLLLOG carries
      * forward and the GL extract leaves for that day. The ledger's
      * key order is not the order entries were posted in, so the
      * last-posted entry is found by ranking each one: tonight's
      * batch postings (business date, 23:59:59) come last, after
      * the entries dated a later day that were posted after the
      * cutoff, which in turn follow the business date's own
      * entries; within a date, an entry timed at or after its
      * branch's cutoff was posted the evening before and ranks
      * ahead of that day's entries. Run with no operator
      * interaction - see EODJOB.jcl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECON.
       01  WS-MASTER-FOUND-FLAG       PIC X(1) VALUE 'N'.
           88 MASTER-FOUND            VALUE 'Y'.
       01  WS-FORMATTED-LEDGER-BAL    PIC $Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-AFTER-CUTOFF-COUNT      PIC 9(7) VALUE 0.
       01  WS-AFTER-CUTOFF-AMOUNT     PIC 9(11)V99 VALUE 0.
       01  WS-AFTER-CUTOFF-EDIT       PIC $Z,ZZZ,ZZZ,ZZ9.99.
      * Posting-order rank of a ledger entry and of the last-posted
      * entry seen so far for the account being proven
       01  WS-RECON-ENTRY-ORDER.
           05  WS-RO-CLASS            PIC X(1).
               88 RO-BUSINESS-DATE    VALUE '1'.
               88 RO-AFTER-CUTOFF     VALUE '2'.
               88 RO-NIGHT-BATCH      VALUE '3'.
           05  WS-RO-DATE             PIC X(10).
           05  WS-RO-PART-OF-DAY      PIC X(1).
               88 RO-EVENING-BEFORE   VALUE '0'.
               88 RO-SAME-DAY         VALUE '1'.
           05  WS-RO-TIME             PIC X(8).
           05  WS-RO-SEQ              PIC 9(4).
       01  WS-RECON-LAST-ORDER        PIC X(24).
       01  WS-RECON-CUTOFF-BRANCH     PIC X(4).
       01  WS-RECON-CUTOFF-HHMM       PIC 9(4).
       01  WS-RECON-ENTRY-HHMM        PIC 9(4).
       01  WS-RECON-BRANCH-OPEN-FLAG  PIC X(1) VALUE 'N'.
           88 RECON-BRANCH-OPEN       VALUE 'Y'.

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "RECON" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "TRANLOG.dat" TO WS-TRANSACTION-FILE-NAME.
           MOVE "ARCHIVE.dat" TO WS-ARCHIVE-FILE-NAME.
           MOVE "BRANCH.dat" TO WS-BRANCH-FILE-NAME.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
               MOVE WS-BC-BUSINESS-DATE TO WS-DATE-FORMATTED
           END-IF.

           CALL 'PARMLOAD' USING WS-BUSINESS-RULES
               WS-DATE-FORMATTED.

           MOVE 'S' TO WS-BC-FUNCTION.
           MOVE "RECON" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           IF BC-DUPLICATE
               DISPLAY "RECON already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

               "  Out of balance: " WS-ACCTS-OUT-OF-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-AFTER-CUTOFF-AMOUNT TO WS-AFTER-CUTOFF-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Entries dated after " WS-DATE-FORMATTED
               " (after cutoff, carried forward): "
               WS-AFTER-CUTOFF-COUNT "  amount " WS-AFTER-CUTOFF-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           DISPLAY "Accounts proven: " WS-ACCTS-PROVEN.
           DISPLAY "Accounts out of balance: "
               WS-ACCTS-OUT-OF-BALANCE.
           DISPLAY "After-cutoff entries (next business date): "
               WS-AFTER-CUTOFF-COUNT.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME.
           DISPLAY WS-SEPARATOR.

               CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA
           END-IF.

           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      * WALK THE DAY'S LEDGER IN KEY ORDER (ACCOUNT+DATE+TIME+SEQ),
      * PROVING EACH ACCOUNT AT ITS GROUP BREAK AGAINST THE ENTRY THAT
      * WAS POSTED LAST, WHICH IS NOT ALWAYS THE LAST IN KEY ORDER
      *-----------------------------------------------------------------
       100-RECONCILE-LEDGER-PARA.
           OPEN INPUT TRANSACTION-FILE.
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT BRANCH-FILE.
           IF FILE-SUCCESS
               MOVE 'Y' TO WS-RECON-BRANCH-OPEN-FLAG
           ELSE
               CLOSE BRANCH-FILE
           END-IF.
           MOVE HIGH-VALUES TO WS-RECON-CUTOFF-BRANCH.

           MOVE SPACES TO WS-RECON-ACCOUNT.
           MOVE 'N' TO WS-RECON-HAS-SUCCESS-FLAG.
           MOVE LOW-VALUES TO WS-RECON-LAST-ORDER.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
                           PERFORM 110-PROVE-ONE-ACCOUNT-PARA
                           MOVE TR-KEY-ACCT-NUM TO WS-RECON-ACCOUNT
                           MOVE 'N' TO WS-RECON-HAS-SUCCESS-FLAG
                           MOVE LOW-VALUES TO WS-RECON-LAST-ORDER
                       END-IF
                       IF TR-RESULT = "SUCCESS"
                           PERFORM 105-RANK-ENTRY-PARA
                           IF WS-RECON-ENTRY-ORDER >
                              WS-RECON-LAST-ORDER
                               MOVE WS-RECON-ENTRY-ORDER TO
                                   WS-RECON-LAST-ORDER
                               MOVE TR-BALANCE-AFTER TO
                                   WS-RECON-LAST-BALANCE
                           END-IF
                           MOVE 'Y' TO WS-RECON-HAS-SUCCESS-FLAG
                           IF RO-AFTER-CUTOFF
                               ADD 1 TO WS-AFTER-CUTOFF-COUNT
                               ADD TR-AMOUNT TO
                                   WS-AFTER-CUTOFF-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 110-PROVE-ONE-ACCOUNT-PARA.

           CLOSE TRANSACTION-FILE.
           IF RECON-BRANCH-OPEN
               CLOSE BRANCH-FILE
               MOVE 'N' TO WS-RECON-BRANCH-OPEN-FLAG
           END-IF.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
      * RANK THE ENTRY JUST READ IN POSTING ORDER: tonight's batch
      * postings last, then the after-cutoff entries dated a later
      * day, then the business date's own; within a date an entry
      * timed at or after its branch cutoff was posted the evening
      * before, ahead of that day's entries
      *-----------------------------------------------------------------
       105-RANK-ENTRY-PARA.
           MOVE TR-KEY-DATE TO WS-RO-DATE.
           MOVE TR-KEY-TIME TO WS-RO-TIME.
           MOVE TR-KEY-SEQ TO WS-RO-SEQ.
           MOVE '1' TO WS-RO-PART-OF-DAY.

           IF TR-KEY-DATE > WS-DATE-FORMATTED
               MOVE '2' TO WS-RO-CLASS
           ELSE
               IF TR-KEY-TIME = "23:59:59"
                   MOVE '3' TO WS-RO-CLASS
                   EXIT PARAGRAPH
               ELSE
                   MOVE '1' TO WS-RO-CLASS
               END-IF
           END-IF.

           IF TR-KEY-TIME(1:2) NOT NUMERIC OR
              TR-KEY-TIME(4:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           PERFORM 106-ENTRY-CUTOFF-PARA.
           MOVE TR-KEY-TIME(1:2) TO WS-RECON-ENTRY-HHMM(1:2).
           MOVE TR-KEY-TIME(4:2) TO WS-RECON-ENTRY-HHMM(3:2).
           IF WS-RECON-ENTRY-HHMM >= WS-RECON-CUTOFF-HHMM
               MOVE '0' TO WS-RO-PART-OF-DAY
           END-IF.

      *-----------------------------------------------------------------
      * POSTING CUTOFF OF THE ENTRY'S BRANCH - the bank-wide cutoff
      * where the branch sets none (kept for the next entry of the
      * same branch)
      *-----------------------------------------------------------------
       106-ENTRY-CUTOFF-PARA.
           IF TR-BRANCH-ID = WS-RECON-CUTOFF-BRANCH
               EXIT PARAGRAPH
           END-IF.

           MOVE TR-BRANCH-ID TO WS-RECON-CUTOFF-BRANCH.
           MOVE WS-POSTING-CUTOFF-HHMM TO WS-RECON-CUTOFF-HHMM.
           IF NOT RECON-BRANCH-OPEN
               EXIT PARAGRAPH
           END-IF.

           MOVE TR-BRANCH-ID TO BR-BRANCH-ID.
           READ BRANCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BR-CUTOFF-HHMM NUMERIC AND
                      BR-CUTOFF-HHMM > 0
                       MOVE BR-CUTOFF-HHMM TO WS-RECON-CUTOFF-HHMM
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * PROVE THE ACCOUNT JUST COMPLETED AGAINST THE MASTER (OR THE
      * ARCHIVE, IF IT WAS CLOSED AND REMOVED DURING THE DAY)

           CLOSE ACCOUNT-ARCHIVE-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-ACCTS-PROVEN TO WS-JS-POSTED-COUNT.
           MOVE WS-ACCTS-OUT-OF-BALANCE TO WS-JS-REJECTED-COUNT.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
