      * long-term retention, then rebuilds an empty TRANSACTION-FILE so
      * the next business day's activity starts from a clean ledger
      * instead of growing the live indexed file without bound.
      * Entries dated after the business date were posted after a
      * branch's posting cutoff and belong to a later day: they are
      * not rolled but left on the live ledger for that day's roll,
      * and listed on the night's after-cutoff report
      * (CUTOFF_YYYYMMDD.txt).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLLLOG.
       01  WS-ROLL-BALANCE            PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
       01  WS-TRANS-ROLLED            PIC 9(7) VALUE 0.
       01  WS-TRANS-CARRIED           PIC 9(7) VALUE 0.
       01  WS-CARRIED-AMOUNT-TOTAL    PIC 9(13)V99 VALUE 0.
       01  WS-CARRIED-AMOUNT-EDIT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CARRIED-TOTAL-EDIT      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ROLL-AMOUNT-TOTAL       PIC 9(13)V99 VALUE 0.
       01  WS-ROLL-DATE-INTEGER       PIC 9(8).
       01  WS-ROLL-DATE-YYYYMMDD      PIC 9(8).

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "ROLLLOG" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "TRANLOG.dat" TO WS-TRANSACTION-FILE-NAME.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           IF BC-DUPLICATE
               DISPLAY "ROLLLOG already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.


           PERFORM 100-ROLL-LEDGER-PARA.

      *    A roll that could not clear the ledger is left open and the
      *    business date is not moved, so the step can be rerun.
           IF RETURN-CODE = 0
               MOVE 'E' TO WS-BC-FUNCTION
               MOVE "ROLLLOG" TO WS-BC-JOB-NAME
               MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD
               CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA
               PERFORM 200-ADVANCE-BUSINESS-DATE-PARA
           ELSE
               DISPLAY "ROLLLOG did not complete - business date "
                   "left at " WS-DATE-FORMATTED " for rerun."
           END-IF.

           DISPLAY "Transactions rolled: " WS-TRANS-ROLLED.
           DISPLAY "After-cutoff entries carried forward: "
               WS-TRANS-CARRIED.
           DISPLAY WS-SEPARATOR.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
           DISPLAY "Business date advanced to " WS-BC-BUSINESS-DATE.

      *-----------------------------------------------------------------
      * COPY EVERY LEDGER RECORD FOR THE BUSINESS DATE (OR EARLIER) TO
      * THE ROLL FILE AND LIST THE AFTER-CUTOFF ENTRIES, THEN REBUILD
      * AN EMPTY TRANSACTION-FILE - or, when entries are being
      * carried forward, remove just the rolled ones
      *-----------------------------------------------------------------
       100-ROLL-LEDGER-PARA.
           STRING "CUTOFF_" WS-DATE-FORMATTED(1:4)
               WS-DATE-FORMATTED(6:2) WS-DATE-FORMATTED(9:2) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PNC BANK - AFTER-CUTOFF ITEMS - BUSINESS DATE "
               WS-DATE-FORMATTED
               " (posted after the branch cutoff, dated later)"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Account    Posts as   Time     Type       "
               "           Amount Result     Teller   Branch"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT TRANSACTION-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No transaction ledger to roll - skipping."
               PERFORM 130-CLOSE-CUTOFF-REPORT-PARA
               EXIT PARAGRAPH
           END-IF.

                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF TR-KEY-DATE > WS-DATE-FORMATTED
                           PERFORM 110-LIST-CARRIED-ENTRY-PARA
                       ELSE
                           MOVE TR-BALANCE-AFTER TO WS-ROLL-BALANCE
                           STRING TR-KEY-ACCT-NUM "," TR-KEY-DATE ","
                               TR-KEY-TIME "," TR-KEY-SEQ ","
                               TR-TYPE "," TR-AMOUNT ","
                               TR-RESULT "," WS-ROLL-BALANCE ","
                               TR-TELLER-ID "," TR-CURRENCY ","
                               TR-RELATED-ACCOUNT ","
                               TR-CHECK-NUMBER ","
                               TR-BRANCH-ID "," TR-REMARKS
                               DELIMITED BY SIZE INTO ROLL-LINE
                           WRITE ROLL-LINE
                           ADD 1 TO WS-TRANS-ROLLED
                           ADD TR-AMOUNT TO WS-ROLL-AMOUNT-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ROLL-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

           PERFORM 130-CLOSE-CUTOFF-REPORT-PARA.

           IF WS-TRANS-CARRIED = 0
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
           ELSE
               PERFORM 120-REMOVE-ROLLED-ENTRIES-PARA
           END-IF.

      *-----------------------------------------------------------------
      * ONE AFTER-CUTOFF ENTRY ON THE REPORT
      *-----------------------------------------------------------------
       110-LIST-CARRIED-ENTRY-PARA.
           ADD 1 TO WS-TRANS-CARRIED.
           ADD TR-AMOUNT TO WS-CARRIED-AMOUNT-TOTAL.
           MOVE TR-AMOUNT TO WS-CARRIED-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING TR-KEY-ACCT-NUM " " TR-KEY-DATE " " TR-KEY-TIME " "
               TR-TYPE " " WS-CARRIED-AMOUNT-EDIT " " TR-RESULT " "
               TR-TELLER-ID " " TR-BRANCH-ID
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * DELETE THE ROLLED ENTRIES, LEAVING THE LATER-DATED ONES ON THE
      * LIVE LEDGER FOR THEIR OWN DAY
      *-----------------------------------------------------------------
       120-REMOVE-ROLLED-ENTRIES-PARA.
           OPEN I-O TRANSACTION-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to reopen the ledger to remove "
                   "rolled entries."
               MOVE 8 TO RETURN-CODE
               CLOSE TRANSACTION-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF TR-KEY-DATE NOT > WS-DATE-FORMATTED
                           DELETE TRANSACTION-FILE RECORD
                               INVALID KEY
                                   DISPLAY "ERROR removing rolled "
                                       "entry " TR-KEY-ACCT-NUM " "
                                       TR-KEY-DATE " " TR-KEY-TIME
                                   MOVE 8 TO RETURN-CODE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRANSACTION-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
      * AFTER-CUTOFF REPORT TOTALS
      *-----------------------------------------------------------------
       130-CLOSE-CUTOFF-REPORT-PARA.
           IF WS-TRANS-CARRIED = 0
               MOVE "No entries were posted after the cutoff."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE WS-CARRIED-AMOUNT-TOTAL TO WS-CARRIED-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Entries carried forward: " WS-TRANS-CARRIED
               "  Amount: " WS-CARRIED-TOTAL-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           COMPUTE WS-JS-READ-COUNT =
               WS-TRANS-ROLLED + WS-TRANS-CARRIED.
           MOVE WS-TRANS-ROLLED TO WS-JS-POSTED-COUNT.
           MOVE WS-ROLL-AMOUNT-TOTAL TO WS-JS-DOLLAR-TOTAL.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
