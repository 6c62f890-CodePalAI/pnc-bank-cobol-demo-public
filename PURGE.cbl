       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "PURGE" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "ARCHIVE.dat" TO WS-ARCHIVE-FILE-NAME.

           IF BC-DUPLICATE
               DISPLAY "PURGE already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.


           DISPLAY "Accounts purged: " WS-ACCTS-PURGED.
           DISPLAY WS-SEPARATOR.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
           MOVE AR-TRANSACTION-COUNT TO XA-TRANSACTION-COUNT.
           MOVE WS-DATE-FORMATTED TO XA-CLOSE-DATE.
           MOVE "BATCH" TO XA-CLOSED-BY.
           MOVE AR-BRANCH-ID TO XA-BRANCH-ID.
           WRITE ACCOUNT-ARCHIVE-RECORD.
           CLOSE ACCOUNT-ARCHIVE-FILE.

           END-DELETE.

           CLOSE ACCOUNT-FILE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-ACCTS-PURGED TO WS-JS-POSTED-COUNT.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
