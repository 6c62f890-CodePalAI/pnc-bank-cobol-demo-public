       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "BACKUP" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "TRANLOG.dat" TO WS-TRANSACTION-FILE-NAME.
           MOVE "ARCHIVE.dat" TO WS-ARCHIVE-FILE-NAME.
                       "control file."
                   MOVE 8 TO RETURN-CODE
                   CLOSE BACKUP-CONTROL-FILE
                   PERFORM 990-RECORD-JOB-STATS-PARA
                   GOBACK
               END-IF
           END-IF.

           DISPLAY "Files backed up: " WS-BK-FILES-DONE.
           DISPLAY WS-SEPARATOR.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
           ADD 1 TO WS-BK-FILES-DONE.
           DISPLAY BK-FILE-ID " -> " WS-BACKUP-OUT-NAME " records "
               WS-BK-COUNT.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-BK-FILES-DONE TO WS-JS-POSTED-COUNT.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
