       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "ACKCHK" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "MONITOR.dat" TO WS-MONITOR-FILE-NAME.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           IF WS-CY-COUNT = 0
               DISPLAY "No extract cycles on file - nothing to "
                   "check."
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           DISPLAY "Acknowledgments applied: " WS-ACKS-APPLIED.
           DISPLAY "Cycles still unconfirmed: " WS-UNCONFIRMED.
           DISPLAY WS-SEPARATOR.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
           WRITE MONITOR-LOG-RECORD.

           CLOSE MONITOR-LOG-FILE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-ACKS-APPLIED TO WS-JS-POSTED-COUNT.
           MOVE WS-UNCONFIRMED TO WS-JS-SUSPENDED-COUNT.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
