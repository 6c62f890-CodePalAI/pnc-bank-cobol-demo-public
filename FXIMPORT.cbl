       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "FXIMPORT" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "FXRATES.dat" TO WS-RATE-FILE-NAME.
           MOVE "AUDITLOG.dat" TO WS-AUDIT-FILE-NAME.
           MOVE "MONITOR.dat" TO WS-MONITOR-FILE-NAME.
           IF BC-DUPLICATE
               DISPLAY "FXIMPORT already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           DISPLAY "Rates applied: " WS-RATES-APPLIED.
           DISPLAY "Rates rejected: " WS-RATES-REJECTED.
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
           MOVE WS-RATES-READ TO WS-JS-READ-COUNT.
           MOVE WS-RATES-APPLIED TO WS-JS-POSTED-COUNT.
           MOVE WS-RATES-REJECTED TO WS-JS-REJECTED-COUNT.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
