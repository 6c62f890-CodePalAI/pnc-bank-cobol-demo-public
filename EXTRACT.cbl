       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "EXTRACT" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "TRANLOG.dat" TO WS-TRANSACTION-FILE-NAME.

           IF BC-DUPLICATE
               DISPLAY "EXTRACT already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

               DISPLAY "ERROR: Unable to open the extract file."
               MOVE 8 TO RETURN-CODE
               CLOSE EXTRACT-FILE
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

               WS-EXTRACT-FILE-NAME.
           DISPLAY "Records: " WS-EX-RECORD-COUNT.
           DISPLAY WS-SEPARATOR.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
                           EXTRACT-LINE(2:300)
                       WRITE EXTRACT-LINE
                       ADD 1 TO WS-EX-RECORD-COUNT
      * A RECOVERY or RECOV-XFER is booked to income and moves no
      * balance
                       IF TR-RESULT = "SUCCESS" AND
                          TR-TYPE NOT = "RECOVERY" AND
                          TR-TYPE NOT = "RECOV-XFER"
                           IF TR-TYPE = "DEPOSIT" OR
                              TR-TYPE = "XFER-IN" OR
                              TR-TYPE = "INTEREST" OR
                              TR-TYPE = "REVERSAL" OR
                              TR-TYPE = "ACH-RET" OR
                              TR-TYPE = "WIRE-CAN" OR
                              TR-TYPE = "PROV-CR" OR
                              TR-TYPE = "CHGOFF" OR
                              TR-TYPE = "CHGOFF-OD"
                               ADD TR-AMOUNT TO WS-EX-NET-HASH
                           ELSE
                               SUBTRACT TR-AMOUNT FROM
           WRITE EXTRACT-CONTROL-RECORD.

           CLOSE EXTRACT-CONTROL-FILE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-EX-RECORD-COUNT TO WS-JS-POSTED-COUNT.
           MOVE WS-EX-NET-HASH TO WS-JS-DOLLAR-TOTAL.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
