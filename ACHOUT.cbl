      * item-count / dollar-total trailer, the same header/trailer
      * discipline the warehouse extract uses, so a truncated
      * transmission is detectable at the processor. Items that
      * cannot settle tonight stay pending for the next run, as do
      * items captured after the branch posting cutoff (dated a later
      * business day) until the night of that date. Inbound
      * returns of sent items are matched back to this register by
      * ACHPOST. Run with no operator interaction - see EODJOB.jcl.
      *
       01  WS-ITEMS-SELECTED          PIC 9(7) VALUE 0.
       01  WS-ITEMS-SENT              PIC 9(7) VALUE 0.
       01  WS-ITEMS-HELD-OVER         PIC 9(7) VALUE 0.
       01  WS-ITEMS-NOT-YET-DUE       PIC 9(7) VALUE 0.
       01  WS-DOLLAR-TOTAL            PIC 9(11)V99 VALUE 0.
       01  WS-ITEM-OK-FLAG            PIC X(1) VALUE 'N'.
           88 ITEM-OK                 VALUE 'Y'.
       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "ACHOUT" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "TRANLOG.dat" TO WS-TRANSACTION-FILE-NAME.
           MOVE "ACHORIG.dat" TO WS-ACH-ORIG-FILE-NAME.
           IF BC-DUPLICATE
               DISPLAY "ACHOUT already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           DISPLAY "Items selected: " WS-ITEMS-SELECTED.
           DISPLAY "Items sent: " WS-ITEMS-SENT.
           DISPLAY "Items held over: " WS-ITEMS-HELD-OVER.
           DISPLAY "Items captured after cutoff (later date): "
               WS-ITEMS-NOT-YET-DUE.
           DISPLAY "Outbound file written to " WS-ACH-OUT-FILE-NAME.
           DISPLAY WS-SEPARATOR.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF AO-PENDING AND
                          AO-CAPTURE-DATE > WS-DATE-FORMATTED
                           ADD 1 TO WS-ITEMS-NOT-YET-DUE
                       ELSE
                           IF AO-PENDING
                               ADD 1 TO WS-ITEMS-SELECTED
                               PERFORM 110-SETTLE-ONE-ITEM-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-TR-DATE TO TR-KEY-DATE.
           MOVE WS-TR-TIME TO TR-KEY-TIME.
           MOVE WS-TR-SEQ TO TR-KEY-SEQ.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-ITEMS-SELECTED TO WS-JS-READ-COUNT.
           MOVE WS-ITEMS-SENT TO WS-JS-POSTED-COUNT.
           MOVE WS-ITEMS-HELD-OVER TO WS-JS-SUSPENDED-COUNT.
           MOVE WS-DOLLAR-TOTAL TO WS-JS-DOLLAR-TOTAL.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
