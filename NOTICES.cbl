      *
      * End-of-day batch step: turns the notice events the other
      * batches queue (dormancy contact, CD maturity notice, loan
      * delinquency, missing W-9, dispute claim resolution, legal
      * order served, variable rate change, loan autopay draft
      * failure) into actual mailable letters. Each pending queue
      * event is formatted as one letter - address block from the
      * customer master through the owner customer id, salutation, a
      * body per notice type - on the day's letters file, and
      * recorded on the sent register so the bank can prove notice
      * was given (the escheatment examiners ask for exactly that).
      * Events whose owner has no address on file still print,
      * flagged for manual addressing, and register as such. The
      * queue is line sequential, so sent events are applied to the
      * loaded table and the file rewritten whole (the ACKCHK
       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "NOTICES" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "CUSTOMER.dat" TO WS-CUSTOMER-FILE-NAME.
           MOVE "NOTICEQ.dat" TO WS-NOTICEQ-FILE-NAME.

           IF BC-DUPLICATE
               DISPLAY "NOTICES already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

               MOVE "NOTICES" TO WS-BC-JOB-NAME
               MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD
               CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

                   "produced. Archive sent events off the queue "
                   "first."
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

               DISPLAY "ERROR: Unable to open the letters file."
               MOVE 8 TO RETURN-CODE
               CLOSE LETTER-FILE
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

               WS-NO-ADDRESS-COUNT.
           DISPLAY "Letters written to " WS-LETTER-FILE-NAME.
           DISPLAY WS-SEPARATOR.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
                   MOVE "to interest paid on your accounts."
                       TO LETTER-LINE
                   WRITE LETTER-LINE
               WHEN "DISPUTE"
                   MOVE "We have completed our investigation of the "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "electronic transfer error you reported. The "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "outcome is shown below. If the claim was "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "denied, any provisional credit has been "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "reversed; you may ask for copies of the "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "documents we relied on in reaching it."
                       TO LETTER-LINE
                   WRITE LETTER-LINE
               WHEN "LEGALORD"
                   MOVE "We have been served with a levy or "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "garnishment order naming you, and funds in "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "your accounts are held as the order "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "requires. Federal benefit payments made in "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "the last two months are protected and remain "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "available to you. Unless the order is "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "released, the held funds will be paid to the "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "issuer when the answer period ends. You may "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "have the right to claim further exemptions."
                       TO LETTER-LINE
                   WRITE LETTER-LINE
               WHEN "RATECHG"
                   MOVE "The interest rate on your account follows a "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "published index and has been adjusted on its "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "scheduled repricing date. The old and new "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "rates are shown below. For a loan, your "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "scheduled payments have been recalculated at "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "the new rate."
                       TO LETTER-LINE
                   WRITE LETTER-LINE
               WHEN "AUTOPAYF"
                   MOVE "We were unable to collect your full scheduled"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "loan payment from the account you enrolled for"
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "automatic payment, because its available "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "balance was not sufficient. The amount still "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "owed is shown below. Please make the payment "
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "or fund the account to avoid a late charge."
                       TO LETTER-LINE
                   WRITE LETTER-LINE
               WHEN OTHER
                   MOVE "Please contact your branch regarding your "
                       TO LETTER-LINE
           END-PERFORM.

           CLOSE NOTICE-QUEUE-FILE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-LETTERS-WRITTEN TO WS-JS-POSTED-COUNT.
           MOVE WS-NO-ADDRESS-COUNT TO WS-JS-SUSPENDED-COUNT.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
