      * PNC BANK COBOL DEMO APPLICATION - YEAR-END TAX SUMMARY BATCH
      *
      * Annual run: reads the year's dated ledger roll files
      * (TRLOG_YYYYMMDD.dat, or the month's consolidated
      * TRLOGM_YYYYMM.dat - ROLLREAD serves either) back out of
      * retention and totals the
      * posted INTEREST per account - with FEE and PENALTY amounts
      * carried separately - then resolves each account's primary
      * owner from the account master, falling back to the closed-
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FILECTL.cpy'.
           SELECT TAX-SUMMARY-FILE ASSIGN TO WS-TAX-SUMMARY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FILEDEF.cpy'.

       FD  TAX-SUMMARY-FILE
           LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.
           COPY 'DATADEF.cpy'.

       01  WS-ROLL-FILE-STATUS        PIC X(2).
           88 ROLL-FILE-SUCCESS       VALUE '00'.
       01  WS-TAX-SUMMARY-NAME        PIC X(40).
       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "TAXJOB" TO WS-JS-JOB-NAME.
           MOVE "TAXRPT" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "ARCHIVE.dat" TO WS-ARCHIVE-FILE-NAME.

               DISPLAY "ERROR: Tax summary already produced for "
                   WS-TAX-YEAR " - duplicate run refused."
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           DISPLAY "Summary file: " WS-TAX-SUMMARY-NAME.
           DISPLAY "Customer report: " WS-REPORT-FILE-NAME.
           DISPLAY WS-SEPARATOR.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       110-SCAN-ONE-DAY-PARA.
           MOVE SPACES TO WS-RR-DATE.
           STRING WS-TAX-YEAR WS-TAX-MONTH WS-TAX-DAY
               DELIMITED BY SIZE INTO WS-RR-DATE.

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
                   PERFORM 120-PARSE-ROLL-LINE-PARA
      * A payout CD's interest posts as two INTEREST legs for the
      * one amount: the balance-neutral "CD interest disbursed"
      * memo on the CD and the real credit on the linked account.
      * Only the credited leg counts, or the owner's year-end
      * totals would double whenever both accounts share an owner.
                   IF WS-PT-RESULT = "SUCCESS" AND
                      (WS-PT-TYPE = "INTEREST" OR
                       WS-PT-TYPE = "FEE" OR
                       WS-PT-TYPE = "PENALTY" OR
                       WS-PT-TYPE = "WITHHOLD") AND
                      WS-PT-REMARKS(1:21) NOT =
                          "CD interest disbursed"
                       PERFORM 130-ADD-TO-ACCOUNT-PARA
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 'C' TO WS-RR-FUNCTION.
           CALL 'ROLLREAD' USING WS-ROLL-READ-AREA.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
               WS-PT-RELATED WS-PT-CHECK-NO WS-PT-BRANCH
               WS-PT-REMARKS.

           UNSTRING WS-RR-LINE DELIMITED BY ","
               INTO WS-PT-ACCOUNT WS-PT-DATE WS-PT-TIME WS-PT-SEQ
                    WS-PT-TYPE WS-PT-AMOUNT-X WS-PT-RESULT
                    WS-PT-BALANCE-X WS-PT-TELLER WS-PT-CURRENCY

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-TA-COUNT TO WS-JS-POSTED-COUNT.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
