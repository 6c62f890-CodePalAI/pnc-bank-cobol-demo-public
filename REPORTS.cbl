       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FILECTL.cpy'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FILEDEF.cpy'.

       WORKING-STORAGE SECTION.
           COPY 'DATADEF.cpy'.

       01  WS-RPT-ROWS-LISTED         PIC 9(7) VALUE 0.
       01  WS-RPT-LISTED-TOTAL        PIC S9(13)V99 VALUE 0.

      * Ledger inquiry console work - the filters, paging state and
      * the dated-file iteration across the retention roll files
       600-REPORTING-PARA.
           PERFORM 610-DISPLAY-REPORT-MENU-PARA.
           PERFORM 620-GET-REPORT-MENU-CHOICE-PARA.
           PERFORM 605-BEGIN-JOB-STATS-PARA.

           EVALUATE WS-SUB-MENU-CHOICE
               WHEN 1
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.

           IF WS-JS-STEP-NAME NOT = SPACES
               PERFORM 608-RECORD-JOB-STATS-PARA
           END-IF.

      *-----------------------------------------------------------------
      * THE LISTING, SUMMARY AND MORNING SUMMARY ARE THE END OF DAY
      * STREAM'S RPTLIST / RPTSUMM / RPTMORN STEPS - OPEN A JOB
      * STATISTICS RECORD FOR THEM
      *-----------------------------------------------------------------
       605-BEGIN-JOB-STATS-PARA.
           MOVE SPACES TO WS-JS-STEP-NAME.
           EVALUATE WS-SUB-MENU-CHOICE
               WHEN 1
                   MOVE "RPTLIST" TO WS-JS-STEP-NAME
               WHEN 2
                   MOVE "RPTSUMM" TO WS-JS-STEP-NAME
               WHEN 7
                   MOVE "RPTMORN" TO WS-JS-STEP-NAME
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       608-RECORD-JOB-STATS-PARA.
           EVALUATE WS-SUB-MENU-CHOICE
               WHEN 1
                   MOVE WS-RPT-ROWS-LISTED TO WS-JS-READ-COUNT
                   MOVE WS-RPT-ROWS-LISTED TO WS-JS-POSTED-COUNT
                   MOVE WS-RPT-LISTED-TOTAL TO WS-JS-DOLLAR-TOTAL
               WHEN 2
                   MOVE WS-TEMP-TOTAL-ACCOUNTS TO WS-JS-READ-COUNT
                   MOVE WS-TEMP-TOTAL-ACCOUNTS TO WS-JS-POSTED-COUNT
                   MOVE WS-TEMP-BALANCE TO WS-JS-DOLLAR-TOTAL
               WHEN 7
                   MOVE WS-AL-COUNT TO WS-JS-READ-COUNT
                   MOVE WS-AL-LISTED TO WS-JS-POSTED-COUNT
           END-EVALUATE.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

      *-----------------------------------------------------------------
      * DISPLAY REPORTING MENU
      *-----------------------------------------------------------------
      * FORMAT ONE LISTING ROW TO SCREEN, REPORT FILE AND CSV
      *-----------------------------------------------------------------
       635-FORMAT-AND-WRITE-ROW-PARA.
           ADD 1 TO WS-RPT-ROWS-LISTED.
           ADD AR-BALANCE TO WS-RPT-LISTED-TOTAL.
           MOVE AR-BALANCE TO WS-FORMATTED-BALANCE.

           STRING AR-ACCOUNT-NUMBER "  " AR-CUSTOMER-NAME "  "

      *-----------------------------------------------------------------
      * LEDGER INQUIRY CONSOLE - searches the live ledger plus the
      * dated retention roll files (daily, or folded into the
      * month's consolidated file - ROLLREAD serves either) by any
      * mix of account, date
      * range, amount range, type, teller and related account, with
      * paged results and an optional drop of the result set to a
      * report/CSV pair, so a "$250 charge sometime in June" is a

      *-----------------------------------------------------------------
       6B2-SCAN-ONE-ROLL-PARA.
           MOVE WS-LQ-DATE-YYYYMMDD TO WS-RR-DATE.

           MOVE 'O' TO WS-RR-FUNCTION.
           CALL 'ROLLREAD' USING WS-ROLL-READ-AREA.
           IF NOT RR-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF OR LQ-CANCELLED
               MOVE 'R' TO WS-RR-FUNCTION
               CALL 'ROLLREAD' USING WS-ROLL-READ-AREA
               IF NOT RR-OK
                   MOVE 'Y' TO WS-EOF-FLAG
               ELSE
                   PERFORM 6B4-PARSE-ROLL-LINE-PARA
                   PERFORM 6B5-MATCH-AND-SHOW-PARA
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
