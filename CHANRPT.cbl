      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - CHANNEL ACTIVITY REPORT
      *
      * End-of-day batch step: reads the channel activity log
      * CHANACT.dat written by the online banking / IVR request
      * interface (CHANREQ) and reports, channel by channel, the
      * requests that counted toward the business date - by request
      * type how many were received and how many completed, the
      * authentication failures, the refusals by status code, and
      * the dollars moved by completed transfers. Written to
      * CHANRPT_YYYYMMDD.txt for the electronic banking desk. Run
      * with no operator interaction - see EODJOB.jcl.
      *
      * Channel activity record (CHANACT.dat, see FILEDEF.cpy):
      *   pos   1-10  business date the request counts toward
      *   pos  11-18  time answered
      *   pos  19-26  channel id (OLB / IVR)
      *   pos  27-36  channel file id
      *   pos  37-52  channel request id
      *   pos  53-60  customer id
      *   pos  61     request type (B balance, A activity,
      *               T transfer, S stop payment)
      *   pos  62-71  account number
      *   pos  72-81  target account (transfers)
      *   pos  82-92  amount, 9(9)V99
      *   pos  93-94  status code answered (00 = completed)
      *   pos  95-98  branch id of the account
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANRPT.
       AUTHOR. PNC-DEMO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FILECTL.cpy'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FILEDEF.cpy'.

       WORKING-STORAGE SECTION.
           COPY 'DATADEF.cpy'.

       01  WS-RECORDS-READ            PIC 9(7) VALUE 0.
       01  WS-DAY-REQUESTS            PIC 9(7) VALUE 0.
       01  WS-DAY-COMPLETED           PIC 9(7) VALUE 0.
       01  WS-DAY-TRANSFER-TOTAL      PIC 9(11)V99 VALUE 0.
       01  WS-TYPE-IX                 PIC 9(1) VALUE 0.
       01  WS-TYPE-TEXT               PIC X(18).
       01  WS-TOTAL-EDIT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-OVERFLOW-FLAG       PIC X(1) VALUE 'N'.
           88 RPT-OVERFLOWED          VALUE 'Y'.
       01  WS-CH-FOUND-FLAG           PIC X(1) VALUE 'N'.
           88 CH-FOUND                VALUE 'Y'.

      * One entry per channel seen on the day's log, with counts by
      * request type (1 balance, 2 activity, 3 transfer, 4 stop,
      * 5 unknown type) and by refusal status code. A full table is
      * a hard failure - the run ends RC 8 so an incomplete report
      * never goes out looking complete.
       01  WS-CHANNEL-TABLE.
           05  WS-CH-COUNT            PIC 9(2) VALUE 0.
           05  WS-CH-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-CH-IDX.
               10  WS-CH-CHANNEL-ID   PIC X(8).
               10  WS-CH-REQUESTS     PIC 9(7).
               10  WS-CH-COMPLETED    PIC 9(7).
               10  WS-CH-AUTH-FAILED  PIC 9(7).
               10  WS-CH-TRANSFER-AMT PIC 9(11)V99.
               10  WS-CH-TYPE OCCURS 5 TIMES.
                   15  WS-CH-TYPE-RECEIVED  PIC 9(7).
                   15  WS-CH-TYPE-COMPLETED PIC 9(7).
               10  WS-CH-STATUS-COUNT PIC 9(2).
               10  WS-CH-STATUS OCCURS 20 TIMES
                       INDEXED BY WS-CS-IDX.
                   15  WS-CH-STATUS-CODE    PIC X(2).
                   15  WS-CH-STATUS-TALLY   PIC 9(7).

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "CHANRPT" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "CHANACT.dat" TO WS-CHANACT-FILE-NAME.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           MOVE '-' TO WS-DATE-FORMATTED(5:1).
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).

           MOVE 'D' TO WS-BC-FUNCTION.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-OK
               MOVE WS-BC-BUSINESS-DATE TO WS-DATE-FORMATTED
           END-IF.

           CALL 'PARMLOAD' USING WS-BUSINESS-RULES
               WS-DATE-FORMATTED.

           MOVE 'S' TO WS-BC-FUNCTION.
           MOVE "CHANRPT" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-DUPLICATE
               DISPLAY "CHANRPT already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           STRING "CHANRPT_" WS-DATE-FORMATTED(1:4)
               WS-DATE-FORMATTED(6:2) WS-DATE-FORMATTED(9:2) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

           DISPLAY WS-SEPARATOR.
           DISPLAY "CHANNEL ACTIVITY REPORT - " WS-DATE-FORMATTED.
           DISPLAY WS-SEPARATOR.

           PERFORM 100-LOAD-CHANNEL-ACTIVITY-PARA.
           PERFORM 300-WRITE-REPORT-PARA.

           MOVE 'E' TO WS-BC-FUNCTION.
           MOVE "CHANRPT" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.

           MOVE WS-DAY-TRANSFER-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Channels reporting: " WS-CH-COUNT.
           DISPLAY "Requests for the day: " WS-DAY-REQUESTS.
           DISPLAY "Requests completed: " WS-DAY-COMPLETED.
           DISPLAY "Transfer dollars: " WS-TOTAL-EDIT.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME.

           IF RPT-OVERFLOWED
               DISPLAY "*** CHANNEL REPORT TABLES OVERFLOWED - REPORT "
                   "IS INCOMPLETE, WIDEN THE TABLES AND RERUN ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY WS-SEPARATOR.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      * TALLY THE BUSINESS DATE'S CHANNEL ACTIVITY RECORDS UNDER
      * THEIR CHANNEL
      *-----------------------------------------------------------------
       100-LOAD-CHANNEL-ACTIVITY-PARA.
           OPEN INPUT CHANNEL-ACTIVITY-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No channel activity log - nothing to report."
               CLOSE CHANNEL-ACTIVITY-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ CHANNEL-ACTIVITY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF CA-DATE = WS-DATE-FORMATTED
                           PERFORM 110-TALLY-REQUEST-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CHANNEL-ACTIVITY-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       110-TALLY-REQUEST-PARA.
           MOVE 'N' TO WS-CH-FOUND-FLAG.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-COUNT OR CH-FOUND
               IF WS-CH-CHANNEL-ID(WS-CH-IDX) = CA-CHANNEL-ID
                   MOVE 'Y' TO WS-CH-FOUND-FLAG
               END-IF
           END-PERFORM.

           IF CH-FOUND
               SET WS-CH-IDX DOWN BY 1
           ELSE
               IF WS-CH-COUNT >= 10
                   MOVE 'Y' TO WS-RPT-OVERFLOW-FLAG
                   DISPLAY "ERROR: channel table full - "
                       CA-CHANNEL-ID " " CA-REQUEST-ID
                       " not reported"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CH-COUNT
               SET WS-CH-IDX TO WS-CH-COUNT
               INITIALIZE WS-CH-ENTRY(WS-CH-IDX)
               MOVE CA-CHANNEL-ID TO WS-CH-CHANNEL-ID(WS-CH-IDX)
           END-IF.

           EVALUATE TRUE
               WHEN CA-BALANCE-INQUIRY
                   MOVE 1 TO WS-TYPE-IX
               WHEN CA-ACTIVITY-INQUIRY
                   MOVE 2 TO WS-TYPE-IX
               WHEN CA-TRANSFER
                   MOVE 3 TO WS-TYPE-IX
               WHEN CA-STOP-PAYMENT
                   MOVE 4 TO WS-TYPE-IX
               WHEN OTHER
                   MOVE 5 TO WS-TYPE-IX
           END-EVALUATE.

           ADD 1 TO WS-DAY-REQUESTS.
           ADD 1 TO WS-CH-REQUESTS(WS-CH-IDX).
           ADD 1 TO WS-CH-TYPE-RECEIVED(WS-CH-IDX, WS-TYPE-IX).

           IF CA-COMPLETED
               ADD 1 TO WS-DAY-COMPLETED
               ADD 1 TO WS-CH-COMPLETED(WS-CH-IDX)
               ADD 1 TO WS-CH-TYPE-COMPLETED(WS-CH-IDX, WS-TYPE-IX)
               IF CA-TRANSFER
                   ADD CA-AMOUNT TO WS-CH-TRANSFER-AMT(WS-CH-IDX)
                   ADD CA-AMOUNT TO WS-DAY-TRANSFER-TOTAL
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF CA-AUTH-FAILED
               ADD 1 TO WS-CH-AUTH-FAILED(WS-CH-IDX)
           END-IF.

           MOVE 'N' TO WS-CH-FOUND-FLAG.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CH-STATUS-COUNT(WS-CH-IDX)
                      OR CH-FOUND
               IF WS-CH-STATUS-CODE(WS-CH-IDX, WS-CS-IDX) =
                       CA-STATUS-CODE
                   MOVE 'Y' TO WS-CH-FOUND-FLAG
                   ADD 1 TO WS-CH-STATUS-TALLY(WS-CH-IDX, WS-CS-IDX)
               END-IF
           END-PERFORM.

           IF NOT CH-FOUND
               IF WS-CH-STATUS-COUNT(WS-CH-IDX) < 20
                   ADD 1 TO WS-CH-STATUS-COUNT(WS-CH-IDX)
                   SET WS-CS-IDX TO WS-CH-STATUS-COUNT(WS-CH-IDX)
                   MOVE CA-STATUS-CODE TO
                       WS-CH-STATUS-CODE(WS-CH-IDX, WS-CS-IDX)
                   MOVE 1 TO WS-CH-STATUS-TALLY(WS-CH-IDX, WS-CS-IDX)
               ELSE
                   MOVE 'Y' TO WS-RPT-OVERFLOW-FLAG
                   DISPLAY "ERROR: status table full - "
                       CA-CHANNEL-ID " status " CA-STATUS-CODE
                       " not reported"
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * WRITE THE REPORT - one block per channel: requests by type,
      * authentication failures, refusals by status code and the
      * completed transfer dollars; day totals at the foot
      *-----------------------------------------------------------------
       300-WRITE-REPORT-PARA.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ONLINE BANKING / IVR CHANNEL ACTIVITY - "
               WS-DATE-FORMATTED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-CH-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "No channel requests for the business date." TO
                   REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-COUNT
               PERFORM 310-WRITE-ONE-CHANNEL-PARA
           END-PERFORM.

           MOVE WS-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Channels reporting:  " WS-CH-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Requests received:   " WS-DAY-REQUESTS
               "   completed " WS-DAY-COMPLETED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DAY-TRANSFER-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Transfer dollars:    " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF RPT-OVERFLOWED
               MOVE "*** REPORT INCOMPLETE - TABLES OVERFLOWED ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

      *-----------------------------------------------------------------
       310-WRITE-ONE-CHANNEL-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING "CHANNEL " WS-CH-CHANNEL-ID(WS-CH-IDX)
               "  requests " WS-CH-REQUESTS(WS-CH-IDX)
               "  completed " WS-CH-COMPLETED(WS-CH-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > 5
               PERFORM 320-WRITE-ONE-TYPE-PARA
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           STRING "    Authentication failures    "
               WS-CH-AUTH-FAILED(WS-CH-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CH-STATUS-COUNT(WS-CH-IDX)
               MOVE SPACES TO REPORT-LINE
               STRING "    Refused status "
                   WS-CH-STATUS-CODE(WS-CH-IDX, WS-CS-IDX)
                   "            "
                   WS-CH-STATUS-TALLY(WS-CH-IDX, WS-CS-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

           MOVE WS-CH-TRANSFER-AMT(WS-CH-IDX) TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "    Completed transfer dollars "
               WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
       320-WRITE-ONE-TYPE-PARA.
           IF WS-CH-TYPE-RECEIVED(WS-CH-IDX, WS-TYPE-IX) = 0
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-TYPE-IX
               WHEN 1
                   MOVE "Balance inquiry" TO WS-TYPE-TEXT
               WHEN 2
                   MOVE "Activity inquiry" TO WS-TYPE-TEXT
               WHEN 3
                   MOVE "Transfer" TO WS-TYPE-TEXT
               WHEN 4
                   MOVE "Stop payment" TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE "Unknown type" TO WS-TYPE-TEXT
           END-EVALUATE.

           MOVE SPACES TO REPORT-LINE.
           STRING "    " WS-TYPE-TEXT "  received "
               WS-CH-TYPE-RECEIVED(WS-CH-IDX, WS-TYPE-IX)
               "  completed "
               WS-CH-TYPE-COMPLETED(WS-CH-IDX, WS-TYPE-IX)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-DAY-REQUESTS TO WS-JS-READ-COUNT.
           MOVE WS-DAY-COMPLETED TO WS-JS-POSTED-COUNT.
           MOVE WS-DAY-TRANSFER-TOTAL TO WS-JS-DOLLAR-TOTAL.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
