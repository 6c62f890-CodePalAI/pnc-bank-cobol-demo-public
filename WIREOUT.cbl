      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - OUTBOUND WIRE BATCH
      *
      * End-of-day batch step: sends the wires released at the teller
      * wire screens. Every released wire on the wire register whose
      * value date has arrived is written to the day's formatted
      * outbound wire message file for the funds-transfer network -
      * wrapped in a header record and an item-count / dollar-total
      * trailer so a truncated transmission is detectable - and
      * marked sent. The customer was debited when the wire was
      * captured, so nothing posts to the ledger here; the sent
      * wires go to the WIREGL.dat handoff instead, from which the
      * GL extract moves the day's settlement out of wire clearing.
      * Released wires rolled past the cutoff stay on the register
      * for the value-date run. The daily wire activity report lists
      * every wire captured, released, sent or cancelled today and
      * the ones still waiting. Run with no operator interaction -
      * see EODJOB.jcl.
      *
      * Outbound message layout (WIREOUT_YYYYMMDD.dat):
      *   'H' + business date
      *   'D' + wire id + value date + amount (9(9)V99 zoned) +
      *         currency + originator account + originator name +
      *         beneficiary routing + beneficiary account +
      *         beneficiary name + beneficiary bank + purpose
      *   'Z' + item count + dollar total (9(11)V99 zoned)
      *
      * Settlement handoff (WIREGL.dat, one record per sent wire):
      *   pos   1-10  business date (YYYY-MM-DD)
      *   pos  11-13  currency
      *   pos  14-26  amount, 9(11)V99
      *   pos  27-33  wire id
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIREOUT.
       AUTHOR. PNC-DEMO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FILECTL.cpy'.
           SELECT WIRE-OUT-FILE ASSIGN TO WS-WIRE-OUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOUT-FILE-STATUS.
           SELECT WIRE-GL-FILE ASSIGN TO WS-WIRE-GL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FILEDEF.cpy'.
       FD  WIRE-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WIRE-OUT-RECORD.
           05  WB-RECORD-TYPE         PIC X(1).
           05  WB-DETAIL.
               10  WB-WIRE-ID         PIC 9(7).
               10  WB-VALUE-DATE      PIC X(10).
               10  WB-AMOUNT          PIC 9(9)V99.
               10  WB-CURRENCY        PIC X(3).
               10  WB-ORIG-ACCOUNT    PIC X(10).
               10  WB-ORIG-NAME       PIC X(30).
               10  WB-BENE-ROUTING    PIC X(9).
               10  WB-BENE-ACCOUNT    PIC X(17).
               10  WB-BENE-NAME       PIC X(30).
               10  WB-BENE-BANK-NAME  PIC X(30).
               10  WB-PURPOSE         PIC X(35).
           05  WB-HEADER REDEFINES WB-DETAIL.
               10  WB-FILE-DATE       PIC X(10).
               10  FILLER             PIC X(182).
           05  WB-TRAILER REDEFINES WB-DETAIL.
               10  WB-ITEM-COUNT      PIC 9(7).
               10  WB-DOLLAR-TOTAL    PIC 9(11)V99.
               10  FILLER             PIC X(172).

      * Wire settlement handoff read by GLEXTR.cbl - keep the
      * layouts in step
       FD  WIRE-GL-FILE
           LABEL RECORDS ARE STANDARD.
       01  WIRE-GL-RECORD.
           05  WG-DATE                PIC X(10).
           05  WG-CURRENCY            PIC X(3).
           05  WG-AMOUNT              PIC 9(11)V99.
           05  WG-WIRE-ID             PIC 9(7).

       WORKING-STORAGE SECTION.
           COPY 'DATADEF.cpy'.

       01  WS-WIRE-OUT-FILE-NAME      PIC X(40).
       01  WS-WIRE-GL-NAME            PIC X(40) VALUE 'WIREGL.dat'.
       01  WS-WOUT-FILE-STATUS        PIC X(2).
           88 WOUT-FILE-SUCCESS       VALUE '00'.
       01  WS-WIRES-SENT              PIC 9(7) VALUE 0.
       01  WS-SENT-TOTAL              PIC 9(11)V99 VALUE 0.
       01  WS-WIRES-CAPTURED          PIC 9(7) VALUE 0.
       01  WS-CAPTURED-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-WIRES-RELEASED          PIC 9(7) VALUE 0.
       01  WS-RELEASED-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-WIRES-CANCELLED         PIC 9(7) VALUE 0.
       01  WS-CANCELLED-TOTAL         PIC 9(11)V99 VALUE 0.
       01  WS-WIRES-HELD-OVER         PIC 9(7) VALUE 0.
       01  WS-HELD-OVER-TOTAL         PIC 9(11)V99 VALUE 0.
       01  WS-WIRES-AWAITING          PIC 9(7) VALUE 0.
       01  WS-AWAITING-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-DISPOSITION-TEXT        PIC X(12).
       01  WS-REPORT-WIRE-FLAG        PIC X(1) VALUE 'N'.
           88 REPORT-THIS-WIRE        VALUE 'Y'.
       01  WS-WIRE-SENT-FLAG          PIC X(1) VALUE 'N'.
           88 WIRE-SENT-TONIGHT       VALUE 'Y'.

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "WIREOUT" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "WIRES.dat" TO WS-WIRE-FILE-NAME.

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
           MOVE "WIREOUT" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-DUPLICATE
               DISPLAY "WIREOUT already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           STRING "WIREOUT_" WS-DATE-FORMATTED(1:4)
               WS-DATE-FORMATTED(6:2) WS-DATE-FORMATTED(9:2) ".dat"
               DELIMITED BY SIZE INTO WS-WIRE-OUT-FILE-NAME.
           STRING "WIRERPT_" WS-DATE-FORMATTED(1:4)
               WS-DATE-FORMATTED(6:2) WS-DATE-FORMATTED(9:2) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

           DISPLAY WS-SEPARATOR.
           DISPLAY "OUTBOUND WIRE BATCH JOB - " WS-DATE-FORMATTED.
           DISPLAY WS-SEPARATOR.

           PERFORM 100-SEND-WIRES-PARA.

           MOVE 'E' TO WS-BC-FUNCTION.
           MOVE "WIREOUT" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.

           DISPLAY "Wires sent: " WS-WIRES-SENT.
           DISPLAY "Wires held to a later value date: "
               WS-WIRES-HELD-OVER.
           DISPLAY "Wires awaiting release: " WS-WIRES-AWAITING.
           DISPLAY "Outbound file written to " WS-WIRE-OUT-FILE-NAME.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME.
           DISPLAY WS-SEPARATOR.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      * WALK THE WIRE REGISTER: SEND EVERY RELEASED WIRE THAT IS DUE
      * AND REPORT THE DAY'S ACTIVITY
      *-----------------------------------------------------------------
       100-SEND-WIRES-PARA.
           OPEN I-O WIRE-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No wire register - nothing to send."
               CLOSE WIRE-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT WIRE-OUT-FILE.
           IF NOT WOUT-FILE-SUCCESS
               DISPLAY "ERROR: Unable to open the outbound wire file."
               MOVE 8 TO RETURN-CODE
               CLOSE WIRE-OUT-FILE
               CLOSE WIRE-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT WIRE-GL-FILE.
           OPEN INPUT ACCOUNT-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO WIRE-OUT-RECORD.
           MOVE 'H' TO WB-RECORD-TYPE.
           MOVE WS-DATE-FORMATTED TO WB-FILE-DATE.
           WRITE WIRE-OUT-RECORD.

           MOVE SPACES TO REPORT-LINE.
           STRING "DAILY WIRE TRANSFER ACTIVITY - " WS-DATE-FORMATTED
               "   (cutoff " WS-WIRE-CUTOFF-HHMM ")"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Status       Wire    Account    Amount            "
               "Cur Value date Capt by  Rel by   Beneficiary"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ WIRE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       PERFORM 110-PROCESS-ONE-WIRE-PARA
               END-READ
           END-PERFORM.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.

           MOVE SPACES TO WIRE-OUT-RECORD.
           MOVE 'Z' TO WB-RECORD-TYPE.
           MOVE WS-WIRES-SENT TO WB-ITEM-COUNT.
           MOVE WS-SENT-TOTAL TO WB-DOLLAR-TOTAL.
           WRITE WIRE-OUT-RECORD.

           PERFORM 300-WRITE-TOTALS-PARA.

           CLOSE REPORT-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE WIRE-GL-FILE.
           CLOSE WIRE-OUT-FILE.
           CLOSE WIRE-FILE.

      *-----------------------------------------------------------------
      * ONE REGISTER ENTRY: SEND IT IF RELEASED AND DUE, THEN COUNT
      * IT UNDER EVERY HEADING IT BELONGS TO FOR THE REPORT
      *-----------------------------------------------------------------
       110-PROCESS-ONE-WIRE-PARA.
           MOVE 'N' TO WS-REPORT-WIRE-FLAG.
           MOVE 'N' TO WS-WIRE-SENT-FLAG.

           IF WR-CAPTURE-DATE = WS-DATE-FORMATTED AND
              NOT WR-CANCELLED
               ADD 1 TO WS-WIRES-CAPTURED
               ADD WR-AMOUNT TO WS-CAPTURED-TOTAL
               MOVE 'Y' TO WS-REPORT-WIRE-FLAG
           END-IF.

           IF WR-RELEASE-DATE = WS-DATE-FORMATTED AND
              NOT WR-CANCELLED
               ADD 1 TO WS-WIRES-RELEASED
               ADD WR-AMOUNT TO WS-RELEASED-TOTAL
               MOVE 'Y' TO WS-REPORT-WIRE-FLAG
           END-IF.

           EVALUATE TRUE
               WHEN WR-RELEASED AND
                    WR-VALUE-DATE NOT > WS-DATE-FORMATTED
                   PERFORM 120-SEND-ONE-WIRE-PARA
                   IF WIRE-SENT-TONIGHT
                       MOVE "SENT" TO WS-DISPOSITION-TEXT
                   ELSE
                       MOVE "SEND FAILED" TO WS-DISPOSITION-TEXT
                   END-IF
                   MOVE 'Y' TO WS-REPORT-WIRE-FLAG
               WHEN WR-RELEASED
                   ADD 1 TO WS-WIRES-HELD-OVER
                   ADD WR-AMOUNT TO WS-HELD-OVER-TOTAL
                   MOVE "HELD-OVER" TO WS-DISPOSITION-TEXT
                   MOVE 'Y' TO WS-REPORT-WIRE-FLAG
               WHEN WR-AWAITING-RELEASE
                   ADD 1 TO WS-WIRES-AWAITING
                   ADD WR-AMOUNT TO WS-AWAITING-TOTAL
                   MOVE "AWAITING-REL" TO WS-DISPOSITION-TEXT
                   MOVE 'Y' TO WS-REPORT-WIRE-FLAG
               WHEN WR-CANCELLED AND
                    WR-CANCEL-DATE = WS-DATE-FORMATTED
                   ADD 1 TO WS-WIRES-CANCELLED
                   ADD WR-AMOUNT TO WS-CANCELLED-TOTAL
                   MOVE "CANCELLED" TO WS-DISPOSITION-TEXT
                   MOVE 'Y' TO WS-REPORT-WIRE-FLAG
               WHEN WR-SENT
                   MOVE "SENT EARLIER" TO WS-DISPOSITION-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-DISPOSITION-TEXT
           END-EVALUATE.

           IF REPORT-THIS-WIRE
               PERFORM 200-WRITE-WIRE-LINE-PARA
           END-IF.

      *-----------------------------------------------------------------
      * WRITE THE OUTBOUND MESSAGE AND THE SETTLEMENT HANDOFF, AND
      * MARK THE REGISTER ENTRY SENT
      *-----------------------------------------------------------------
       120-SEND-ONE-WIRE-PARA.
           MOVE WR-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE SPACES TO AR-CUSTOMER-NAME
           END-READ.

           MOVE SPACES TO WIRE-OUT-RECORD.
           MOVE 'D' TO WB-RECORD-TYPE.
           MOVE WR-WIRE-ID TO WB-WIRE-ID.
           MOVE WR-VALUE-DATE TO WB-VALUE-DATE.
           MOVE WR-AMOUNT TO WB-AMOUNT.
           MOVE WR-CURRENCY TO WB-CURRENCY.
           MOVE WR-ACCOUNT-NUMBER TO WB-ORIG-ACCOUNT.
           MOVE AR-CUSTOMER-NAME TO WB-ORIG-NAME.
           MOVE WR-BENE-ROUTING TO WB-BENE-ROUTING.
           MOVE WR-BENE-ACCOUNT TO WB-BENE-ACCOUNT.
           MOVE WR-BENE-NAME TO WB-BENE-NAME.
           MOVE WR-BENE-BANK-NAME TO WB-BENE-BANK-NAME.
           MOVE WR-PURPOSE TO WB-PURPOSE.

           MOVE 'S' TO WR-STATUS.
           MOVE WS-DATE-FORMATTED TO WR-SENT-DATE.
           REWRITE WIRE-RECORD
               INVALID KEY
                   DISPLAY "ERROR rewriting wire " WR-WIRE-ID
                       " - not sent tonight"
                   MOVE 'R' TO WR-STATUS
                   MOVE SPACES TO WR-SENT-DATE
                   EXIT PARAGRAPH
           END-REWRITE.

           WRITE WIRE-OUT-RECORD.

           MOVE WS-DATE-FORMATTED TO WG-DATE.
           MOVE WR-CURRENCY TO WG-CURRENCY.
           MOVE WR-AMOUNT TO WG-AMOUNT.
           MOVE WR-WIRE-ID TO WG-WIRE-ID.
           WRITE WIRE-GL-RECORD.

           ADD 1 TO WS-WIRES-SENT.
           ADD WR-AMOUNT TO WS-SENT-TOTAL.
           MOVE 'Y' TO WS-WIRE-SENT-FLAG.

      *-----------------------------------------------------------------
      * ONE REPORT LINE PER WIRE WITH ACTIVITY OR STILL OPEN
      *-----------------------------------------------------------------
       200-WRITE-WIRE-LINE-PARA.
           MOVE WR-AMOUNT TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-DISPOSITION-TEXT " " WR-WIRE-ID " "
               WR-ACCOUNT-NUMBER " " WS-FORMATTED-AMOUNT " "
               WR-CURRENCY " " WR-VALUE-DATE " "
               WR-CAPTURED-BY " " WR-RELEASED-BY " "
               WR-BENE-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * DAY TOTALS AT THE FOOT OF THE ACTIVITY REPORT
      *-----------------------------------------------------------------
       300-WRITE-TOTALS-PARA.
           MOVE WS-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-CAPTURED-TOTAL TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Captured today:        " WS-WIRES-CAPTURED
               "   total " WS-FORMATTED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-RELEASED-TOTAL TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Released today:        " WS-WIRES-RELEASED
               "   total " WS-FORMATTED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-SENT-TOTAL TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Sent tonight:          " WS-WIRES-SENT
               "   total " WS-FORMATTED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-CANCELLED-TOTAL TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Cancelled today:       " WS-WIRES-CANCELLED
               "   total " WS-FORMATTED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-HELD-OVER-TOTAL TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Held to a later date:  " WS-WIRES-HELD-OVER
               "   total " WS-FORMATTED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-AWAITING-TOTAL TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Awaiting release:      " WS-WIRES-AWAITING
               "   total " WS-FORMATTED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-WIRES-SENT TO WS-JS-POSTED-COUNT.
           MOVE WS-WIRES-HELD-OVER TO WS-JS-SUSPENDED-COUNT.
           MOVE WS-SENT-TOTAL TO WS-JS-DOLLAR-TOTAL.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
