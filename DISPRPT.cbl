      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - DISPUTE CLAIM DEADLINE REPORT
      *
      * Unattended batch step: ages the Regulation E dispute claim
      * file against the business date. Every unresolved claim whose
      * provisional-credit due date (claims not yet credited) or
      * final-resolution due date falls within the warning window -
      * the DISPUTE-WARN-DAYS parameter, counted in business days
      * through the business calendar - is listed on the deadline
      * report DISPRPT_YYYYMMDD.txt for the disputes desk, and a
      * deadline already missed is listed as OVERDUE and raised on
      * the operations monitor log. Read only - the claims are
      * worked from the teller other-services menu.
      * Run with no operator interaction - see EODJOB.jcl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPRPT.
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

       01  WS-WARN-HORIZON            PIC X(10).
       01  WS-CLAIMS-READ             PIC 9(7) VALUE 0.
       01  WS-CLAIMS-OPEN             PIC 9(7) VALUE 0.
       01  WS-DUE-SOON-COUNT          PIC 9(7) VALUE 0.
       01  WS-OVERDUE-COUNT           PIC 9(7) VALUE 0.
       01  WS-DEADLINE-NAME           PIC X(11).
       01  WS-DEADLINE-DATE           PIC X(10).
       01  WS-DEADLINE-STATE          PIC X(8).
       01  WS-REPORT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "DISPRPT" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "DISPUTES.dat" TO WS-DISPUTE-FILE-NAME.
           MOVE "MONITOR.dat" TO WS-MONITOR-FILE-NAME.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           MOVE '-' TO WS-DATE-FORMATTED(5:1).
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).
           MOVE "23:59:59" TO WS-TR-TIME.

           MOVE 'D' TO WS-BC-FUNCTION.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-OK
               MOVE WS-BC-BUSINESS-DATE TO WS-DATE-FORMATTED
           END-IF.

           CALL 'PARMLOAD' USING WS-BUSINESS-RULES
               WS-DATE-FORMATTED.

           MOVE 'S' TO WS-BC-FUNCTION.
           MOVE "DISPRPT" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-DUPLICATE
               DISPLAY "DISPRPT already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "DISPRPT_" WS-DATE-FORMATTED(1:4)
               WS-DATE-FORMATTED(6:2) WS-DATE-FORMATTED(9:2) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

           DISPLAY WS-SEPARATOR.
           DISPLAY "DISPUTE CLAIM DEADLINE REPORT - "
               WS-DATE-FORMATTED.
           DISPLAY WS-SEPARATOR.

           PERFORM 100-SET-WARN-HORIZON-PARA.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 200-WRITE-REPORT-HEADER-PARA.
           PERFORM 110-SCAN-CLAIMS-PARA.
           PERFORM 220-WRITE-REPORT-TOTALS-PARA.
           CLOSE REPORT-FILE.

           DISPLAY "Claims on file: " WS-CLAIMS-READ.
           DISPLAY "Claims unresolved: " WS-CLAIMS-OPEN.
           DISPLAY "Deadlines due within the window: "
               WS-DUE-SOON-COUNT.
           DISPLAY "Deadlines overdue: " WS-OVERDUE-COUNT.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME.
           DISPLAY WS-SEPARATOR.

           MOVE 'E' TO WS-BC-FUNCTION.
           MOVE "DISPRPT" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      * THE LAST DATE THE WARNING WINDOW REACHES - the business date
      * plus DISPUTE-WARN-DAYS business days, a calendar day at a
      * time each rolled through the business calendar
      *-----------------------------------------------------------------
       100-SET-WARN-HORIZON-PARA.
           MOVE WS-DATE-FORMATTED TO WS-DP-DUE-DATE.
           PERFORM VARYING WS-DP-DAY-COUNT FROM 1 BY 1
                   UNTIL WS-DP-DAY-COUNT > WS-DISPUTE-WARN-DAYS
               MOVE WS-DP-DUE-DATE(1:4) TO WS-DP-DATE-YYYYMMDD(1:4)
               MOVE WS-DP-DUE-DATE(6:2) TO WS-DP-DATE-YYYYMMDD(5:2)
               MOVE WS-DP-DUE-DATE(9:2) TO WS-DP-DATE-YYYYMMDD(7:2)
               COMPUTE WS-DP-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DP-DATE-YYYYMMDD) + 1
               COMPUTE WS-DP-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DP-DATE-INTEGER)
               MOVE WS-DP-DATE-YYYYMMDD(1:4) TO WS-DP-DUE-DATE(1:4)
               MOVE '-' TO WS-DP-DUE-DATE(5:1)
               MOVE WS-DP-DATE-YYYYMMDD(5:2) TO WS-DP-DUE-DATE(6:2)
               MOVE '-' TO WS-DP-DUE-DATE(8:1)
               MOVE WS-DP-DATE-YYYYMMDD(7:2) TO WS-DP-DUE-DATE(9:2)
               CALL 'BUSCAL' USING WS-DP-DUE-DATE
           END-PERFORM.
           MOVE WS-DP-DUE-DATE TO WS-WARN-HORIZON.

           DISPLAY "Warning window runs to " WS-WARN-HORIZON ".".

      *-----------------------------------------------------------------
      * READ EVERY CLAIM AND CHECK THE UNRESOLVED ONES' DEADLINES
      *-----------------------------------------------------------------
       110-SCAN-CLAIMS-PARA.
           OPEN INPUT DISPUTE-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No dispute claims on file."
               CLOSE DISPUTE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ DISPUTE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CLAIMS-READ
                       IF DP-UNRESOLVED
                           ADD 1 TO WS-CLAIMS-OPEN
                           PERFORM 120-CHECK-ONE-CLAIM-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DISPUTE-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * THE PROVISIONAL-CREDIT DEADLINE MATTERS ONLY UNTIL THE CREDIT
      * IS GIVEN; THE RESOLUTION DEADLINE UNTIL THE CLAIM IS DECIDED
      *-----------------------------------------------------------------
       120-CHECK-ONE-CLAIM-PARA.
           IF DP-OPEN
               MOVE "PROVISIONAL" TO WS-DEADLINE-NAME
               MOVE DP-PROV-DUE-DATE TO WS-DEADLINE-DATE
               PERFORM 130-CHECK-DEADLINE-PARA
           END-IF.

           MOVE "RESOLUTION" TO WS-DEADLINE-NAME.
           MOVE DP-FINAL-DUE-DATE TO WS-DEADLINE-DATE.
           PERFORM 130-CHECK-DEADLINE-PARA.

      *-----------------------------------------------------------------
      * LIST ONE DEADLINE THAT IS MISSED OR INSIDE THE WINDOW
      *-----------------------------------------------------------------
       130-CHECK-DEADLINE-PARA.
           EVALUATE TRUE
               WHEN WS-DEADLINE-DATE < WS-DATE-FORMATTED
                   MOVE "OVERDUE" TO WS-DEADLINE-STATE
                   ADD 1 TO WS-OVERDUE-COUNT
                   PERFORM 210-WRITE-CLAIM-LINE-PARA
                   PERFORM 140-RAISE-OVERDUE-ALERT-PARA
               WHEN WS-DEADLINE-DATE <= WS-WARN-HORIZON
                   MOVE "DUE SOON" TO WS-DEADLINE-STATE
                   ADD 1 TO WS-DUE-SOON-COUNT
                   PERFORM 210-WRITE-CLAIM-LINE-PARA
           END-EVALUATE.

      *-----------------------------------------------------------------
      * A MISSED REGULATORY DEADLINE GOES ON THE MONITOR LOG
      *-----------------------------------------------------------------
       140-RAISE-OVERDUE-ALERT-PARA.
           OPEN EXTEND MONITOR-LOG-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT MONITOR-LOG-FILE
           END-IF.
           MOVE WS-DATE-FORMATTED TO ML-DATE.
           MOVE WS-TR-TIME TO ML-TIME.
           MOVE "REG-E-OVERDUE" TO ML-ALERT-TYPE.
           MOVE SPACES TO ML-DETAILS.
           STRING "Claim " DP-ACCOUNT-NUMBER "/" DP-CLAIM-NO " "
               WS-DEADLINE-NAME " deadline " WS-DEADLINE-DATE
               " missed" DELIMITED BY SIZE INTO ML-DETAILS.
           MOVE 'N' TO ML-ACK-FLAG.
           MOVE SPACES TO ML-ACK-TELLER-ID.
           MOVE SPACES TO ML-ACK-NOTE.
           WRITE MONITOR-LOG-RECORD.
           CLOSE MONITOR-LOG-FILE.

      *-----------------------------------------------------------------
      * REPORT HEADER
      *-----------------------------------------------------------------
       200-WRITE-REPORT-HEADER-PARA.
           MOVE SPACES TO REPORT-LINE.
           STRING "PNC BANK - DISPUTE CLAIM DEADLINES (REG E) - "
               WS-DATE-FORMATTED DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Warning window through " WS-WARN-HORIZON
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Account    Claim Deadline    Due date   State    "
               "Received   Entry      Type              Amount"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * ONE DEADLINE LINE
      *-----------------------------------------------------------------
       210-WRITE-CLAIM-LINE-PARA.
           MOVE DP-AMOUNT TO WS-REPORT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING DP-ACCOUNT-NUMBER " " DP-CLAIM-NO " "
               WS-DEADLINE-NAME " " WS-DEADLINE-DATE " "
               WS-DEADLINE-STATE " " DP-RECEIVED-DATE " "
               DP-TR-DATE " " DP-TR-TYPE " " WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * REPORT TOTALS
      *-----------------------------------------------------------------
       220-WRITE-REPORT-TOTALS-PARA.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Claims on file:          " WS-CLAIMS-READ
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Claims unresolved:       " WS-CLAIMS-OPEN
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Deadlines due soon:      " WS-DUE-SOON-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Deadlines overdue:       " WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-CLAIMS-READ TO WS-JS-READ-COUNT.
           MOVE WS-CLAIMS-OPEN TO WS-JS-POSTED-COUNT.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
