      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - ACCOUNT MAINTENANCE REPORT
      *
      * Daily batch step over the pending account change file kept
      * by account maintenance and the maintenance approval queue:
      *   - expires every sensitive change still pending on its
      *     expiry date (MAINT-EXPIRY-DAYS after it was keyed); the
      *     master is left as it is and the expiry goes to the audit
      *     log under the BATCH id; a change that cannot be
      *     rewritten as expired stays pending and is counted on the
      *     report and the job log without failing the step
      *   - writes MAINTCHG_YYYYMMDD.txt listing every change made
      *     on the day (held for approval or applied directly), and
      *     every change approved, rejected and expired, with the
      *     maker's and the checker's ids
      * Run with no operator interaction - see EODJOB.jcl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTRPT.
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

      * Report section being listed: M made, A approved, R rejected,
      * E expired
       01  WS-MR-SECTION              PIC X(1).
           88 MR-MADE                 VALUE 'M'.
           88 MR-APPROVED             VALUE 'A'.
           88 MR-REJECTED             VALUE 'R'.
           88 MR-EXPIRED              VALUE 'E'.
       01  WS-MR-STATUS-TEXT          PIC X(8).
       01  WS-MR-SECTION-COUNT        PIC 9(5) VALUE 0.
       01  WS-MR-COUNTS.
           05  WS-MR-READ             PIC 9(5) VALUE 0.
           05  WS-MR-MADE             PIC 9(5) VALUE 0.
           05  WS-MR-HELD             PIC 9(5) VALUE 0.
           05  WS-MR-APPROVED         PIC 9(5) VALUE 0.
           05  WS-MR-REJECTED         PIC 9(5) VALUE 0.
           05  WS-MR-EXPIRED          PIC 9(5) VALUE 0.
           05  WS-MR-STILL-PENDING    PIC 9(5) VALUE 0.
           05  WS-MR-EXPIRE-FAILED    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "MAINTRPT" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE "23:59:59" TO WS-TR-TIME.

           MOVE 'D' TO WS-BC-FUNCTION.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-OK
               MOVE WS-BC-BUSINESS-DATE TO WS-DATE-FORMATTED
           ELSE
               MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4)
               MOVE '-' TO WS-DATE-FORMATTED(5:1)
               MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2)
               MOVE '-' TO WS-DATE-FORMATTED(8:1)
               MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2)
           END-IF.

           CALL 'PARMLOAD' USING WS-BUSINESS-RULES
               WS-DATE-FORMATTED.

           MOVE 'S' TO WS-BC-FUNCTION.
           MOVE "MAINTRPT" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-DUPLICATE
               DISPLAY "MAINTRPT already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           STRING "MAINTCHG_" WS-DATE-FORMATTED(1:4)
               WS-DATE-FORMATTED(6:2) WS-DATE-FORMATTED(9:2) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

           DISPLAY WS-SEPARATOR.
           DISPLAY "ACCOUNT MAINTENANCE REPORT - " WS-DATE-FORMATTED.
           DISPLAY WS-SEPARATOR.

           PERFORM 100-EXPIRE-PENDING-PARA.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNT MAINTENANCE CHANGES - " WS-DATE-FORMATTED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Sensitive changes need a second (supervisor) "
               "approval; pending changes expire after "
               WS-MAINT-EXPIRY-DAYS " days"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'M' TO WS-MR-SECTION.
           PERFORM 200-LIST-SECTION-PARA.
           MOVE 'A' TO WS-MR-SECTION.
           PERFORM 200-LIST-SECTION-PARA.
           MOVE 'R' TO WS-MR-SECTION.
           PERFORM 200-LIST-SECTION-PARA.
           MOVE 'E' TO WS-MR-SECTION.
           PERFORM 200-LIST-SECTION-PARA.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Made: " WS-MR-MADE "  (held for approval: "
               WS-MR-HELD ")  approved: " WS-MR-APPROVED
               "  rejected: " WS-MR-REJECTED
               "  expired: " WS-MR-EXPIRED
               "  still pending: " WS-MR-STILL-PENDING
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-MR-EXPIRE-FAILED > 0
               MOVE SPACES TO REPORT-LINE
               STRING "Not expired (rewrite failed, still pending): "
                   WS-MR-EXPIRE-FAILED " - see the job log"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           CLOSE REPORT-FILE.

           MOVE 'E' TO WS-BC-FUNCTION.
           MOVE "MAINTRPT" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.

           DISPLAY "Changes made: " WS-MR-MADE
               "  held for approval: " WS-MR-HELD.
           DISPLAY "Approved: " WS-MR-APPROVED
               "  rejected: " WS-MR-REJECTED
               "  expired: " WS-MR-EXPIRED.
           DISPLAY "Still pending: " WS-MR-STILL-PENDING.
           IF WS-MR-EXPIRE-FAILED > 0
               DISPLAY "Not expired (rewrite failed): "
                   WS-MR-EXPIRE-FAILED
           END-IF.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME.
           DISPLAY WS-SEPARATOR.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      * EXPIRE THE CHANGES STILL PENDING ON OR PAST THEIR EXPIRY DATE
      *-----------------------------------------------------------------
       100-EXPIRE-PENDING-PARA.
           OPEN I-O PENDING-CHANGE-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No pending change file - nothing to expire."
               CLOSE PENDING-CHANGE-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ PENDING-CHANGE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       ADD 1 TO WS-MR-READ
                       IF MC-PENDING
                           PERFORM 110-CHECK-EXPIRY-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AUDIT-LOG-FILE.
           CLOSE PENDING-CHANGE-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
       110-CHECK-EXPIRY-PARA.
           IF MC-EXPIRY-DATE > WS-DATE-FORMATTED
               ADD 1 TO WS-MR-STILL-PENDING
               EXIT PARAGRAPH
           END-IF.

           MOVE 'E' TO MC-STATUS.
           MOVE "BATCH" TO MC-DECIDED-BY.
           MOVE WS-DATE-FORMATTED TO MC-DECIDED-DATE.
           MOVE WS-TR-TIME TO MC-DECIDED-TIME.
           MOVE SPACES TO MC-REASON.
           STRING "NOT DECIDED IN " WS-MAINT-EXPIRY-DAYS " DAYS"
               DELIMITED BY SIZE INTO MC-REASON.
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "ERROR expiring change for "
                       MC-ACCOUNT-NUMBER " " MC-FIELD-NAME
                       " - left pending"
                   ADD 1 TO WS-MR-EXPIRE-FAILED
                   EXIT PARAGRAPH
           END-REWRITE.

           MOVE MC-DECIDED-DATE TO AU-DATE.
           MOVE MC-DECIDED-TIME TO AU-TIME.
           MOVE "BATCH" TO AU-TELLER-ID.
           MOVE MC-ACCOUNT-NUMBER TO AU-KEY-VALUE.
           MOVE SPACES TO AU-FIELD-NAME.
           STRING "EXPD-" MC-FIELD-NAME
               DELIMITED BY SPACE INTO AU-FIELD-NAME.
           MOVE SPACES TO AU-OLD-VALUE.
           STRING "MADE BY " MC-MADE-BY " " MC-MADE-DATE
               DELIMITED BY SIZE INTO AU-OLD-VALUE.
           MOVE MC-REASON TO AU-NEW-VALUE.
           WRITE AUDIT-LOG-RECORD.

      *-----------------------------------------------------------------
      * ONE REPORT SECTION - a pass of the pending change file for
      * the changes made, approved, rejected or expired on the day
      *-----------------------------------------------------------------
       200-LIST-SECTION-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           EVALUATE TRUE
               WHEN MR-MADE
                   MOVE "CHANGES MADE" TO REPORT-LINE
               WHEN MR-APPROVED
                   MOVE "CHANGES APPROVED" TO REPORT-LINE
               WHEN MR-REJECTED
                   MOVE "CHANGES REJECTED" TO REPORT-LINE
               WHEN MR-EXPIRED
                   MOVE "CHANGES EXPIRED" TO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Account    Field                Made By  Made     "
               "  Time     Status   Decided  Old Value            "
               "     New Value / Reason"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 0 TO WS-MR-SECTION-COUNT.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF FILE-SUCCESS
               MOVE 'N' TO WS-END-OF-FILE-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ PENDING-CHANGE-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE-FLAG
                       NOT AT END
                           PERFORM 210-CHECK-ONE-CHANGE-PARA
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-END-OF-FILE-FLAG
           END-IF.
           CLOSE PENDING-CHANGE-FILE.

           IF WS-MR-SECTION-COUNT = 0
               MOVE "  (none)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
       210-CHECK-ONE-CHANGE-PARA.
           EVALUATE TRUE
               WHEN MR-MADE
                   IF MC-MADE-DATE NOT = WS-DATE-FORMATTED
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-MR-MADE
                   IF NOT MC-DIRECT
                       ADD 1 TO WS-MR-HELD
                   END-IF
               WHEN MR-APPROVED
                   IF NOT MC-APPROVED OR
                      MC-DECIDED-DATE NOT = WS-DATE-FORMATTED
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-MR-APPROVED
               WHEN MR-REJECTED
                   IF NOT MC-REJECTED OR
                      MC-DECIDED-DATE NOT = WS-DATE-FORMATTED
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-MR-REJECTED
               WHEN MR-EXPIRED
                   IF NOT MC-EXPIRED OR
                      MC-DECIDED-DATE NOT = WS-DATE-FORMATTED
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-MR-EXPIRED
           END-EVALUATE.

           ADD 1 TO WS-MR-SECTION-COUNT.
           EVALUATE TRUE
               WHEN MC-PENDING
                   MOVE "PENDING" TO WS-MR-STATUS-TEXT
               WHEN MC-APPROVED
                   MOVE "APPROVED" TO WS-MR-STATUS-TEXT
               WHEN MC-REJECTED
                   MOVE "REJECTED" TO WS-MR-STATUS-TEXT
               WHEN MC-EXPIRED
                   MOVE "EXPIRED" TO WS-MR-STATUS-TEXT
               WHEN MC-DIRECT
                   MOVE "APPLIED" TO WS-MR-STATUS-TEXT
               WHEN OTHER
                   MOVE MC-STATUS TO WS-MR-STATUS-TEXT
           END-EVALUATE.

           MOVE SPACES TO REPORT-LINE.
           IF MC-REJECTED OR MC-EXPIRED
               STRING MC-ACCOUNT-NUMBER " " MC-FIELD-NAME " "
                   MC-MADE-BY " " MC-MADE-DATE " " MC-MADE-TIME " "
                   WS-MR-STATUS-TEXT " " MC-DECIDED-BY " "
                   MC-OLD-VALUE(1:25) " " MC-REASON(1:25)
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING MC-ACCOUNT-NUMBER " " MC-FIELD-NAME " "
                   MC-MADE-BY " " MC-MADE-DATE " " MC-MADE-TIME " "
                   WS-MR-STATUS-TEXT " " MC-DECIDED-BY " "
                   MC-OLD-VALUE(1:25) " " MC-NEW-VALUE(1:25)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-MR-READ TO WS-JS-READ-COUNT.
           MOVE WS-MR-EXPIRED TO WS-JS-POSTED-COUNT.
           MOVE 0 TO WS-JS-REJECTED-COUNT.
           MOVE 0 TO WS-JS-DOLLAR-TOTAL.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
