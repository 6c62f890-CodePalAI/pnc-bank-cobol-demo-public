      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - NIGHTLY OPERATIONS RUN BOOK
      *
      * Unattended batch step, last in the end of day stream. Reads
      * the job statistics file (JOBSTATS.dat) every EOD, statement,
      * analysis, tax and call report step appends to through
      * JOBSTAT, and prints the night's run book:
      *   RUNBOOK_YYYYMMDD.txt - every step that ran in the night,
      *       grouped by job, with its start time, elapsed seconds
      *       against the step's trailing average, volumes, dollar
      *       total, return code and flags:
      *         FAILED  - the step ended with a non-zero return code
      *         SKIPPED - the step found its work already done
      *         SLOW    - elapsed beyond the average by more than
      *                   RUNBOOK-VAR-PCT percent (and at least
      *                   RUNBOOK-MIN-SECS seconds long)
      *         VOL-HI / VOL-LO - records read (posted, for steps
      *                   that count no input) off the average by
      *                   more than RUNBOOK-VAR-PCT percent
      *         REJ / SUSP - the step rejected or suspended items
      *         NO-HIST - no completed run on file to compare with
      *       The average is taken over the step's last
      *       RUNBOOK-HIST-DAYS completed runs before the night.
      *   RUNEXCP_YYYYMMDD.txt - one page for the morning handoff:
      *       the night's counts and every flagged step, plus any
      *       EODJOB step that ran the night before but not tonight.
      *
      * A night runs from the start of its BACKUP step to the start
      * of the next night's BACKUP step, so the steps after ROLLLOG
      * (which already see the next business date) and any job run
      * in between belong to the night they ran in. The night is
      * named by the business date BACKUP ran under; SYSIN may give
      * a YYYY-MM-DD business date to reprint an earlier night,
      * blank prints the latest. Read only, so it may be rerun.
      * Run with no operator interaction - see EODJOB.jcl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBOOK.
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

       01  WS-RB-REQUEST-DATE         PIC X(10).
       01  WS-RB-NIGHT-DATE           PIC X(10).
       01  WS-RB-NIGHT-START          PIC X(18).
       01  WS-RB-NIGHT-END            PIC X(18).
       01  WS-RB-NEXT-DATE            PIC X(10).
       01  WS-RB-PREV-DATE            PIC X(10).
       01  WS-RB-PREV-START           PIC X(18).
       01  WS-RB-REC-START            PIC X(18).
       01  WS-RB-REC-END              PIC X(18).
       01  WS-RB-FIRST-START          PIC X(18).
       01  WS-RB-LAST-END             PIC X(18).
       01  WS-RB-PASS                 PIC 9(1).
       01  WS-RB-OVERFLOW-FLAG        PIC X(1) VALUE 'N'.
           88 RB-OVERFLOWED           VALUE 'Y'.
       01  WS-RB-FOUND-FLAG           PIC X(1).
           88 RB-FOUND                VALUE 'Y'.

       01  WS-RB-COUNTS.
           05  WS-RB-RECORDS-READ     PIC 9(7) VALUE 0.
           05  WS-RB-STEPS-RUN        PIC 9(3) VALUE 0.
           05  WS-RB-STEPS-OK         PIC 9(3) VALUE 0.
           05  WS-RB-STEPS-FAILED     PIC 9(3) VALUE 0.
           05  WS-RB-STEPS-SKIPPED    PIC 9(3) VALUE 0.
           05  WS-RB-STEPS-NOT-RUN    PIC 9(3) VALUE 0.
           05  WS-RB-STEPS-SLOW       PIC 9(3) VALUE 0.
           05  WS-RB-STEPS-VOLUME     PIC 9(3) VALUE 0.
           05  WS-RB-STEPS-EXCEPTION  PIC 9(3) VALUE 0.
           05  WS-RB-TOTAL-ELAPSED    PIC 9(9) VALUE 0.
           05  WS-RB-PAGE-LINES       PIC 9(3) VALUE 0.

      * Every step run in the night, in the order it ran
       01  WS-RB-RUN-TABLE.
           05  WS-RB-RUN-COUNT        PIC 9(3) VALUE 0.
           05  WS-RB-RUN OCCURS 200 TIMES
                   INDEXED BY WS-RB-IDX.
               10  WS-RB-RUN-JOB      PIC X(8).
               10  WS-RB-RUN-STEP     PIC X(8).
               10  WS-RB-RUN-START    PIC X(8).
               10  WS-RB-RUN-ELAPSED  PIC 9(7).
               10  WS-RB-RUN-READ     PIC 9(9).
               10  WS-RB-RUN-POSTED   PIC 9(9).
               10  WS-RB-RUN-REJECTED PIC 9(9).
               10  WS-RB-RUN-SUSPENDED PIC 9(9).
               10  WS-RB-RUN-DOLLARS  PIC S9(13)V99.
               10  WS-RB-RUN-RC       PIC 9(4).
               10  WS-RB-RUN-STATUS   PIC X(1).
               10  WS-RB-RUN-HIST     PIC 9(3).
               10  WS-RB-RUN-EXCEPT   PIC X(1).
               10  WS-RB-RUN-FLAGS    PIC X(30).

      * Trailing history for each job/step run in the night
       01  WS-RB-HIST-TABLE.
           05  WS-RB-HIST-COUNT       PIC 9(3) VALUE 0.
           05  WS-RB-HIST OCCURS 200 TIMES
                   INDEXED BY WS-RB-HX.
               10  WS-RB-HIST-JOB     PIC X(8).
               10  WS-RB-HIST-STEP    PIC X(8).
               10  WS-RB-HIST-PRIOR   PIC 9(5).
               10  WS-RB-HIST-SEEN    PIC 9(5).
               10  WS-RB-HIST-USED    PIC 9(3).
               10  WS-RB-HIST-SUM-SECS PIC 9(11).
               10  WS-RB-HIST-SUM-READ PIC 9(13).
               10  WS-RB-HIST-SUM-POST PIC 9(13).
               10  WS-RB-HIST-AVG-SECS PIC 9(7).
               10  WS-RB-HIST-AVG-READ PIC 9(9).
               10  WS-RB-HIST-AVG-POST PIC 9(9).

      * Jobs seen in the night, in the order they first ran
       01  WS-RB-JOB-TABLE.
           05  WS-RB-JOB-COUNT        PIC 9(2) VALUE 0.
           05  WS-RB-JOB OCCURS 20 TIMES
                   INDEXED BY WS-RB-JX.
               10  WS-RB-JOB-NAME     PIC X(8).

      * EODJOB steps that ran the night before
       01  WS-RB-EXPECT-TABLE.
           05  WS-RB-EXPECT-COUNT     PIC 9(3) VALUE 0.
           05  WS-RB-EXPECT OCCURS 100 TIMES
                   INDEXED BY WS-RB-EX.
               10  WS-RB-EXPECT-STEP  PIC X(8).

       01  WS-RB-LOOKUP-JOB           PIC X(8).
       01  WS-RB-LOOKUP-STEP          PIC X(8).
       01  WS-RB-CUTOFF               PIC 9(5).
       01  WS-RB-VOL-TODAY            PIC 9(9).
       01  WS-RB-VOL-AVG              PIC 9(9).
       01  WS-RB-FLAG-PTR             PIC 9(3).

       01  WS-RB-ELAPSED-EDIT         PIC Z(6)9.
       01  WS-RB-AVG-EDIT             PIC Z(6)9.
       01  WS-RB-READ-EDIT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-RB-POSTED-EDIT          PIC ZZZ,ZZZ,ZZ9.
       01  WS-RB-REJECT-EDIT          PIC Z(6)9.
       01  WS-RB-SUSPEND-EDIT         PIC Z(6)9.
       01  WS-RB-DOLLAR-EDIT          PIC --,---,---,---,--9.99.
       01  WS-RB-RC-EDIT              PIC ZZZ9.
       01  WS-RB-COUNT-EDIT           PIC ZZ9.
       01  WS-RB-PCT-EDIT             PIC ZZ9.

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "RUNBOOK" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

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

           DISPLAY "Run book business date (YYYY-MM-DD, blank = "
               "latest night): " WITH NO ADVANCING.
           ACCEPT WS-RB-REQUEST-DATE.

           DISPLAY WS-SEPARATOR.
           DISPLAY "NIGHTLY OPERATIONS RUN BOOK".
           DISPLAY WS-SEPARATOR.

           PERFORM 100-FIND-NIGHT-PARA.
           IF WS-RB-NIGHT-START = SPACES
               IF WS-RB-REQUEST-DATE = SPACES
                   DISPLAY "No end of day run on the job statistics "
                       "file - no run book."
               ELSE
                   DISPLAY "ERROR: no end of day run on file for "
                       WS-RB-REQUEST-DATE "."
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           DISPLAY "Night of business date " WS-RB-NIGHT-DATE
               " from " WS-RB-NIGHT-START(1:10) " "
               WS-RB-NIGHT-START(11:8).

           MOVE 3 TO WS-RB-PASS.
           PERFORM 200-READ-STATS-PASS-PARA.
           IF WS-RB-RUN-COUNT > 0
               MOVE 4 TO WS-RB-PASS
               PERFORM 200-READ-STATS-PASS-PARA
               MOVE 5 TO WS-RB-PASS
               PERFORM 200-READ-STATS-PASS-PARA
           END-IF.
           IF RB-OVERFLOWED
               DISPLAY "WARNING: run book tables full - some steps "
                   "not shown."
           END-IF.

           PERFORM 300-EVALUATE-STEPS-PARA.

           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "RUNBOOK_" WS-RB-NIGHT-DATE(1:4)
               WS-RB-NIGHT-DATE(6:2) WS-RB-NIGHT-DATE(9:2) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 400-WRITE-RUN-BOOK-PARA.
           CLOSE REPORT-FILE.
           DISPLAY "Run book written to " WS-REPORT-FILE-NAME.

           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "RUNEXCP_" WS-RB-NIGHT-DATE(1:4)
               WS-RB-NIGHT-DATE(6:2) WS-RB-NIGHT-DATE(9:2) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 500-WRITE-EXCEPTIONS-PARA.
           CLOSE REPORT-FILE.
           DISPLAY "Exceptions summary written to "
               WS-REPORT-FILE-NAME.

           DISPLAY "Steps run: " WS-RB-STEPS-RUN.
           DISPLAY "Steps failed: " WS-RB-STEPS-FAILED.
           DISPLAY "Steps skipped: " WS-RB-STEPS-SKIPPED.
           DISPLAY "Steps not run: " WS-RB-STEPS-NOT-RUN.
           DISPLAY "Steps flagged: " WS-RB-STEPS-EXCEPTION.
           DISPLAY WS-SEPARATOR.

           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      * FIND THE NIGHT - its business date (SYSIN, or the latest the
      * BACKUP step ran under), its window and the night before
      *-----------------------------------------------------------------
       100-FIND-NIGHT-PARA.
           MOVE SPACES TO WS-RB-NIGHT-START.
           MOVE SPACES TO WS-RB-NIGHT-END.
           MOVE SPACES TO WS-RB-NEXT-DATE.
           MOVE SPACES TO WS-RB-PREV-DATE.
           MOVE SPACES TO WS-RB-PREV-START.

           IF WS-RB-REQUEST-DATE = SPACES
               MOVE SPACES TO WS-RB-NIGHT-DATE
               MOVE 1 TO WS-RB-PASS
               PERFORM 200-READ-STATS-PASS-PARA
               IF WS-RB-NIGHT-DATE = SPACES
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE WS-RB-REQUEST-DATE TO WS-RB-NIGHT-DATE
           END-IF.

           MOVE 2 TO WS-RB-PASS.
           PERFORM 200-READ-STATS-PASS-PARA.

      *-----------------------------------------------------------------
      * ONE PASS OVER THE JOB STATISTICS FILE - WS-RB-PASS picks what
      * is done with each record
      *-----------------------------------------------------------------
       200-READ-STATS-PASS-PARA.
           OPEN INPUT JOB-STATS-FILE.
           IF NOT FILE-SUCCESS
               CLOSE JOB-STATS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ JOB-STATS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE JS-START-DATE TO WS-RB-REC-START(1:10)
                       MOVE JS-START-TIME TO WS-RB-REC-START(11:8)
                       EVALUATE WS-RB-PASS
                           WHEN 1
                               PERFORM 210-LATEST-NIGHT-PARA
                           WHEN 2
                               PERFORM 220-NIGHT-WINDOW-PARA
                           WHEN 3
                               ADD 1 TO WS-RB-RECORDS-READ
                               PERFORM 230-COLLECT-NIGHT-PARA
                           WHEN 4
                               PERFORM 240-COUNT-PRIOR-RUN-PARA
                           WHEN 5
                               PERFORM 250-SUM-PRIOR-RUN-PARA
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE JOB-STATS-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * PASS 1 - THE LATEST BUSINESS DATE A BACKUP STEP RAN UNDER
      *-----------------------------------------------------------------
       210-LATEST-NIGHT-PARA.
           IF JS-JOB-NAME = "EODJOB" AND JS-STEP-NAME = "BACKUP"
               IF WS-RB-NIGHT-DATE = SPACES OR
                  JS-BUSINESS-DATE > WS-RB-NIGHT-DATE
                   MOVE JS-BUSINESS-DATE TO WS-RB-NIGHT-DATE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * PASS 2 - THE NIGHT STARTS AT ITS FIRST BACKUP AND ENDS AT THE
      * FIRST BACKUP OF ANY LATER BUSINESS DATE; THE NIGHT BEFORE
      * STARTS AT THE FIRST BACKUP OF THE LATEST EARLIER DATE
      *-----------------------------------------------------------------
       220-NIGHT-WINDOW-PARA.
           IF JS-JOB-NAME NOT = "EODJOB" OR JS-STEP-NAME NOT = "BACKUP"
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN JS-BUSINESS-DATE = WS-RB-NIGHT-DATE
                   IF WS-RB-NIGHT-START = SPACES OR
                      WS-RB-REC-START < WS-RB-NIGHT-START
                       MOVE WS-RB-REC-START TO WS-RB-NIGHT-START
                   END-IF
               WHEN JS-BUSINESS-DATE > WS-RB-NIGHT-DATE
                   IF WS-RB-NIGHT-END = SPACES OR
                      WS-RB-REC-START < WS-RB-NIGHT-END
                       MOVE WS-RB-REC-START TO WS-RB-NIGHT-END
                       MOVE JS-BUSINESS-DATE TO WS-RB-NEXT-DATE
                   END-IF
               WHEN OTHER
                   IF WS-RB-PREV-DATE = SPACES OR
                      JS-BUSINESS-DATE > WS-RB-PREV-DATE
                       MOVE JS-BUSINESS-DATE TO WS-RB-PREV-DATE
                       MOVE WS-RB-REC-START TO WS-RB-PREV-START
                   ELSE
                       IF JS-BUSINESS-DATE = WS-RB-PREV-DATE AND
                          WS-RB-REC-START < WS-RB-PREV-START
                           MOVE WS-RB-REC-START TO WS-RB-PREV-START
                       END-IF
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * PASS 3 - TAKE EVERY STEP STARTED INSIDE THE NIGHT, AND NOTE
      * THE EODJOB STEPS THAT RAN THE NIGHT BEFORE
      *-----------------------------------------------------------------
       230-COLLECT-NIGHT-PARA.
           IF WS-RB-REC-START NOT < WS-RB-NIGHT-START AND
              (WS-RB-NIGHT-END = SPACES OR
               WS-RB-REC-START < WS-RB-NIGHT-END)
               PERFORM 232-ADD-NIGHT-STEP-PARA
               EXIT PARAGRAPH
           END-IF.

           IF WS-RB-PREV-START NOT = SPACES AND
              WS-RB-REC-START NOT < WS-RB-PREV-START AND
              WS-RB-REC-START < WS-RB-NIGHT-START AND
              JS-JOB-NAME = "EODJOB" AND
              JS-STEP-NAME NOT = "RUNBOOK"
               PERFORM 236-ADD-EXPECTED-STEP-PARA
           END-IF.

      *-----------------------------------------------------------------
      * ONE OF THE NIGHT'S STEPS INTO THE RUN TABLE, WITH ITS JOB AND
      * A HISTORY SLOT FOR ITS JOB/STEP
      *-----------------------------------------------------------------
       232-ADD-NIGHT-STEP-PARA.
           IF WS-RB-RUN-COUNT >= 200
               MOVE 'Y' TO WS-RB-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RB-RUN-COUNT.
           SET WS-RB-IDX TO WS-RB-RUN-COUNT.
           MOVE JS-JOB-NAME TO WS-RB-RUN-JOB(WS-RB-IDX).
           MOVE JS-STEP-NAME TO WS-RB-RUN-STEP(WS-RB-IDX).
           MOVE JS-START-TIME TO WS-RB-RUN-START(WS-RB-IDX).
           MOVE JS-ELAPSED-SECONDS TO WS-RB-RUN-ELAPSED(WS-RB-IDX).
           MOVE JS-RECORDS-READ TO WS-RB-RUN-READ(WS-RB-IDX).
           MOVE JS-RECORDS-POSTED TO WS-RB-RUN-POSTED(WS-RB-IDX).
           MOVE JS-RECORDS-REJECTED TO WS-RB-RUN-REJECTED(WS-RB-IDX).
           MOVE JS-RECORDS-SUSPENDED
               TO WS-RB-RUN-SUSPENDED(WS-RB-IDX).
           MOVE JS-DOLLAR-TOTAL TO WS-RB-RUN-DOLLARS(WS-RB-IDX).
           MOVE JS-RETURN-CODE TO WS-RB-RUN-RC(WS-RB-IDX).
           MOVE JS-STEP-STATUS TO WS-RB-RUN-STATUS(WS-RB-IDX).
           MOVE 'N' TO WS-RB-RUN-EXCEPT(WS-RB-IDX).
           MOVE SPACES TO WS-RB-RUN-FLAGS(WS-RB-IDX).
           ADD JS-ELAPSED-SECONDS TO WS-RB-TOTAL-ELAPSED.

           MOVE JS-END-DATE TO WS-RB-REC-END(1:10).
           MOVE JS-END-TIME TO WS-RB-REC-END(11:8).
           IF WS-RB-RUN-COUNT = 1 OR
              WS-RB-REC-START < WS-RB-FIRST-START
               MOVE WS-RB-REC-START TO WS-RB-FIRST-START
           END-IF.
           IF WS-RB-RUN-COUNT = 1 OR
              WS-RB-REC-END > WS-RB-LAST-END
               MOVE WS-RB-REC-END TO WS-RB-LAST-END
           END-IF.

           MOVE 'N' TO WS-RB-FOUND-FLAG.
           PERFORM VARYING WS-RB-JX FROM 1 BY 1
                   UNTIL WS-RB-JX > WS-RB-JOB-COUNT OR RB-FOUND
               IF WS-RB-JOB-NAME(WS-RB-JX) = JS-JOB-NAME
                   MOVE 'Y' TO WS-RB-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT RB-FOUND AND WS-RB-JOB-COUNT < 20
               ADD 1 TO WS-RB-JOB-COUNT
               MOVE JS-JOB-NAME TO WS-RB-JOB-NAME(WS-RB-JOB-COUNT)
           END-IF.

           MOVE JS-JOB-NAME TO WS-RB-LOOKUP-JOB.
           MOVE JS-STEP-NAME TO WS-RB-LOOKUP-STEP.
           PERFORM 260-FIND-HISTORY-PARA.
           IF NOT RB-FOUND AND WS-RB-HIST-COUNT < 200
               ADD 1 TO WS-RB-HIST-COUNT
               SET WS-RB-HX TO WS-RB-HIST-COUNT
               MOVE JS-JOB-NAME TO WS-RB-HIST-JOB(WS-RB-HX)
               MOVE JS-STEP-NAME TO WS-RB-HIST-STEP(WS-RB-HX)
               MOVE 0 TO WS-RB-HIST-PRIOR(WS-RB-HX)
               MOVE 0 TO WS-RB-HIST-SEEN(WS-RB-HX)
               MOVE 0 TO WS-RB-HIST-USED(WS-RB-HX)
               MOVE 0 TO WS-RB-HIST-SUM-SECS(WS-RB-HX)
               MOVE 0 TO WS-RB-HIST-SUM-READ(WS-RB-HX)
               MOVE 0 TO WS-RB-HIST-SUM-POST(WS-RB-HX)
               MOVE 0 TO WS-RB-HIST-AVG-SECS(WS-RB-HX)
               MOVE 0 TO WS-RB-HIST-AVG-READ(WS-RB-HX)
               MOVE 0 TO WS-RB-HIST-AVG-POST(WS-RB-HX)
               MOVE 'Y' TO WS-RB-FOUND-FLAG
           END-IF.
           IF RB-FOUND
               SET WS-RB-RUN-HIST(WS-RB-IDX) TO WS-RB-HX
           ELSE
               MOVE 0 TO WS-RB-RUN-HIST(WS-RB-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * ONE EODJOB STEP FROM THE NIGHT BEFORE INTO THE EXPECTED LIST
      *-----------------------------------------------------------------
       236-ADD-EXPECTED-STEP-PARA.
           MOVE 'N' TO WS-RB-FOUND-FLAG.
           PERFORM VARYING WS-RB-EX FROM 1 BY 1
                   UNTIL WS-RB-EX > WS-RB-EXPECT-COUNT OR RB-FOUND
               IF WS-RB-EXPECT-STEP(WS-RB-EX) = JS-STEP-NAME
                   MOVE 'Y' TO WS-RB-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT RB-FOUND AND WS-RB-EXPECT-COUNT < 100
               ADD 1 TO WS-RB-EXPECT-COUNT
               MOVE JS-STEP-NAME
                   TO WS-RB-EXPECT-STEP(WS-RB-EXPECT-COUNT)
           END-IF.

      *-----------------------------------------------------------------
      * PASS 4 - COUNT EACH STEP'S COMPLETED RUNS BEFORE THE NIGHT
      *-----------------------------------------------------------------
       240-COUNT-PRIOR-RUN-PARA.
           IF WS-RB-REC-START NOT < WS-RB-NIGHT-START OR
              NOT JS-REC-COMPLETE
               EXIT PARAGRAPH
           END-IF.
           MOVE JS-JOB-NAME TO WS-RB-LOOKUP-JOB.
           MOVE JS-STEP-NAME TO WS-RB-LOOKUP-STEP.
           PERFORM 260-FIND-HISTORY-PARA.
           IF RB-FOUND
               ADD 1 TO WS-RB-HIST-PRIOR(WS-RB-HX)
           END-IF.

      *-----------------------------------------------------------------
      * PASS 5 - SUM THE LAST RUNBOOK-HIST-DAYS OF THOSE RUNS
      *-----------------------------------------------------------------
       250-SUM-PRIOR-RUN-PARA.
           IF WS-RB-REC-START NOT < WS-RB-NIGHT-START OR
              NOT JS-REC-COMPLETE
               EXIT PARAGRAPH
           END-IF.
           MOVE JS-JOB-NAME TO WS-RB-LOOKUP-JOB.
           MOVE JS-STEP-NAME TO WS-RB-LOOKUP-STEP.
           PERFORM 260-FIND-HISTORY-PARA.
           IF NOT RB-FOUND
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RB-HIST-SEEN(WS-RB-HX).
           IF WS-RB-HIST-PRIOR(WS-RB-HX) > WS-RUNBOOK-HIST-DAYS
               COMPUTE WS-RB-CUTOFF =
                   WS-RB-HIST-PRIOR(WS-RB-HX) - WS-RUNBOOK-HIST-DAYS
           ELSE
               MOVE 0 TO WS-RB-CUTOFF
           END-IF.
           IF WS-RB-HIST-SEEN(WS-RB-HX) > WS-RB-CUTOFF
               ADD 1 TO WS-RB-HIST-USED(WS-RB-HX)
               ADD JS-ELAPSED-SECONDS TO WS-RB-HIST-SUM-SECS(WS-RB-HX)
               ADD JS-RECORDS-READ TO WS-RB-HIST-SUM-READ(WS-RB-HX)
               ADD JS-RECORDS-POSTED
                   TO WS-RB-HIST-SUM-POST(WS-RB-HX)
           END-IF.

      *-----------------------------------------------------------------
      * FIND THE HISTORY SLOT FOR WS-RB-LOOKUP-JOB / -STEP (WS-RB-HX)
      *-----------------------------------------------------------------
       260-FIND-HISTORY-PARA.
           MOVE 'N' TO WS-RB-FOUND-FLAG.
           PERFORM VARYING WS-RB-HX FROM 1 BY 1
                   UNTIL WS-RB-HX > WS-RB-HIST-COUNT OR RB-FOUND
               IF WS-RB-HIST-JOB(WS-RB-HX) = WS-RB-LOOKUP-JOB AND
                  WS-RB-HIST-STEP(WS-RB-HX) = WS-RB-LOOKUP-STEP
                   MOVE 'Y' TO WS-RB-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF RB-FOUND
               SET WS-RB-HX DOWN BY 1
           END-IF.

      *-----------------------------------------------------------------
      * WORK OUT THE AVERAGES AND FLAG EACH OF THE NIGHT'S STEPS
      *-----------------------------------------------------------------
       300-EVALUATE-STEPS-PARA.
           PERFORM VARYING WS-RB-HX FROM 1 BY 1
                   UNTIL WS-RB-HX > WS-RB-HIST-COUNT
               IF WS-RB-HIST-USED(WS-RB-HX) > 0
                   COMPUTE WS-RB-HIST-AVG-SECS(WS-RB-HX) ROUNDED =
                       WS-RB-HIST-SUM-SECS(WS-RB-HX) /
                       WS-RB-HIST-USED(WS-RB-HX)
                   COMPUTE WS-RB-HIST-AVG-READ(WS-RB-HX) ROUNDED =
                       WS-RB-HIST-SUM-READ(WS-RB-HX) /
                       WS-RB-HIST-USED(WS-RB-HX)
                   COMPUTE WS-RB-HIST-AVG-POST(WS-RB-HX) ROUNDED =
                       WS-RB-HIST-SUM-POST(WS-RB-HX) /
                       WS-RB-HIST-USED(WS-RB-HX)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                   UNTIL WS-RB-IDX > WS-RB-RUN-COUNT
               PERFORM 310-FLAG-ONE-STEP-PARA
           END-PERFORM.

           PERFORM VARYING WS-RB-EX FROM 1 BY 1
                   UNTIL WS-RB-EX > WS-RB-EXPECT-COUNT
               MOVE 'N' TO WS-RB-FOUND-FLAG
               PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                       UNTIL WS-RB-IDX > WS-RB-RUN-COUNT OR RB-FOUND
                   IF WS-RB-RUN-JOB(WS-RB-IDX) = "EODJOB" AND
                      WS-RB-RUN-STEP(WS-RB-IDX) =
                      WS-RB-EXPECT-STEP(WS-RB-EX)
                       MOVE 'Y' TO WS-RB-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF NOT RB-FOUND
                   ADD 1 TO WS-RB-STEPS-NOT-RUN
               ELSE
                   MOVE SPACES TO WS-RB-EXPECT-STEP(WS-RB-EX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * FLAGS FOR ONE STEP AGAINST ITS TRAILING AVERAGE
      *-----------------------------------------------------------------
       310-FLAG-ONE-STEP-PARA.
           ADD 1 TO WS-RB-STEPS-RUN.
           MOVE 1 TO WS-RB-FLAG-PTR.

           IF WS-RB-RUN-STATUS(WS-RB-IDX) = 'S'
               ADD 1 TO WS-RB-STEPS-SKIPPED
               MOVE 'Y' TO WS-RB-RUN-EXCEPT(WS-RB-IDX)
               MOVE "SKIPPED" TO WS-RB-RUN-FLAGS(WS-RB-IDX)
               ADD 1 TO WS-RB-STEPS-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           IF WS-RB-RUN-STATUS(WS-RB-IDX) = 'F' OR
              WS-RB-RUN-RC(WS-RB-IDX) > 0
               ADD 1 TO WS-RB-STEPS-FAILED
               MOVE 'Y' TO WS-RB-RUN-EXCEPT(WS-RB-IDX)
               STRING "FAILED " DELIMITED BY SIZE
                   INTO WS-RB-RUN-FLAGS(WS-RB-IDX)
                   WITH POINTER WS-RB-FLAG-PTR
           ELSE
               ADD 1 TO WS-RB-STEPS-OK
           END-IF.

           SET WS-RB-HX TO 1.
           IF WS-RB-RUN-HIST(WS-RB-IDX) > 0
               SET WS-RB-HX TO WS-RB-RUN-HIST(WS-RB-IDX)
           END-IF.
           IF WS-RB-RUN-HIST(WS-RB-IDX) = 0 OR
              WS-RB-HIST-USED(WS-RB-HX) = 0
               STRING "NO-HIST " DELIMITED BY SIZE
                   INTO WS-RB-RUN-FLAGS(WS-RB-IDX)
                   WITH POINTER WS-RB-FLAG-PTR
           ELSE
               PERFORM 320-COMPARE-TO-AVERAGE-PARA
           END-IF.

           IF WS-RB-RUN-REJECTED(WS-RB-IDX) > 0
               MOVE 'Y' TO WS-RB-RUN-EXCEPT(WS-RB-IDX)
               STRING "REJ " DELIMITED BY SIZE
                   INTO WS-RB-RUN-FLAGS(WS-RB-IDX)
                   WITH POINTER WS-RB-FLAG-PTR
           END-IF.
           IF WS-RB-RUN-SUSPENDED(WS-RB-IDX) > 0
               MOVE 'Y' TO WS-RB-RUN-EXCEPT(WS-RB-IDX)
               STRING "SUSP " DELIMITED BY SIZE
                   INTO WS-RB-RUN-FLAGS(WS-RB-IDX)
                   WITH POINTER WS-RB-FLAG-PTR
           END-IF.

           IF WS-RB-RUN-EXCEPT(WS-RB-IDX) = 'Y'
               ADD 1 TO WS-RB-STEPS-EXCEPTION
           END-IF.

      *-----------------------------------------------------------------
      * ELAPSED AND VOLUME AGAINST THE AVERAGE - a step's volume is
      * its records read, or its records posted where it counts no
      * input
      *-----------------------------------------------------------------
       320-COMPARE-TO-AVERAGE-PARA.
           IF WS-RB-RUN-ELAPSED(WS-RB-IDX) >= WS-RUNBOOK-MIN-SECS AND
              WS-RB-RUN-ELAPSED(WS-RB-IDX) * 100 >
              WS-RB-HIST-AVG-SECS(WS-RB-HX) * (100 + WS-RUNBOOK-VAR-PCT)
               ADD 1 TO WS-RB-STEPS-SLOW
               MOVE 'Y' TO WS-RB-RUN-EXCEPT(WS-RB-IDX)
               STRING "SLOW " DELIMITED BY SIZE
                   INTO WS-RB-RUN-FLAGS(WS-RB-IDX)
                   WITH POINTER WS-RB-FLAG-PTR
           END-IF.

           IF WS-RB-HIST-AVG-READ(WS-RB-HX) > 0 OR
              WS-RB-RUN-READ(WS-RB-IDX) > 0
               MOVE WS-RB-RUN-READ(WS-RB-IDX) TO WS-RB-VOL-TODAY
               MOVE WS-RB-HIST-AVG-READ(WS-RB-HX) TO WS-RB-VOL-AVG
           ELSE
               MOVE WS-RB-RUN-POSTED(WS-RB-IDX) TO WS-RB-VOL-TODAY
               MOVE WS-RB-HIST-AVG-POST(WS-RB-HX) TO WS-RB-VOL-AVG
           END-IF.

           EVALUATE TRUE
               WHEN WS-RB-VOL-TODAY * 100 >
                    WS-RB-VOL-AVG * (100 + WS-RUNBOOK-VAR-PCT)
                   ADD 1 TO WS-RB-STEPS-VOLUME
                   MOVE 'Y' TO WS-RB-RUN-EXCEPT(WS-RB-IDX)
                   STRING "VOL-HI " DELIMITED BY SIZE
                       INTO WS-RB-RUN-FLAGS(WS-RB-IDX)
                       WITH POINTER WS-RB-FLAG-PTR
               WHEN WS-RUNBOOK-VAR-PCT < 100 AND
                    WS-RB-VOL-TODAY * 100 <
                    WS-RB-VOL-AVG * (100 - WS-RUNBOOK-VAR-PCT)
                   ADD 1 TO WS-RB-STEPS-VOLUME
                   MOVE 'Y' TO WS-RB-RUN-EXCEPT(WS-RB-IDX)
                   STRING "VOL-LO " DELIMITED BY SIZE
                       INTO WS-RB-RUN-FLAGS(WS-RB-IDX)
                       WITH POINTER WS-RB-FLAG-PTR
           END-EVALUATE.

      *-----------------------------------------------------------------
      * THE RUN BOOK - THE NIGHT'S STEPS JOB BY JOB
      *-----------------------------------------------------------------
       400-WRITE-RUN-BOOK-PARA.
           MOVE SPACES TO REPORT-LINE.
           STRING "PNC BANK - NIGHTLY OPERATIONS RUN BOOK - BUSINESS "
               "DATE " WS-RB-NIGHT-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 410-WRITE-WINDOW-LINES-PARA.
           MOVE WS-RUNBOOK-HIST-DAYS TO WS-RB-COUNT-EDIT.
           MOVE WS-RUNBOOK-VAR-PCT TO WS-RB-PCT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Averages over each step's last" WS-RB-COUNT-EDIT
               " completed runs; outliers beyond" WS-RB-PCT-EDIT
               " percent"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-RB-JX FROM 1 BY 1
                   UNTIL WS-RB-JX > WS-RB-JOB-COUNT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "Job " WS-RB-JOB-NAME(WS-RB-JX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 420-WRITE-COLUMN-HEADS-PARA
               PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                       UNTIL WS-RB-IDX > WS-RB-RUN-COUNT
                   IF WS-RB-RUN-JOB(WS-RB-IDX) =
                      WS-RB-JOB-NAME(WS-RB-JX)
                       PERFORM 430-WRITE-STEP-LINE-PARA
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 440-WRITE-NIGHT-TOTALS-PARA.

      *-----------------------------------------------------------------
      * THE NIGHT'S WINDOW - FIRST START TO LAST END
      *-----------------------------------------------------------------
       410-WRITE-WINDOW-LINES-PARA.
           MOVE SPACES TO REPORT-LINE.
           IF WS-RB-RUN-COUNT > 0
               STRING "Night ran from " WS-RB-FIRST-START(1:10) " "
                   WS-RB-FIRST-START(11:8) " to "
                   WS-RB-LAST-END(1:10) " " WS-RB-LAST-END(11:8)
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "No steps on file for the night"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * COLUMN HEADINGS
      *-----------------------------------------------------------------
       420-WRITE-COLUMN-HEADS-PARA.
           MOVE SPACES TO REPORT-LINE.
           STRING "Step     Start    Elapsed Avg-sec        Read "
               "     Posted  Reject Suspend               Dollars "
               "  RC Flags"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * ONE STEP LINE
      *-----------------------------------------------------------------
       430-WRITE-STEP-LINE-PARA.
           MOVE WS-RB-RUN-ELAPSED(WS-RB-IDX) TO WS-RB-ELAPSED-EDIT.
           MOVE 0 TO WS-RB-AVG-EDIT.
           IF WS-RB-RUN-HIST(WS-RB-IDX) > 0
               SET WS-RB-HX TO WS-RB-RUN-HIST(WS-RB-IDX)
               MOVE WS-RB-HIST-AVG-SECS(WS-RB-HX) TO WS-RB-AVG-EDIT
           END-IF.
           MOVE WS-RB-RUN-READ(WS-RB-IDX) TO WS-RB-READ-EDIT.
           MOVE WS-RB-RUN-POSTED(WS-RB-IDX) TO WS-RB-POSTED-EDIT.
           MOVE WS-RB-RUN-REJECTED(WS-RB-IDX) TO WS-RB-REJECT-EDIT.
           MOVE WS-RB-RUN-SUSPENDED(WS-RB-IDX) TO WS-RB-SUSPEND-EDIT.
           MOVE WS-RB-RUN-DOLLARS(WS-RB-IDX) TO WS-RB-DOLLAR-EDIT.
           MOVE WS-RB-RUN-RC(WS-RB-IDX) TO WS-RB-RC-EDIT.

           MOVE SPACES TO REPORT-LINE.
           STRING WS-RB-RUN-STEP(WS-RB-IDX) " "
               WS-RB-RUN-START(WS-RB-IDX) " "
               WS-RB-ELAPSED-EDIT " " WS-RB-AVG-EDIT " "
               WS-RB-READ-EDIT " " WS-RB-POSTED-EDIT " "
               WS-RB-REJECT-EDIT " " WS-RB-SUSPEND-EDIT " "
               WS-RB-DOLLAR-EDIT " " WS-RB-RC-EDIT " "
               WS-RB-RUN-FLAGS(WS-RB-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * NIGHT TOTALS
      *-----------------------------------------------------------------
       440-WRITE-NIGHT-TOTALS-PARA.
           MOVE SPACES TO REPORT-LINE.
           STRING "Steps run:               " WS-RB-STEPS-RUN
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Steps completed:         " WS-RB-STEPS-OK
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Steps failed:            " WS-RB-STEPS-FAILED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Steps skipped:           " WS-RB-STEPS-SKIPPED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Steps not run:           " WS-RB-STEPS-NOT-RUN
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Steps running slow:      " WS-RB-STEPS-SLOW
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Steps off normal volume: " WS-RB-STEPS-VOLUME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Total step seconds:      " WS-RB-TOTAL-ELAPSED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * THE ONE-PAGE EXCEPTIONS SUMMARY FOR THE MORNING HANDOFF
      *-----------------------------------------------------------------
       500-WRITE-EXCEPTIONS-PARA.
           MOVE SPACES TO REPORT-LINE.
           STRING "PNC BANK - OVERNIGHT EXCEPTIONS FOR HANDOFF - "
               "BUSINESS DATE " WS-RB-NIGHT-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 410-WRITE-WINDOW-LINES-PARA.
           MOVE SPACES TO REPORT-LINE.
           STRING "Steps run " WS-RB-STEPS-RUN
               "  completed " WS-RB-STEPS-OK
               "  failed " WS-RB-STEPS-FAILED
               "  skipped " WS-RB-STEPS-SKIPPED
               "  not run " WS-RB-STEPS-NOT-RUN
               "  flagged " WS-RB-STEPS-EXCEPTION
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-RB-STEPS-EXCEPTION = 0 AND WS-RB-STEPS-NOT-RUN = 0
               MOVE SPACES TO REPORT-LINE
               STRING "No exceptions - every step ran clean and "
                   "within normal time and volume."
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "Job      Step     Start    Elapsed Avg-sec        "
               "Read      Posted   RC Flags"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 0 TO WS-RB-PAGE-LINES.
           PERFORM VARYING WS-RB-EX FROM 1 BY 1
                   UNTIL WS-RB-EX > WS-RB-EXPECT-COUNT
               IF WS-RB-EXPECT-STEP(WS-RB-EX) NOT = SPACES
                   PERFORM 520-WRITE-NOT-RUN-LINE-PARA
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                   UNTIL WS-RB-IDX > WS-RB-RUN-COUNT
               IF WS-RB-RUN-EXCEPT(WS-RB-IDX) = 'Y'
                   PERFORM 510-WRITE-EXCEPTION-LINE-PARA
               END-IF
           END-PERFORM.

           IF WS-RB-PAGE-LINES > 45
               COMPUTE WS-RB-PAGE-LINES = WS-RB-PAGE-LINES - 45
               MOVE WS-RB-PAGE-LINES TO WS-RB-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "... " WS-RB-COUNT-EDIT
                   " more - see the run book"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      * ONE FLAGGED STEP (THE PAGE HOLDS 45)
      *-----------------------------------------------------------------
       510-WRITE-EXCEPTION-LINE-PARA.
           ADD 1 TO WS-RB-PAGE-LINES.
           IF WS-RB-PAGE-LINES > 45
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-RB-RUN-ELAPSED(WS-RB-IDX) TO WS-RB-ELAPSED-EDIT.
           MOVE 0 TO WS-RB-AVG-EDIT.
           IF WS-RB-RUN-HIST(WS-RB-IDX) > 0
               SET WS-RB-HX TO WS-RB-RUN-HIST(WS-RB-IDX)
               MOVE WS-RB-HIST-AVG-SECS(WS-RB-HX) TO WS-RB-AVG-EDIT
           END-IF.
           MOVE WS-RB-RUN-READ(WS-RB-IDX) TO WS-RB-READ-EDIT.
           MOVE WS-RB-RUN-POSTED(WS-RB-IDX) TO WS-RB-POSTED-EDIT.
           MOVE WS-RB-RUN-RC(WS-RB-IDX) TO WS-RB-RC-EDIT.

           MOVE SPACES TO REPORT-LINE.
           STRING WS-RB-RUN-JOB(WS-RB-IDX) " "
               WS-RB-RUN-STEP(WS-RB-IDX) " "
               WS-RB-RUN-START(WS-RB-IDX) " "
               WS-RB-ELAPSED-EDIT " " WS-RB-AVG-EDIT " "
               WS-RB-READ-EDIT " " WS-RB-POSTED-EDIT " "
               WS-RB-RC-EDIT " " WS-RB-RUN-FLAGS(WS-RB-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * ONE EODJOB STEP THAT RAN THE NIGHT BEFORE BUT NOT TONIGHT
      *-----------------------------------------------------------------
       520-WRITE-NOT-RUN-LINE-PARA.
           ADD 1 TO WS-RB-PAGE-LINES.
           IF WS-RB-PAGE-LINES > 45
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "EODJOB   " WS-RB-EXPECT-STEP(WS-RB-EX)
               " --:--:--       -       -           -           -"
               "    - NOT RUN (ran the night before)"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-RB-RECORDS-READ TO WS-JS-READ-COUNT.
           MOVE WS-RB-STEPS-RUN TO WS-JS-POSTED-COUNT.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
