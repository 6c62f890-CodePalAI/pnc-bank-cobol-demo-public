      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - ROLL FILE CONSOLIDATION AND
      * RETENTION
      *
      * Monthly batch run (see RETNJOB.jcl) that keeps the rolled
      * transaction ledger from growing one file per business day
      * forever:
      *   - CONSOLIDATION: every closed month inside the retention
      *     period that still has daily roll files (TRLOG_YYYYMMDD.dat)
      *     is folded into one monthly file (TRLOGM_YYYYMM.dat). Each
      *     monthly record is the source day followed by the original
      *     roll line; each daily file leaves a "*FILE" marker record
      *     for its day; a control trailer carries the month, the
      *     file count, the record count and the amount total. The
      *     monthly file is then read back and proved day by day
      *     against the dailies and against its own trailer. Only a
      *     month in proof has its daily files deleted; a month out of
      *     proof keeps its dailies, loses the unproved monthly file,
      *     is raised on the alert console and ends the run RC 8.
      *   - RETENTION: roll files (monthly, or daily ones never
      *     consolidated) for months older than ROLL-RETAIN-MONTHS
      *     before the business date are deleted - unless an account
      *     on the file is under an active legal hold (ADMIN legal
      *     hold maintenance), in which case the whole file is kept
      *     and the held accounts are listed.
      * Readers never see the difference: ROLLREAD serves a day from
      * its daily file or from the month's consolidated file. The
      * month is fed via SYSIN (YYYY-MM, blank = the month before the
      * business date) and must be closed. Writes the report
      * ROLLARCH_YYYYMM.txt. Run with no operator interaction.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLLARCH.
       AUTHOR. PNC-DEMO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FILECTL.cpy'.
           SELECT DAILY-ROLL-FILE ASSIGN TO WS-DAILY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-FILE-STATUS.
           SELECT MONTHLY-ROLL-FILE ASSIGN TO WS-MONTHLY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FILEDEF.cpy'.
       FD  DAILY-ROLL-FILE
           LABEL RECORDS ARE STANDARD.
       01  DAILY-ROLL-LINE            PIC X(200).

       FD  MONTHLY-ROLL-FILE
           LABEL RECORDS ARE STANDARD.
       01  MONTHLY-ROLL-RECORD.
           05  MR-DAY-TAG             PIC X(8).
               88 MR-TRAILER          VALUE 'TRAILER '.
           05  MR-LINE                PIC X(200).
       01  MONTHLY-TRAILER-RECORD.
           05  MT-TAG                 PIC X(8).
           05  MT-MONTH               PIC X(6).
           05  FILLER                 PIC X(1).
           05  MT-FILE-COUNT          PIC 9(3).
           05  FILLER                 PIC X(1).
           05  MT-RECORD-COUNT        PIC 9(9).
           05  FILLER                 PIC X(1).
           05  MT-AMOUNT-TOTAL        PIC 9(13)V99.
           05  FILLER                 PIC X(164).

       WORKING-STORAGE SECTION.
           COPY 'DATADEF.cpy'.

       01  WS-DAILY-FILE-NAME         PIC X(40).
       01  WS-MONTHLY-FILE-NAME       PIC X(40).
       01  WS-ROLL-FILE-STATUS        PIC X(2).
           88 ROLL-FILE-SUCCESS       VALUE '00'.
       01  WS-RUN-RC                  PIC 9(4) VALUE 0.
       01  WS-DELETE-STATUS           PIC S9(9) BINARY VALUE 0.
       01  WS-AUDIT-TIME              PIC X(8).
       01  WS-PURGE-LOOKBACK          PIC 9(3) VALUE 120.

      * The month fed on SYSIN and the month arithmetic - a month is
      * carried as a running index (year * 12 + month - 1)
       01  WS-CYCLE-MONTH             PIC X(7).
       01  WS-TARGET-INDEX            PIC 9(6) VALUE 0.
       01  WS-BUSINESS-INDEX          PIC 9(6) VALUE 0.
       01  WS-OLDEST-KEPT-INDEX       PIC 9(6) VALUE 0.
       01  WS-WORK-INDEX              PIC 9(6) VALUE 0.
       01  WS-STOP-INDEX              PIC 9(6) VALUE 0.
       01  WS-PURGE-INDEX             PIC 9(6) VALUE 0.
       01  WS-PURGE-SAVE-INDEX        PIC 9(6) VALUE 0.
       01  WS-WORK-MONTH.
           05  WS-WM-YEAR             PIC 9(4).
           05  WS-WM-MONTH            PIC 9(2).
       01  WS-WORK-MONTH-X REDEFINES WS-WORK-MONTH PIC X(6).
       01  WS-WORK-DAY                PIC 9(2).
       01  WS-WORK-DATE               PIC X(8).

      * Run totals
       01  WS-MONTHS-FOLDED           PIC 9(5) VALUE 0.
       01  WS-MONTHS-OUT-OF-PROOF     PIC 9(5) VALUE 0.
       01  WS-DAILIES-DELETED         PIC 9(7) VALUE 0.
       01  WS-RECORDS-FOLDED          PIC 9(9) VALUE 0.
       01  WS-AMOUNT-FOLDED           PIC 9(13)V99 VALUE 0.
       01  WS-FILES-PURGED            PIC 9(7) VALUE 0.
       01  WS-FILES-HELD              PIC 9(7) VALUE 0.
       01  WS-DELETE-FAILURES         PIC 9(7) VALUE 0.

      * One month's consolidation - the daily side of the proof is
      * kept per day as the dailies are copied, the monthly side as
      * the new file is read back
       01  WS-CM-WORK.
           05  WS-CM-DAILY-FOUND      PIC 9(3) VALUE 0.
           05  WS-CM-MONTHLY-EXISTS   PIC X(1) VALUE 'N'.
               88 CM-MONTHLY-EXISTS   VALUE 'Y'.
           05  WS-CM-WRITE-OK-FLAG    PIC X(1) VALUE 'Y'.
               88 CM-WRITE-OK         VALUE 'Y'.
           05  WS-CM-PROOF-FLAG       PIC X(1) VALUE 'Y'.
               88 CM-IN-PROOF         VALUE 'Y'.
           05  WS-CM-TRAILER-FLAG     PIC X(1) VALUE 'N'.
               88 CM-TRAILER-FOUND    VALUE 'Y'.
           05  WS-CM-CREATED-FLAG     PIC X(1) VALUE 'N'.
               88 CM-MONTHLY-CREATED  VALUE 'Y'.
           05  WS-CM-REASON           PIC X(50).
           05  WS-CM-D-RECORDS        PIC 9(9) VALUE 0.
           05  WS-CM-D-AMOUNT         PIC 9(13)V99 VALUE 0.
           05  WS-CM-M-FILES          PIC 9(3) VALUE 0.
           05  WS-CM-M-RECORDS        PIC 9(9) VALUE 0.
           05  WS-CM-M-AMOUNT         PIC 9(13)V99 VALUE 0.
           05  WS-CM-DAY-ENTRY OCCURS 31 TIMES.
               10  WS-CM-DAY-ON-FILE  PIC X(1).
               10  WS-CM-DAY-D-COUNT  PIC 9(7).
               10  WS-CM-DAY-D-AMOUNT PIC 9(11)V99.
               10  WS-CM-DAY-M-MARKS  PIC 9(3).
               10  WS-CM-DAY-M-COUNT  PIC 9(7).
               10  WS-CM-DAY-M-AMOUNT PIC 9(11)V99.
       01  WS-CM-DAY-IDX              PIC 9(2).
       01  WS-CM-DELETED              PIC 9(3) VALUE 0.

      * The amount field (sixth) and the account fields of a roll line
       01  WS-RL-FIELDS.
           05  WS-RL-ACCOUNT          PIC X(10).
           05  WS-RL-DATE             PIC X(10).
           05  WS-RL-TIME             PIC X(8).
           05  WS-RL-SEQ              PIC X(4).
           05  WS-RL-TYPE             PIC X(10).
           05  WS-RL-AMOUNT-X         PIC X(11).
           05  WS-RL-RESULT           PIC X(10).
           05  WS-RL-BALANCE-X        PIC X(12).
           05  WS-RL-TELLER           PIC X(8).
           05  WS-RL-CURRENCY         PIC X(3).
           05  WS-RL-RELATED          PIC X(10).
           05  WS-RL-AMOUNT-RAW       PIC 9(11).
           05  WS-RL-AMOUNT           PIC 9(9)V99.

      * Active legal holds, and the held accounts found on the file
      * being considered for purge
       01  WS-LH-TABLE.
           05  WS-LH-COUNT            PIC 9(4) VALUE 0.
           05  WS-LH-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-LH-IDX
                   PIC X(10).
       01  WS-LH-OVERFLOW-FLAG        PIC X(1) VALUE 'N'.
           88 LH-TABLE-OVERFLOWED     VALUE 'Y'.
       01  WS-HF-WORK.
           05  WS-HF-COUNT            PIC 9(3) VALUE 0.
           05  WS-HF-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-HF-IDX
                   PIC X(10).
       01  WS-HF-TEST-ACCOUNT         PIC X(10).
       01  WS-HF-LIST                 PIC X(110).
       01  WS-HF-PTR                  PIC 9(3).

       01  WS-COUNT-EDIT              PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT             PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "RETNJOB" TO WS-JS-JOB-NAME.
           MOVE "ROLLARCH" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "LGLHOLD.dat" TO WS-LGLHOLD-FILE-NAME.
           MOVE "MONITOR.dat" TO WS-MONITOR-FILE-NAME.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-HOUR TO WS-AUDIT-TIME(1:2).
           MOVE ':' TO WS-AUDIT-TIME(3:1).
           MOVE WS-CURRENT-MINUTE TO WS-AUDIT-TIME(4:2).
           MOVE ':' TO WS-AUDIT-TIME(6:1).
           MOVE WS-CURRENT-SECOND TO WS-AUDIT-TIME(7:2).

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

           DISPLAY "Roll consolidation month (YYYY-MM, blank = "
               "previous month): " WITH NO ADVANCING.
           ACCEPT WS-CYCLE-MONTH.

           MOVE WS-DATE-FORMATTED(1:4) TO WS-WM-YEAR.
           MOVE WS-DATE-FORMATTED(6:2) TO WS-WM-MONTH.
           COMPUTE WS-BUSINESS-INDEX =
               WS-WM-YEAR * 12 + WS-WM-MONTH - 1.

           IF WS-CYCLE-MONTH = SPACES
               COMPUTE WS-TARGET-INDEX = WS-BUSINESS-INDEX - 1
           ELSE
               IF WS-CYCLE-MONTH(1:4) NOT NUMERIC OR
                  WS-CYCLE-MONTH(5:1) NOT = '-' OR
                  WS-CYCLE-MONTH(6:2) NOT NUMERIC OR
                  WS-CYCLE-MONTH(6:2) < "01" OR
                  WS-CYCLE-MONTH(6:2) > "12"
                   DISPLAY "ERROR: Month must be YYYY-MM."
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-RECORD-JOB-STATS-PARA
                   GOBACK
               END-IF
               MOVE WS-CYCLE-MONTH(1:4) TO WS-WM-YEAR
               MOVE WS-CYCLE-MONTH(6:2) TO WS-WM-MONTH
               COMPUTE WS-TARGET-INDEX =
                   WS-WM-YEAR * 12 + WS-WM-MONTH - 1
           END-IF.

      * Only a closed month may be folded - the current month is
      * still rolling a daily file every night.
           IF WS-TARGET-INDEX NOT < WS-BUSINESS-INDEX
               DISPLAY "ERROR: " WS-CYCLE-MONTH " is not a closed "
                   "month - consolidation refused."
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           MOVE WS-TARGET-INDEX TO WS-WORK-INDEX.
           PERFORM 800-INDEX-TO-MONTH-PARA.
           MOVE SPACES TO WS-CYCLE-MONTH.
           STRING WS-WM-YEAR "-" WS-WM-MONTH
               DELIMITED BY SIZE INTO WS-CYCLE-MONTH.

           MOVE 'S' TO WS-BC-FUNCTION.
           MOVE "ROLLARCH" TO WS-BC-JOB-NAME.
           MOVE WS-CYCLE-MONTH TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-DUPLICATE
               DISPLAY "ERROR: Roll files already consolidated for "
                   WS-CYCLE-MONTH " - duplicate run refused."
               MOVE 8 TO RETURN-CODE
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           IF WS-ROLL-RETAIN-MONTHS < 1
               MOVE 1 TO WS-ROLL-RETAIN-MONTHS
           END-IF.
           COMPUTE WS-OLDEST-KEPT-INDEX =
               WS-BUSINESS-INDEX - WS-ROLL-RETAIN-MONTHS.

           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "ROLLARCH_" WS-WM-YEAR WS-WM-MONTH ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-LINE.
           STRING "ROLL FILE CONSOLIDATION AND RETENTION - MONTH "
               WS-CYCLE-MONTH "   BUSINESS DATE " WS-DATE-FORMATTED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ROLL-RETAIN-MONTHS TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Retention period " WS-COUNT-EDIT " months"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           DISPLAY WS-SEPARATOR.
           DISPLAY "ROLL FILE CONSOLIDATION - MONTH " WS-CYCLE-MONTH.
           DISPLAY WS-SEPARATOR.

           PERFORM 100-LOAD-LEGAL-HOLDS-PARA.
           PERFORM 200-CONSOLIDATE-MONTHS-PARA.
           PERFORM 400-PURGE-EXPIRED-PARA.
           PERFORM 600-WRITE-TOTALS-PARA.

           CLOSE REPORT-FILE.

           MOVE 'E' TO WS-BC-FUNCTION.
           MOVE "ROLLARCH" TO WS-BC-JOB-NAME.
           MOVE WS-CYCLE-MONTH TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.

           DISPLAY "Months consolidated:  " WS-MONTHS-FOLDED.
           DISPLAY "Months out of proof:  " WS-MONTHS-OUT-OF-PROOF.
           DISPLAY "Daily files deleted:  " WS-DAILIES-DELETED.
           DISPLAY "Expired files purged: " WS-FILES-PURGED.
           DISPLAY "Files kept for holds: " WS-FILES-HELD.
           DISPLAY "Report: " WS-REPORT-FILE-NAME.
           DISPLAY WS-SEPARATOR.

           MOVE WS-RUN-RC TO RETURN-CODE.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      * LOAD THE ACTIVE LEGAL HOLDS - a hold whose release date has
      * passed no longer protects anything
      *-----------------------------------------------------------------
       100-LOAD-LEGAL-HOLDS-PARA.
           MOVE 0 TO WS-LH-COUNT.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF NOT FILE-SUCCESS
               CLOSE LEGAL-HOLD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ LEGAL-HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF LH-ACTIVE AND
                          (LH-RELEASE-DATE = SPACES OR
                           LH-RELEASE-DATE > WS-DATE-FORMATTED)
                           IF WS-LH-COUNT < 500
                               ADD 1 TO WS-LH-COUNT
                               MOVE LH-ACCOUNT-NUMBER TO
                                   WS-LH-ENTRY(WS-LH-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-LH-OVERFLOW-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LEGAL-HOLD-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

           MOVE WS-LH-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Active legal holds: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * More holds than the table carries - nothing may be purged
      * on an incomplete list.
           IF LH-TABLE-OVERFLOWED
               MOVE SPACES TO REPORT-LINE
               STRING "  *** Legal hold list exceeds 500 accounts - "
                   "no file will be purged this run"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * CONSOLIDATION - the target month and every earlier month
      * still inside retention, so a month missed by an earlier run
      * is caught up
      *-----------------------------------------------------------------
       200-CONSOLIDATE-MONTHS-PARA.
           MOVE "CONSOLIDATION" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Month    Files     Records            Amount"
               "  Result"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-OLDEST-KEPT-INDEX TO WS-STOP-INDEX.
           PERFORM VARYING WS-WORK-INDEX FROM WS-TARGET-INDEX BY -1
                   UNTIL WS-WORK-INDEX < WS-STOP-INDEX
                      OR WS-WORK-INDEX = 0
               PERFORM 800-INDEX-TO-MONTH-PARA
               PERFORM 210-CONSOLIDATE-ONE-MONTH-PARA
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * ONE MONTH: FOLD, PROVE, THEN DELETE THE DAILIES
      *-----------------------------------------------------------------
       210-CONSOLIDATE-ONE-MONTH-PARA.
           INITIALIZE WS-CM-WORK.
           MOVE 'Y' TO WS-CM-WRITE-OK-FLAG.
           MOVE 'Y' TO WS-CM-PROOF-FLAG.
           MOVE 'N' TO WS-CM-CREATED-FLAG.
           PERFORM 220-FIND-DAILIES-PARA.

           MOVE SPACES TO WS-MONTHLY-FILE-NAME.
           STRING "TRLOGM_" WS-WORK-MONTH-X ".dat"
               DELIMITED BY SIZE INTO WS-MONTHLY-FILE-NAME.
           MOVE 'N' TO WS-CM-MONTHLY-EXISTS.
           OPEN INPUT MONTHLY-ROLL-FILE.
           IF ROLL-FILE-SUCCESS
               MOVE 'Y' TO WS-CM-MONTHLY-EXISTS
           END-IF.
           CLOSE MONTHLY-ROLL-FILE.

           IF WS-CM-DAILY-FOUND = 0
               EXIT PARAGRAPH
           END-IF.

      * Daily files beside a consolidated month arrived after it was
      * folded (or survived a failed delete) - they are left alone
      * for operations to investigate; readers take the daily file.
           IF CM-MONTHLY-EXISTS
               MOVE SPACES TO WS-CM-REASON
               STRING WS-CM-DAILY-FOUND " daily file(s) found beside "
                   "the monthly file"
                   DELIMITED BY SIZE INTO WS-CM-REASON
               PERFORM 290-REPORT-MONTH-PARA
               MOVE SPACES TO ML-DETAILS
               STRING "Roll month " WS-WORK-MONTH-X " has "
                   WS-CM-DAILY-FOUND " daily file(s) beside "
                   WS-MONTHLY-FILE-NAME " - not folded"
                   DELIMITED BY SIZE INTO ML-DETAILS
               PERFORM 295-RAISE-ALERT-PARA
               EXIT PARAGRAPH
           END-IF.

           PERFORM 230-BUILD-MONTHLY-FILE-PARA.
           IF CM-WRITE-OK
               PERFORM 250-PROVE-MONTHLY-FILE-PARA
           ELSE
               MOVE 'N' TO WS-CM-PROOF-FLAG
           END-IF.

           IF CM-IN-PROOF
               PERFORM 260-DELETE-DAILIES-PARA
               ADD 1 TO WS-MONTHS-FOLDED
               ADD WS-CM-D-RECORDS TO WS-RECORDS-FOLDED
               ADD WS-CM-D-AMOUNT TO WS-AMOUNT-FOLDED
               MOVE SPACES TO WS-CM-REASON
               STRING "IN PROOF - " WS-CM-DELETED
                   " daily file(s) deleted"
                   DELIMITED BY SIZE INTO WS-CM-REASON
               PERFORM 290-REPORT-MONTH-PARA
           ELSE
      * The unproved monthly file goes so the dailies stay the only
      * copy and the next run folds the month again.
               IF CM-MONTHLY-CREATED
                   MOVE WS-MONTHLY-FILE-NAME TO WS-DAILY-FILE-NAME
                   PERFORM 270-DELETE-ONE-FILE-PARA
               END-IF
               ADD 1 TO WS-MONTHS-OUT-OF-PROOF
               MOVE 8 TO WS-RUN-RC
               PERFORM 290-REPORT-MONTH-PARA
               DISPLAY "*** ROLL MONTH " WS-WORK-MONTH-X
                   " OUT OF PROOF ***"
               MOVE SPACES TO ML-DETAILS
               STRING "Roll month " WS-WORK-MONTH-X
                   " consolidation out of proof (" WS-CM-REASON
                   ") - dailies kept"
                   DELIMITED BY SIZE INTO ML-DETAILS
               PERFORM 295-RAISE-ALERT-PARA
           END-IF.

      *-----------------------------------------------------------------
      * NOTE WHICH DAYS OF THE MONTH HAVE A DAILY ROLL FILE
      *-----------------------------------------------------------------
       220-FIND-DAILIES-PARA.
           MOVE 0 TO WS-CM-DAILY-FOUND.
           PERFORM VARYING WS-CM-DAY-IDX FROM 1 BY 1
                   UNTIL WS-CM-DAY-IDX > 31
               MOVE 'N' TO WS-CM-DAY-ON-FILE(WS-CM-DAY-IDX)
               PERFORM 810-DAILY-NAME-PARA
               OPEN INPUT DAILY-ROLL-FILE
               IF ROLL-FILE-SUCCESS
                   MOVE 'Y' TO WS-CM-DAY-ON-FILE(WS-CM-DAY-IDX)
                   ADD 1 TO WS-CM-DAILY-FOUND
               END-IF
               CLOSE DAILY-ROLL-FILE
           END-PERFORM.

      *-----------------------------------------------------------------
      * COPY THE DAILIES, IN DAY ORDER, TO THE MONTHLY FILE AND
      * WRITE ITS CONTROL TRAILER
      *-----------------------------------------------------------------
       230-BUILD-MONTHLY-FILE-PARA.
           OPEN OUTPUT MONTHLY-ROLL-FILE.
           IF NOT ROLL-FILE-SUCCESS
               MOVE 'N' TO WS-CM-WRITE-OK-FLAG
               MOVE "Unable to create the monthly file"
                   TO WS-CM-REASON
               CLOSE MONTHLY-ROLL-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CM-CREATED-FLAG.

           PERFORM VARYING WS-CM-DAY-IDX FROM 1 BY 1
                   UNTIL WS-CM-DAY-IDX > 31 OR NOT CM-WRITE-OK
               IF WS-CM-DAY-ON-FILE(WS-CM-DAY-IDX) = 'Y'
                   PERFORM 240-COPY-ONE-DAILY-PARA
               END-IF
           END-PERFORM.

           MOVE SPACES TO MONTHLY-TRAILER-RECORD.
           MOVE "TRAILER " TO MT-TAG.
           MOVE WS-WORK-MONTH-X TO MT-MONTH.
           MOVE WS-CM-DAILY-FOUND TO MT-FILE-COUNT.
           MOVE WS-CM-D-RECORDS TO MT-RECORD-COUNT.
           MOVE WS-CM-D-AMOUNT TO MT-AMOUNT-TOTAL.
           WRITE MONTHLY-TRAILER-RECORD.
           IF NOT ROLL-FILE-SUCCESS
               MOVE 'N' TO WS-CM-WRITE-OK-FLAG
               MOVE "Write to the monthly file failed"
                   TO WS-CM-REASON
           END-IF.

           CLOSE MONTHLY-ROLL-FILE.

      *-----------------------------------------------------------------
       240-COPY-ONE-DAILY-PARA.
           PERFORM 810-DAILY-NAME-PARA.
           OPEN INPUT DAILY-ROLL-FILE.
           IF NOT ROLL-FILE-SUCCESS
               MOVE 'N' TO WS-CM-WRITE-OK-FLAG
               MOVE "A daily file could not be reopened"
                   TO WS-CM-REASON
               CLOSE DAILY-ROLL-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-WORK-DATE TO MR-DAY-TAG.
           MOVE SPACES TO MR-LINE.
           STRING "*FILE " WS-DAILY-FILE-NAME
               DELIMITED BY SIZE INTO MR-LINE.
           WRITE MONTHLY-ROLL-RECORD.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF OR NOT CM-WRITE-OK
               READ DAILY-ROLL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE DAILY-ROLL-LINE TO WS-RR-LINE
                       PERFORM 820-PARSE-ROLL-LINE-PARA
                       ADD 1 TO WS-CM-DAY-D-COUNT(WS-CM-DAY-IDX)
                       ADD WS-RL-AMOUNT TO
                           WS-CM-DAY-D-AMOUNT(WS-CM-DAY-IDX)
                       ADD 1 TO WS-CM-D-RECORDS
                       ADD WS-RL-AMOUNT TO WS-CM-D-AMOUNT
                       MOVE WS-WORK-DATE TO MR-DAY-TAG
                       MOVE DAILY-ROLL-LINE TO MR-LINE
                       WRITE MONTHLY-ROLL-RECORD
                       IF NOT ROLL-FILE-SUCCESS
                           MOVE 'N' TO WS-CM-WRITE-OK-FLAG
                           MOVE "Write to the monthly file failed"
                               TO WS-CM-REASON
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DAILY-ROLL-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * READ THE MONTHLY FILE BACK AND PROVE IT DAY BY DAY AGAINST
      * THE DAILIES AND AGAINST ITS OWN TRAILER
      *-----------------------------------------------------------------
       250-PROVE-MONTHLY-FILE-PARA.
           OPEN INPUT MONTHLY-ROLL-FILE.
           IF NOT ROLL-FILE-SUCCESS
               MOVE 'N' TO WS-CM-PROOF-FLAG
               MOVE "Monthly file could not be read back"
                   TO WS-CM-REASON
               CLOSE MONTHLY-ROLL-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-CM-TRAILER-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ MONTHLY-ROLL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 255-PROVE-ONE-RECORD-PARA
               END-READ
           END-PERFORM.
           CLOSE MONTHLY-ROLL-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

           IF NOT CM-TRAILER-FOUND
               MOVE 'N' TO WS-CM-PROOF-FLAG
               MOVE "Control trailer missing" TO WS-CM-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-CM-DAY-IDX FROM 1 BY 1
                   UNTIL WS-CM-DAY-IDX > 31
               IF WS-CM-DAY-ON-FILE(WS-CM-DAY-IDX) = 'Y' AND
                  WS-CM-DAY-M-MARKS(WS-CM-DAY-IDX) NOT = 1
                   MOVE 'N' TO WS-CM-PROOF-FLAG
                   MOVE "Day file marker count differs"
                       TO WS-CM-REASON
               END-IF
               IF WS-CM-DAY-M-COUNT(WS-CM-DAY-IDX) NOT =
                      WS-CM-DAY-D-COUNT(WS-CM-DAY-IDX) OR
                  WS-CM-DAY-M-AMOUNT(WS-CM-DAY-IDX) NOT =
                      WS-CM-DAY-D-AMOUNT(WS-CM-DAY-IDX)
                   MOVE 'N' TO WS-CM-PROOF-FLAG
                   MOVE "A day's records or amount differ"
                       TO WS-CM-REASON
               END-IF
           END-PERFORM.

           IF WS-CM-M-FILES NOT = WS-CM-DAILY-FOUND OR
              WS-CM-M-RECORDS NOT = WS-CM-D-RECORDS OR
              WS-CM-M-AMOUNT NOT = WS-CM-D-AMOUNT
               MOVE 'N' TO WS-CM-PROOF-FLAG
               MOVE "Month totals differ from the dailies"
                   TO WS-CM-REASON
           END-IF.

      *-----------------------------------------------------------------
       255-PROVE-ONE-RECORD-PARA.
           IF MR-TRAILER
               MOVE 'Y' TO WS-CM-TRAILER-FLAG
               IF MT-MONTH NOT = WS-WORK-MONTH-X OR
                  MT-FILE-COUNT NOT = WS-CM-DAILY-FOUND OR
                  MT-RECORD-COUNT NOT = WS-CM-D-RECORDS OR
                  MT-AMOUNT-TOTAL NOT = WS-CM-D-AMOUNT
                   MOVE 'N' TO WS-CM-PROOF-FLAG
                   MOVE "Trailer differs from the dailies"
                       TO WS-CM-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF MR-DAY-TAG(1:6) NOT = WS-WORK-MONTH-X OR
              MR-DAY-TAG(7:2) NOT NUMERIC OR
              MR-DAY-TAG(7:2) < "01" OR MR-DAY-TAG(7:2) > "31"
               MOVE 'N' TO WS-CM-PROOF-FLAG
               MOVE "Record tagged outside the month" TO WS-CM-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE MR-DAY-TAG(7:2) TO WS-CM-DAY-IDX.

           IF MR-LINE(1:5) = "*FILE"
               ADD 1 TO WS-CM-DAY-M-MARKS(WS-CM-DAY-IDX)
               ADD 1 TO WS-CM-M-FILES
           ELSE
               MOVE MR-LINE TO WS-RR-LINE
               PERFORM 820-PARSE-ROLL-LINE-PARA
               ADD 1 TO WS-CM-DAY-M-COUNT(WS-CM-DAY-IDX)
               ADD WS-RL-AMOUNT TO WS-CM-DAY-M-AMOUNT(WS-CM-DAY-IDX)
               ADD 1 TO WS-CM-M-RECORDS
               ADD WS-RL-AMOUNT TO WS-CM-M-AMOUNT
           END-IF.

      *-----------------------------------------------------------------
      * THE MONTH IS PROVED - ITS DAILY FILES GO
      *-----------------------------------------------------------------
       260-DELETE-DAILIES-PARA.
           MOVE 0 TO WS-CM-DELETED.
           PERFORM VARYING WS-CM-DAY-IDX FROM 1 BY 1
                   UNTIL WS-CM-DAY-IDX > 31
               IF WS-CM-DAY-ON-FILE(WS-CM-DAY-IDX) = 'Y'
                   PERFORM 810-DAILY-NAME-PARA
                   PERFORM 270-DELETE-ONE-FILE-PARA
                   IF WS-DELETE-STATUS = 0
                       ADD 1 TO WS-CM-DELETED
                       ADD 1 TO WS-DAILIES-DELETED
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * DELETE THE FILE NAMED IN WS-DAILY-FILE-NAME; A FAILURE IS
      * REPORTED AND THE FILE LEFT FOR OPERATIONS
      *-----------------------------------------------------------------
       270-DELETE-ONE-FILE-PARA.
           CALL 'CBL_DELETE_FILE' USING WS-DAILY-FILE-NAME
               RETURNING WS-DELETE-STATUS.
           IF WS-DELETE-STATUS NOT = 0
               ADD 1 TO WS-DELETE-FAILURES
               MOVE SPACES TO REPORT-LINE
               STRING "  *** Unable to delete " DELIMITED BY SIZE
                   WS-DAILY-FILE-NAME DELIMITED BY SPACE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
       290-REPORT-MONTH-PARA.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-CM-D-RECORDS TO WS-COUNT-EDIT.
           MOVE WS-CM-D-AMOUNT TO WS-AMOUNT-EDIT.
           STRING "  " WS-WM-YEAR "-" WS-WM-MONTH "  "
               WS-CM-DAILY-FOUND "  " WS-COUNT-EDIT
               WS-AMOUNT-EDIT "  " WS-CM-REASON
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
       295-RAISE-ALERT-PARA.
           OPEN EXTEND MONITOR-LOG-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT MONITOR-LOG-FILE
           END-IF.
           MOVE WS-DATE-FORMATTED TO ML-DATE.
           MOVE WS-AUDIT-TIME TO ML-TIME.
           MOVE "ROLL-CONSOL" TO ML-ALERT-TYPE.
           MOVE 'N' TO ML-ACK-FLAG.
           MOVE SPACES TO ML-ACK-TELLER-ID.
           MOVE SPACES TO ML-ACK-NOTE.
           WRITE MONITOR-LOG-RECORD.
           CLOSE MONITOR-LOG-FILE.

      *-----------------------------------------------------------------
      * RETENTION - months older than the retention period, looking
      * back a further WS-PURGE-LOOKBACK months for anything left
      *-----------------------------------------------------------------
       400-PURGE-EXPIRED-PARA.
           MOVE "RETENTION" TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF LH-TABLE-OVERFLOWED
               MOVE "  Purge skipped - legal hold list incomplete"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           IF WS-OLDEST-KEPT-INDEX > WS-PURGE-LOOKBACK
               COMPUTE WS-STOP-INDEX =
                   WS-OLDEST-KEPT-INDEX - WS-PURGE-LOOKBACK
           ELSE
               MOVE 1 TO WS-STOP-INDEX
           END-IF.

           PERFORM VARYING WS-WORK-INDEX FROM WS-OLDEST-KEPT-INDEX
                   BY -1
                   UNTIL WS-WORK-INDEX <= WS-STOP-INDEX
               COMPUTE WS-PURGE-INDEX = WS-WORK-INDEX - 1
               PERFORM 410-PURGE-ONE-MONTH-PARA
           END-PERFORM.

           IF WS-FILES-PURGED = 0 AND WS-FILES-HELD = 0
               MOVE "  No roll files past retention" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * ONE EXPIRED MONTH - its monthly file, and any daily files
      * never consolidated
      *-----------------------------------------------------------------
       410-PURGE-ONE-MONTH-PARA.
           MOVE WS-WORK-INDEX TO WS-PURGE-SAVE-INDEX.
           MOVE WS-PURGE-INDEX TO WS-WORK-INDEX.
           PERFORM 800-INDEX-TO-MONTH-PARA.
           MOVE WS-PURGE-SAVE-INDEX TO WS-WORK-INDEX.

           MOVE SPACES TO WS-MONTHLY-FILE-NAME.
           STRING "TRLOGM_" WS-WORK-MONTH-X ".dat"
               DELIMITED BY SIZE INTO WS-MONTHLY-FILE-NAME.
           OPEN INPUT MONTHLY-ROLL-FILE.
           IF ROLL-FILE-SUCCESS
               MOVE 0 TO WS-HF-COUNT
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ MONTHLY-ROLL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF NOT MR-TRAILER AND
                              MR-LINE(1:5) NOT = "*FILE"
                               MOVE MR-LINE TO WS-RR-LINE
                               PERFORM 430-CHECK-HELD-LINE-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MONTHLY-ROLL-FILE
               MOVE 'N' TO WS-EOF-FLAG
               MOVE WS-MONTHLY-FILE-NAME TO WS-DAILY-FILE-NAME
               PERFORM 440-PURGE-OR-HOLD-PARA
           ELSE
               CLOSE MONTHLY-ROLL-FILE
           END-IF.

           PERFORM VARYING WS-CM-DAY-IDX FROM 1 BY 1
                   UNTIL WS-CM-DAY-IDX > 31
               PERFORM 810-DAILY-NAME-PARA
               OPEN INPUT DAILY-ROLL-FILE
               IF ROLL-FILE-SUCCESS
                   PERFORM 420-SCAN-EXPIRED-DAILY-PARA
               ELSE
                   CLOSE DAILY-ROLL-FILE
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       420-SCAN-EXPIRED-DAILY-PARA.
           MOVE 0 TO WS-HF-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ DAILY-ROLL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE DAILY-ROLL-LINE TO WS-RR-LINE
                       PERFORM 430-CHECK-HELD-LINE-PARA
               END-READ
           END-PERFORM.
           CLOSE DAILY-ROLL-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 440-PURGE-OR-HOLD-PARA.

      *-----------------------------------------------------------------
      * NOTE A HELD ACCOUNT - the posting account or the related
      * account of a transfer - on the line in WS-RR-LINE
      *-----------------------------------------------------------------
       430-CHECK-HELD-LINE-PARA.
           IF WS-LH-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM 820-PARSE-ROLL-LINE-PARA.

           IF WS-RL-ACCOUNT NOT = SPACES
               MOVE WS-RL-ACCOUNT TO WS-HF-TEST-ACCOUNT
               PERFORM 435-NOTE-IF-HELD-PARA
           END-IF.
           IF WS-RL-RELATED NOT = SPACES
               MOVE WS-RL-RELATED TO WS-HF-TEST-ACCOUNT
               PERFORM 435-NOTE-IF-HELD-PARA
           END-IF.

      *-----------------------------------------------------------------
       435-NOTE-IF-HELD-PARA.
           SET WS-LH-IDX TO 1.
           SEARCH WS-LH-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN WS-LH-ENTRY(WS-LH-IDX) = WS-HF-TEST-ACCOUNT
                   CONTINUE
           END-SEARCH.
           IF WS-LH-IDX > WS-LH-COUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-HF-IDX FROM 1 BY 1
                   UNTIL WS-HF-IDX > WS-HF-COUNT
               IF WS-HF-ENTRY(WS-HF-IDX) = WS-HF-TEST-ACCOUNT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
      * The first ten held accounts are listed; any hit holds the
      * file.
           IF WS-HF-COUNT < 10
               ADD 1 TO WS-HF-COUNT
               MOVE WS-HF-TEST-ACCOUNT TO WS-HF-ENTRY(WS-HF-COUNT)
           END-IF.

      *-----------------------------------------------------------------
      * DELETE THE EXPIRED FILE IN WS-DAILY-FILE-NAME, OR KEEP IT
      * WHOLE WHEN A HELD ACCOUNT IS ON IT
      *-----------------------------------------------------------------
       440-PURGE-OR-HOLD-PARA.
           IF WS-HF-COUNT = 0
               PERFORM 270-DELETE-ONE-FILE-PARA
               IF WS-DELETE-STATUS = 0
                   ADD 1 TO WS-FILES-PURGED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  Purged   " DELIMITED BY SIZE
                       WS-DAILY-FILE-NAME DELIMITED BY SPACE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-FILES-HELD.
           MOVE SPACES TO WS-HF-LIST.
           MOVE 1 TO WS-HF-PTR.
           PERFORM VARYING WS-HF-IDX FROM 1 BY 1
                   UNTIL WS-HF-IDX > WS-HF-COUNT
               STRING WS-HF-ENTRY(WS-HF-IDX) " "
                   DELIMITED BY SIZE INTO WS-HF-LIST
                   WITH POINTER WS-HF-PTR
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Retained " DELIMITED BY SIZE
               WS-DAILY-FILE-NAME DELIMITED BY SPACE
               " - legal hold: " WS-HF-LIST DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
       600-WRITE-TOTALS-PARA.
           MOVE "RUN TOTALS" TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-MONTHS-FOLDED TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Months consolidated in proof   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MONTHS-OUT-OF-PROOF TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Months out of proof            " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RECORDS-FOLDED TO WS-COUNT-EDIT.
           MOVE WS-AMOUNT-FOLDED TO WS-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Records folded                 " WS-COUNT-EDIT
               "  amount " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DAILIES-DELETED TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Daily files deleted            " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FILES-PURGED TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Expired files purged           " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FILES-HELD TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Expired files kept (hold)      " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-DELETE-FAILURES > 0
               MOVE WS-DELETE-FAILURES TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "  *** Files that could not be deleted "
                   WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * MONTH INDEX IN WS-WORK-INDEX TO WS-WORK-MONTH (YYYYMM)
      *-----------------------------------------------------------------
       800-INDEX-TO-MONTH-PARA.
           DIVIDE WS-WORK-INDEX BY 12 GIVING WS-WM-YEAR
               REMAINDER WS-WM-MONTH.
           ADD 1 TO WS-WM-MONTH.

      *-----------------------------------------------------------------
      * DAILY ROLL FILE NAME FOR DAY WS-CM-DAY-IDX OF WS-WORK-MONTH
      *-----------------------------------------------------------------
       810-DAILY-NAME-PARA.
           MOVE WS-CM-DAY-IDX TO WS-WORK-DAY.
           MOVE SPACES TO WS-WORK-DATE.
           STRING WS-WORK-MONTH-X WS-WORK-DAY
               DELIMITED BY SIZE INTO WS-WORK-DATE.
           MOVE SPACES TO WS-DAILY-FILE-NAME.
           STRING "TRLOG_" WS-WORK-DATE ".dat"
               DELIMITED BY SIZE INTO WS-DAILY-FILE-NAME.

      *-----------------------------------------------------------------
      * SPLIT THE ROLL LINE IN WS-RR-LINE; AMOUNT IS 9(9)V99 DIGITS
      *-----------------------------------------------------------------
       820-PARSE-ROLL-LINE-PARA.
           MOVE SPACES TO WS-RL-ACCOUNT WS-RL-DATE WS-RL-TIME
               WS-RL-SEQ WS-RL-TYPE WS-RL-AMOUNT-X WS-RL-RESULT
               WS-RL-BALANCE-X WS-RL-TELLER WS-RL-CURRENCY
               WS-RL-RELATED.

           UNSTRING WS-RR-LINE DELIMITED BY ","
               INTO WS-RL-ACCOUNT WS-RL-DATE WS-RL-TIME WS-RL-SEQ
                    WS-RL-TYPE WS-RL-AMOUNT-X WS-RL-RESULT
                    WS-RL-BALANCE-X WS-RL-TELLER WS-RL-CURRENCY
                    WS-RL-RELATED
           END-UNSTRING.

           IF WS-RL-AMOUNT-X NUMERIC
               MOVE WS-RL-AMOUNT-X TO WS-RL-AMOUNT-RAW
               COMPUTE WS-RL-AMOUNT = WS-RL-AMOUNT-RAW / 100
           ELSE
               MOVE 0 TO WS-RL-AMOUNT
           END-IF.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-RECORDS-FOLDED TO WS-JS-READ-COUNT.
           COMPUTE WS-JS-POSTED-COUNT =
               WS-DAILIES-DELETED + WS-FILES-PURGED.
           MOVE WS-MONTHS-OUT-OF-PROOF TO WS-JS-REJECTED-COUNT.
           MOVE WS-AMOUNT-FOLDED TO WS-JS-DOLLAR-TOTAL.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
