      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - JOB STATISTICS WRITER
      *
      * Small CALLed utility shared by every program in the EOD,
      * statement, analysis, tax and call report streams, so a slow
      * night or a bad return code leaves a record beyond whatever
      * the step DISPLAYed to SYSOUT.
      *
      * Functions (WS-JS-FUNCTION):
      *   'B' - begin step: stamp the start date and time, fetch the
      *         business date from BATCHCTL and clear the counters
      *   'E' - end step: stamp the end time, work out the elapsed
      *         seconds and append one line to the job statistics
      *         file (JOBSTATS.dat) with the caller's volumes, dollar
      *         total and return code. A caller that already marked
      *         the step skipped keeps 'S'; otherwise a non-zero
      *         return code records 'F' and zero records 'C'.
      *
      * The caller's RETURN-CODE is handed back unchanged so the
      * JCL condition codes still see the step's own result. A
      * statistics file that cannot be written never fails a step.
      * The record layout mirrors JOB-STATS-RECORD in FILEDEF.cpy -
      * keep the two in step.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTAT.
       AUTHOR. PNC-DEMO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATS-FILE ASSIGN TO WS-STATS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATS-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATS-RECORD.
           05  ST-JOB-NAME            PIC X(8).
           05  ST-STEP-NAME           PIC X(8).
           05  ST-BUSINESS-DATE       PIC X(10).
           05  ST-START-DATE          PIC X(10).
           05  ST-START-TIME          PIC X(8).
           05  ST-END-DATE            PIC X(10).
           05  ST-END-TIME            PIC X(8).
           05  ST-ELAPSED-SECONDS     PIC 9(7).
           05  ST-RECORDS-READ        PIC 9(9).
           05  ST-RECORDS-POSTED      PIC 9(9).
           05  ST-RECORDS-REJECTED    PIC 9(9).
           05  ST-RECORDS-SUSPENDED   PIC 9(9).
           05  ST-DOLLAR-TOTAL        PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05  ST-RETURN-CODE         PIC 9(4).
           05  ST-STEP-STATUS         PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-STATS-FILE-NAME         PIC X(40) VALUE 'JOBSTATS.dat'.
       01  WS-STATS-FILE-STATUS       PIC X(2).
           88 STATS-FILE-SUCCESS      VALUE '00'.
       01  WS-STAT-DATE-DATA.
           05  WS-STAT-DATE.
               10  WS-STAT-YEAR       PIC 9(4).
               10  WS-STAT-MONTH      PIC 9(2).
               10  WS-STAT-DAY        PIC 9(2).
           05  WS-STAT-TIME.
               10  WS-STAT-HOUR       PIC 9(2).
               10  WS-STAT-MINUTE     PIC 9(2).
               10  WS-STAT-SECOND     PIC 9(2).
               10  WS-STAT-MS         PIC 9(2).
           05  FILLER                 PIC X(5).
       01  WS-STAT-END-DATE           PIC X(10).
       01  WS-STAT-END-TIME           PIC X(8).
       01  WS-STAT-YYYYMMDD           PIC 9(8).
       01  WS-STAT-START-DAYS         PIC 9(8).
       01  WS-STAT-END-DAYS           PIC 9(8).
       01  WS-STAT-START-SECS         PIC 9(5).
       01  WS-STAT-END-SECS           PIC 9(5).
       01  WS-STAT-ELAPSED            PIC S9(9).

       01  WS-STAT-BATCH-CONTROL.
           05  WS-SB-FUNCTION         PIC X(1).
           05  WS-SB-JOB-NAME         PIC X(8).
           05  WS-SB-PERIOD           PIC X(10).
           05  WS-SB-BUSINESS-DATE    PIC X(10).
           05  WS-SB-RESULT           PIC X(1).

       LINKAGE SECTION.
       01  WS-JOB-STATS-AREA.
           05  WS-JS-FUNCTION         PIC X(1).
               88 JS-BEGIN-STEP       VALUE 'B'.
               88 JS-END-STEP         VALUE 'E'.
           05  WS-JS-JOB-NAME         PIC X(8).
           05  WS-JS-STEP-NAME        PIC X(8).
           05  WS-JS-BUSINESS-DATE    PIC X(10).
           05  WS-JS-START-DATE       PIC X(10).
           05  WS-JS-START-TIME       PIC X(8).
           05  WS-JS-READ-COUNT       PIC 9(9).
           05  WS-JS-POSTED-COUNT     PIC 9(9).
           05  WS-JS-REJECTED-COUNT   PIC 9(9).
           05  WS-JS-SUSPENDED-COUNT  PIC 9(9).
           05  WS-JS-DOLLAR-TOTAL     PIC S9(13)V99.
           05  WS-JS-RETURN-CODE      PIC 9(4).
           05  WS-JS-STEP-STATUS      PIC X(1).
               88 JS-STEP-COMPLETE    VALUE 'C'.
               88 JS-STEP-SKIPPED     VALUE 'S'.
               88 JS-STEP-FAILED      VALUE 'F'.

       PROCEDURE DIVISION USING WS-JOB-STATS-AREA.

       000-MAIN-PARA.
           EVALUATE TRUE
               WHEN JS-BEGIN-STEP
                   PERFORM 100-BEGIN-STEP-PARA
                   MOVE 0 TO RETURN-CODE
               WHEN JS-END-STEP
                   PERFORM 200-END-STEP-PARA
                   MOVE WS-JS-RETURN-CODE TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *-----------------------------------------------------------------
      * BEGIN STEP - START STAMP, BUSINESS DATE, CLEAR THE COUNTERS
      *-----------------------------------------------------------------
       100-BEGIN-STEP-PARA.
           PERFORM 300-STAMP-NOW-PARA.
           MOVE WS-STAT-END-DATE TO WS-JS-START-DATE.
           MOVE WS-STAT-END-TIME TO WS-JS-START-TIME.

           MOVE 'D' TO WS-SB-FUNCTION.
           CALL 'BATCHCTL' USING WS-STAT-BATCH-CONTROL.
           IF WS-SB-RESULT = 'Y'
               MOVE WS-SB-BUSINESS-DATE TO WS-JS-BUSINESS-DATE
           ELSE
               MOVE WS-STAT-END-DATE TO WS-JS-BUSINESS-DATE
           END-IF.

           MOVE 0 TO WS-JS-READ-COUNT.
           MOVE 0 TO WS-JS-POSTED-COUNT.
           MOVE 0 TO WS-JS-REJECTED-COUNT.
           MOVE 0 TO WS-JS-SUSPENDED-COUNT.
           MOVE 0 TO WS-JS-DOLLAR-TOTAL.
           MOVE 0 TO WS-JS-RETURN-CODE.
           MOVE SPACE TO WS-JS-STEP-STATUS.

      *-----------------------------------------------------------------
      * END STEP - ELAPSED TIME AND ONE LINE ON THE STATISTICS FILE
      *-----------------------------------------------------------------
       200-END-STEP-PARA.
           PERFORM 300-STAMP-NOW-PARA.
           IF WS-JS-START-DATE = SPACES OR LOW-VALUES
               MOVE WS-STAT-END-DATE TO WS-JS-START-DATE
               MOVE WS-STAT-END-TIME TO WS-JS-START-TIME
           END-IF.

           IF NOT JS-STEP-SKIPPED
               IF WS-JS-RETURN-CODE > 0
                   MOVE 'F' TO WS-JS-STEP-STATUS
               ELSE
                   MOVE 'C' TO WS-JS-STEP-STATUS
               END-IF
           END-IF.

           PERFORM 210-COMPUTE-ELAPSED-PARA.

           OPEN EXTEND STATS-FILE.
           IF NOT STATS-FILE-SUCCESS
               OPEN OUTPUT STATS-FILE
               IF NOT STATS-FILE-SUCCESS
                   DISPLAY "WARNING: job statistics file "
                       "unavailable - " WS-JS-STEP-NAME
                       " not recorded."
                   CLOSE STATS-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE SPACES TO STATS-RECORD.
           MOVE WS-JS-JOB-NAME TO ST-JOB-NAME.
           MOVE WS-JS-STEP-NAME TO ST-STEP-NAME.
           MOVE WS-JS-BUSINESS-DATE TO ST-BUSINESS-DATE.
           MOVE WS-JS-START-DATE TO ST-START-DATE.
           MOVE WS-JS-START-TIME TO ST-START-TIME.
           MOVE WS-STAT-END-DATE TO ST-END-DATE.
           MOVE WS-STAT-END-TIME TO ST-END-TIME.
           MOVE WS-STAT-ELAPSED TO ST-ELAPSED-SECONDS.
           MOVE WS-JS-READ-COUNT TO ST-RECORDS-READ.
           MOVE WS-JS-POSTED-COUNT TO ST-RECORDS-POSTED.
           MOVE WS-JS-REJECTED-COUNT TO ST-RECORDS-REJECTED.
           MOVE WS-JS-SUSPENDED-COUNT TO ST-RECORDS-SUSPENDED.
           MOVE WS-JS-DOLLAR-TOTAL TO ST-DOLLAR-TOTAL.
           MOVE WS-JS-RETURN-CODE TO ST-RETURN-CODE.
           MOVE WS-JS-STEP-STATUS TO ST-STEP-STATUS.
           WRITE STATS-RECORD.
           CLOSE STATS-FILE.

      *-----------------------------------------------------------------
      * ELAPSED SECONDS FROM THE START STAMP TO NOW - a step that
      * runs past midnight counts the whole days between the dates
      *-----------------------------------------------------------------
       210-COMPUTE-ELAPSED-PARA.
           MOVE 0 TO WS-STAT-ELAPSED.
           IF WS-JS-START-DATE(1:4) NOT NUMERIC OR
              WS-JS-START-DATE(6:2) NOT NUMERIC OR
              WS-JS-START-DATE(9:2) NOT NUMERIC OR
              WS-JS-START-TIME(1:2) NOT NUMERIC OR
              WS-JS-START-TIME(4:2) NOT NUMERIC OR
              WS-JS-START-TIME(7:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-JS-START-DATE(1:4) TO WS-STAT-YYYYMMDD(1:4).
           MOVE WS-JS-START-DATE(6:2) TO WS-STAT-YYYYMMDD(5:2).
           MOVE WS-JS-START-DATE(9:2) TO WS-STAT-YYYYMMDD(7:2).
           COMPUTE WS-STAT-START-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-STAT-YYYYMMDD).
           COMPUTE WS-STAT-START-SECS =
               FUNCTION NUMVAL(WS-JS-START-TIME(1:2)) * 3600 +
               FUNCTION NUMVAL(WS-JS-START-TIME(4:2)) * 60 +
               FUNCTION NUMVAL(WS-JS-START-TIME(7:2)).

           MOVE WS-STAT-DATE TO WS-STAT-YYYYMMDD.
           COMPUTE WS-STAT-END-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-STAT-YYYYMMDD).
           COMPUTE WS-STAT-END-SECS =
               WS-STAT-HOUR * 3600 + WS-STAT-MINUTE * 60 +
               WS-STAT-SECOND.

           COMPUTE WS-STAT-ELAPSED =
               (WS-STAT-END-DAYS - WS-STAT-START-DAYS) * 86400 +
               WS-STAT-END-SECS - WS-STAT-START-SECS.
           IF WS-STAT-ELAPSED < 0
               MOVE 0 TO WS-STAT-ELAPSED
           END-IF.

      *-----------------------------------------------------------------
      * CURRENT WALL-CLOCK DATE AND TIME AS YYYY-MM-DD / HH:MM:SS
      *-----------------------------------------------------------------
       300-STAMP-NOW-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-DATE-DATA.
           MOVE WS-STAT-YEAR TO WS-STAT-END-DATE(1:4).
           MOVE '-' TO WS-STAT-END-DATE(5:1).
           MOVE WS-STAT-MONTH TO WS-STAT-END-DATE(6:2).
           MOVE '-' TO WS-STAT-END-DATE(8:1).
           MOVE WS-STAT-DAY TO WS-STAT-END-DATE(9:2).
           MOVE WS-STAT-HOUR TO WS-STAT-END-TIME(1:2).
           MOVE ':' TO WS-STAT-END-TIME(3:1).
           MOVE WS-STAT-MINUTE TO WS-STAT-END-TIME(4:2).
           MOVE ':' TO WS-STAT-END-TIME(6:1).
           MOVE WS-STAT-SECOND TO WS-STAT-END-TIME(7:2).
