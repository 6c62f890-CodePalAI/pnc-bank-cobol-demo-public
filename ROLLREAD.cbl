      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - TRANSACTION ROLL READER
      *
      * Small CALLed utility shared by every program that reads the
      * rolled transaction ledger. A business day's entries live on
      * its daily roll file (TRLOG_YYYYMMDD.dat) until the monthly
      * roll consolidation (ROLLARCH.cbl) folds a closed month into
      * one monthly file (TRLOGM_YYYYMM.dat). Each monthly record is
      * the source day (YYYYMMDD) followed by the original roll
      * line; every daily file folded in leaves a "*FILE" marker
      * record for its day, so a day that had a (possibly empty)
      * daily file is still found once it is monthly. The caller
      * asks for a day and reads its lines without knowing which
      * file holds them.
      *
      * Functions (WS-RR-FUNCTION):
      *   'O' - open the day in WS-RR-DATE: result 'Y' if the day is
      *         on file (source 'D' daily or 'M' monthly), 'N' if not
      *   'R' - next line of the day into WS-RR-LINE: result 'Y', or
      *         'E' once the day's lines are exhausted
      *   'C' - close whatever is open
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLLREAD.
       AUTHOR. PNC-DEMO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-ROLL-FILE ASSIGN TO WS-DAILY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAILY-FILE-STATUS.

           SELECT MONTHLY-ROLL-FILE ASSIGN TO WS-MONTHLY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTHLY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-ROLL-FILE
           LABEL RECORDS ARE STANDARD.
       01  DAILY-ROLL-LINE            PIC X(200).

       FD  MONTHLY-ROLL-FILE
           LABEL RECORDS ARE STANDARD.
       01  MONTHLY-ROLL-RECORD.
           05  MR-DAY-TAG             PIC X(8).
               88 MR-TRAILER          VALUE 'TRAILER '.
           05  MR-LINE                PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-DAILY-FILE-NAME         PIC X(40).
       01  WS-DAILY-FILE-STATUS       PIC X(2).
           88 DAILY-FILE-SUCCESS      VALUE '00'.
       01  WS-MONTHLY-FILE-NAME       PIC X(40).
       01  WS-MONTHLY-FILE-STATUS     PIC X(2).
           88 MONTHLY-FILE-SUCCESS    VALUE '00'.
       01  WS-OPEN-SOURCE             PIC X(1) VALUE SPACE.
           88 NOTHING-OPEN            VALUE SPACE.
           88 DAILY-OPEN              VALUE 'D'.
           88 MONTHLY-OPEN            VALUE 'M'.
       01  WS-DAY-ENDED-FLAG          PIC X(1) VALUE 'N'.
           88 DAY-ENDED               VALUE 'Y'.
       01  WS-SCAN-DONE-FLAG          PIC X(1) VALUE 'N'.
           88 SCAN-DONE               VALUE 'Y'.

       LINKAGE SECTION.
       01  WS-ROLL-READ-AREA.
           05  WS-RR-FUNCTION         PIC X(1).
               88 RR-OPEN             VALUE 'O'.
               88 RR-READ             VALUE 'R'.
               88 RR-CLOSE            VALUE 'C'.
           05  WS-RR-DATE             PIC X(8).
           05  WS-RR-LINE             PIC X(200).
           05  WS-RR-RESULT           PIC X(1).
               88 RR-OK               VALUE 'Y'.
               88 RR-END              VALUE 'E'.
               88 RR-NOT-FOUND        VALUE 'N'.
           05  WS-RR-SOURCE           PIC X(1).
               88 RR-FROM-DAILY       VALUE 'D'.
               88 RR-FROM-MONTHLY     VALUE 'M'.

       PROCEDURE DIVISION USING WS-ROLL-READ-AREA.

       000-MAIN-PARA.
           EVALUATE TRUE
               WHEN RR-OPEN
                   PERFORM 100-OPEN-DAY-PARA
               WHEN RR-READ
                   PERFORM 200-READ-LINE-PARA
               WHEN RR-CLOSE
                   PERFORM 300-CLOSE-PARA
               WHEN OTHER
                   MOVE 'N' TO WS-RR-RESULT
           END-EVALUATE.
           GOBACK.

      *-----------------------------------------------------------------
      * OPEN ONE DAY - the daily roll file wins; a day with no daily
      * file is looked for on its month's consolidated file
      *-----------------------------------------------------------------
       100-OPEN-DAY-PARA.
           PERFORM 300-CLOSE-PARA.
           MOVE 'N' TO WS-RR-RESULT.
           MOVE SPACES TO WS-RR-LINE WS-RR-SOURCE.
           MOVE 'N' TO WS-DAY-ENDED-FLAG.

           MOVE SPACES TO WS-DAILY-FILE-NAME.
           STRING "TRLOG_" WS-RR-DATE ".dat"
               DELIMITED BY SIZE INTO WS-DAILY-FILE-NAME.

           OPEN INPUT DAILY-ROLL-FILE.
           IF DAILY-FILE-SUCCESS
               MOVE 'D' TO WS-OPEN-SOURCE
               MOVE 'D' TO WS-RR-SOURCE
               MOVE 'Y' TO WS-RR-RESULT
               EXIT PARAGRAPH
           END-IF.
           CLOSE DAILY-ROLL-FILE.

           MOVE SPACES TO WS-MONTHLY-FILE-NAME.
           STRING "TRLOGM_" WS-RR-DATE(1:6) ".dat"
               DELIMITED BY SIZE INTO WS-MONTHLY-FILE-NAME.

           OPEN INPUT MONTHLY-ROLL-FILE.
           IF NOT MONTHLY-FILE-SUCCESS
               CLOSE MONTHLY-ROLL-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'M' TO WS-OPEN-SOURCE.

      * Days are folded in date order, so the day's marker is found
      * before any later day's records or the trailer
           MOVE 'N' TO WS-SCAN-DONE-FLAG.
           PERFORM UNTIL SCAN-DONE
               READ MONTHLY-ROLL-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF MR-TRAILER
                           MOVE 'Y' TO WS-SCAN-DONE-FLAG
                       ELSE
                           IF MR-DAY-TAG = WS-RR-DATE AND
                              MR-LINE(1:5) = "*FILE"
                               MOVE 'Y' TO WS-RR-RESULT
                               MOVE 'M' TO WS-RR-SOURCE
                               MOVE 'Y' TO WS-SCAN-DONE-FLAG
                           ELSE
                               IF MR-DAY-TAG > WS-RR-DATE
                                   MOVE 'Y' TO WS-SCAN-DONE-FLAG
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF NOT RR-OK
               PERFORM 300-CLOSE-PARA
               MOVE 'N' TO WS-RR-RESULT
           END-IF.

      *-----------------------------------------------------------------
      * NEXT LINE OF THE OPEN DAY
      *-----------------------------------------------------------------
       200-READ-LINE-PARA.
           MOVE 'E' TO WS-RR-RESULT.
           MOVE SPACES TO WS-RR-LINE.

           IF DAILY-OPEN
               READ DAILY-ROLL-FILE
                   AT END
                       MOVE 'E' TO WS-RR-RESULT
                   NOT AT END
                       MOVE DAILY-ROLL-LINE TO WS-RR-LINE
                       MOVE 'Y' TO WS-RR-RESULT
               END-READ
               EXIT PARAGRAPH
           END-IF.

           IF NOT MONTHLY-OPEN OR DAY-ENDED
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-SCAN-DONE-FLAG.
           PERFORM UNTIL SCAN-DONE
               READ MONTHLY-ROLL-FILE
                   AT END
                       MOVE 'Y' TO WS-DAY-ENDED-FLAG
                       MOVE 'Y' TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF MR-TRAILER OR MR-DAY-TAG NOT = WS-RR-DATE
                           MOVE 'Y' TO WS-DAY-ENDED-FLAG
                           MOVE 'Y' TO WS-SCAN-DONE-FLAG
                       ELSE
                           IF MR-LINE(1:5) NOT = "*FILE"
                               MOVE MR-LINE TO WS-RR-LINE
                               MOVE 'Y' TO WS-RR-RESULT
                               MOVE 'Y' TO WS-SCAN-DONE-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------
      * CLOSE WHATEVER IS OPEN
      *-----------------------------------------------------------------
       300-CLOSE-PARA.
           IF DAILY-OPEN
               CLOSE DAILY-ROLL-FILE
           END-IF.
           IF MONTHLY-OPEN
               CLOSE MONTHLY-ROLL-FILE
           END-IF.
           MOVE SPACE TO WS-OPEN-SOURCE.
           MOVE 'Y' TO WS-DAY-ENDED-FLAG.
           MOVE 'Y' TO WS-RR-RESULT.
