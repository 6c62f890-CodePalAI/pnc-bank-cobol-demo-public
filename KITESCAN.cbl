      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - CHECK-KITING DETECTION SCAN
      *
      * Nightly compliance step, run after STRSCAN: reads the most
      * recent rolled ledger history over a window of
      * KITE-WINDOW-DAYS days - read through ROLLREAD, which falls
      * back to the monthly roll (TRLOGM_YYYYMM) once ROLLARCH has
      * consolidated the month - and groups the accounts with
      * activity into relationships - accounts sharing any owner
      * customer id on the account master, and accounts tied by
      * transfer legs through TR-RELATED-ACCOUNT. Each relationship
      * is tested for the three marks of a kite:
      *   - cycling: days on which money went into one member and
      *     out of another (legs of at least KITE-MIN-AMOUNT), on at
      *     least KITE-MIN-CYCLES days, with two or more members both
      *     receiving and paying out - the round trip;
      *   - uncollected funds drawn: debits that took the ledger
      *     balance below the deposit holds still outstanding on the
      *     hold file that day, at least KITE-MIN-UNCOLL times;
      *   - float growth: deposit holds placed in the recent half of
      *     the window at KITE-GROWTH-PCT or more of the earlier half
      *     (or, from nothing, at least KITE-FLOAT-FLOOR).
      * A relationship tripping any mark is written as a case to the
      * review file (KITECASE_YYYYMMDD.txt) and raised as a KITING
      * alert on the operations monitor log for the alert console.
      * Legal order holds are not deposit float and are left out,
      * as are the nightly target-balance sweep legs.
      * Run with no operator interaction - see EODJOB.jcl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITESCAN.
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

       01  WS-DAYS-SCANNED            PIC 9(3) VALUE 0.
       01  WS-WINDOW-DAY              PIC 9(3) VALUE 0.
       01  WS-WINDOW-DAYS             PIC 9(3) VALUE 0.
       01  WS-HALF-DAYS               PIC 9(3) VALUE 0.
       01  WS-DATE-INTEGER            PIC 9(8).
       01  WS-DATE-YYYYMMDD           PIC 9(8).
       01  WS-WINDOW-START            PIC X(10).
       01  WS-WINDOW-MID              PIC X(10).
       01  WS-CASES-WRITTEN           PIC 9(5) VALUE 0.
       01  WS-GROUPS-TESTED           PIC 9(5) VALUE 0.
       01  WS-SCAN-OVERFLOW-FLAG      PIC X(1) VALUE 'N'.
           88 SCAN-OVERFLOWED         VALUE 'Y'.

      * Accounts with window activity. WS-KA-PARENT links each entry
      * toward its relationship's root entry (union by shared owner
      * and by transfer link). As in the structuring scan, a full
      * table ends the run RC 8 with a console alert.
       01  WS-KITE-ACCT-TABLE.
           05  WS-KA-COUNT            PIC 9(4) VALUE 0.
           05  WS-KA-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-KA-IDX WS-KB-IDX.
               10  WS-KA-ACCOUNT      PIC X(10).
               10  WS-KA-NAME         PIC X(30).
               10  WS-KA-OWNER-1      PIC X(8).
               10  WS-KA-OWNER-2      PIC X(8).
               10  WS-KA-OWNER-3      PIC X(8).
               10  WS-KA-PARENT       PIC 9(4).
               10  WS-KA-GROUP        PIC 9(4).
               10  WS-KA-CREDITS      PIC 9(11)V99.
               10  WS-KA-DEBITS       PIC 9(11)V99.
               10  WS-KA-UNCOLL       PIC 9(4).
               10  WS-KA-CYC-IN       PIC 9(4).
               10  WS-KA-CYC-OUT      PIC 9(4).
               10  WS-KA-FLOAT-RECENT PIC 9(11)V99.
               10  WS-KA-FLOAT-EARLY  PIC 9(11)V99.

      * Per-account per-day credit and debit totals; entries for one
      * roll day are contiguous from WS-KD-DAY-START
       01  WS-KITE-DAY-TABLE.
           05  WS-KD-COUNT            PIC 9(4) VALUE 0.
           05  WS-KD-DAY-START        PIC 9(4) VALUE 1.
           05  WS-KD-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-KD-IDX.
               10  WS-KD-ACCT         PIC 9(4).
               10  WS-KD-DAY          PIC 9(3).
               10  WS-KD-CREDIT       PIC 9(11)V99.
               10  WS-KD-DEBIT        PIC 9(11)V99.

      * Deposit holds touching the window
       01  WS-KITE-HOLD-TABLE.
           05  WS-KH-COUNT            PIC 9(4) VALUE 0.
           05  WS-KH-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-KH-IDX.
               10  WS-KH-ACCOUNT      PIC X(10).
               10  WS-KH-AMOUNT       PIC 9(9)V99.
               10  WS-KH-PLACED       PIC X(10).
               10  WS-KH-RELEASE      PIC X(10).

      * Transfer links between accounts (TR-RELATED-ACCOUNT)
       01  WS-KITE-LINK-TABLE.
           05  WS-KL-COUNT            PIC 9(4) VALUE 0.
           05  WS-KL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-KL-IDX.
               10  WS-KL-FROM         PIC X(10).
               10  WS-KL-TO           PIC X(10).

      * Union-find and per-relationship work
       01  WS-KITE-WORK.
           05  WS-KX-ROOT-A           PIC 9(4).
           05  WS-KX-ROOT-B           PIC 9(4).
           05  WS-KX-NODE             PIC 9(4).
           05  WS-KX-ACCT             PIC X(10).
           05  WS-KX-LINE-TYPE        PIC X(1).
               88 KX-CREDIT-LINE      VALUE 'C'.
               88 KX-DEBIT-LINE       VALUE 'D'.
               88 KX-OTHER-LINE       VALUE 'O'.
           05  WS-KX-OUTSTANDING      PIC 9(11)V99.
           05  WS-KX-FOUND-FLAG       PIC X(1).
               88 KX-FOUND            VALUE 'Y'.
           05  WS-KX-DAY              PIC 9(3).
           05  WS-KX-CR-COUNT         PIC 9(4).
           05  WS-KX-DR-COUNT         PIC 9(4).
           05  WS-KX-CR-ACCT          PIC 9(4).
           05  WS-KX-DR-ACCT          PIC 9(4).
           05  WS-KX-CYCLE-FLAG OCCURS 60 TIMES
                                      PIC X(1).
           05  WS-KG-MEMBERS          PIC 9(4).
           05  WS-KG-CYCLE-DAYS       PIC 9(3).
           05  WS-KG-TWO-WAY          PIC 9(4).
           05  WS-KG-UNCOLL           PIC 9(5).
           05  WS-KG-FLOAT-RECENT     PIC 9(13)V99.
           05  WS-KG-FLOAT-EARLY      PIC 9(13)V99.
           05  WS-KG-CREDITS          PIC 9(13)V99.
           05  WS-KG-MARKS            PIC X(40).
           05  WS-KG-MARK-PTR         PIC 9(3).
           05  WS-KG-FLOAT-DISPLAY    PIC Z(10)9.99.
           05  WS-KG-EARLY-DISPLAY    PIC Z(10)9.99.
           05  WS-KG-ACCT-LIST        PIC X(90).
           05  WS-KG-LIST-PTR         PIC 9(3).

       01  WS-PARSED-TRANSACTION.
           05  WS-PT-ACCOUNT          PIC X(10).
           05  WS-PT-DATE             PIC X(10).
           05  WS-PT-TIME             PIC X(8).
           05  WS-PT-SEQ              PIC X(4).
           05  WS-PT-TYPE             PIC X(10).
           05  WS-PT-AMOUNT-X         PIC X(11).
           05  WS-PT-RESULT           PIC X(10).
           05  WS-PT-BALANCE-X        PIC X(12).
           05  WS-PT-BALANCE-S REDEFINES WS-PT-BALANCE-X
                                      PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  WS-PT-TELLER           PIC X(8).
           05  WS-PT-CURRENCY         PIC X(3).
           05  WS-PT-RELATED          PIC X(10).
           05  WS-PT-CHECK-NO         PIC X(6).
           05  WS-PT-BRANCH           PIC X(4).
           05  WS-PT-REMARKS          PIC X(50).
           05  WS-PT-AMOUNT-RAW       PIC 9(11).
           05  WS-PT-AMOUNT           PIC 9(9)V99.
           05  WS-PT-BALANCE-AFTER    PIC S9(9)V99.

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "KITESCAN" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "HOLDS.dat" TO WS-HOLD-FILE-NAME.
           MOVE "MONITOR.dat" TO WS-MONITOR-FILE-NAME.

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
           MOVE "KITESCAN" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-DUPLICATE
               DISPLAY "KITESCAN already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "KITECASE_" WS-DATE-FORMATTED(1:4)
               WS-DATE-FORMATTED(6:2) WS-DATE-FORMATTED(9:2) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

           DISPLAY WS-SEPARATOR.
           DISPLAY "CHECK-KITING DETECTION SCAN - " WS-DATE-FORMATTED.
           DISPLAY WS-SEPARATOR.

           PERFORM 050-SET-WINDOW-PARA.
           PERFORM 100-LOAD-HOLDS-PARA.
           PERFORM 110-SCAN-WINDOW-PARA.
           PERFORM 150-POST-HOLD-FLOAT-PARA.
           PERFORM 200-RESOLVE-OWNERS-PARA.
           PERFORM 210-GROUP-ACCOUNTS-PARA.
           PERFORM 300-WRITE-CASES-PARA.

           MOVE 'E' TO WS-BC-FUNCTION.
           MOVE "KITESCAN" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.

           DISPLAY "Roll files scanned: " WS-DAYS-SCANNED.
           DISPLAY "Relationships tested: " WS-GROUPS-TESTED.
           DISPLAY "Cases written: " WS-CASES-WRITTEN.
           DISPLAY "Review file written to " WS-REPORT-FILE-NAME.

           IF SCAN-OVERFLOWED
               DISPLAY "*** KITING SCAN TABLES OVERFLOWED - RESULTS "
                   "ARE INCOMPLETE, WIDEN THE TABLES AND RERUN ***"
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "Kiting scan tables overflowed - "
                   "results incomplete, rerun after widening"
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               PERFORM 330-WRITE-ALERT-PARA
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY WS-SEPARATOR.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      * SCAN WINDOW - ROLLLOG has already advanced the business date
      * when this step runs, so the window ends with the day just
      * rolled and runs back KITE-WINDOW-DAYS days (60 at most); the
      * mid date splits it into an earlier and a recent half for the
      * float comparison
      *-----------------------------------------------------------------
       050-SET-WINDOW-PARA.
           MOVE WS-KITE-WINDOW-DAYS TO WS-WINDOW-DAYS.
           IF WS-WINDOW-DAYS > 60
               MOVE 60 TO WS-WINDOW-DAYS
           END-IF.
           IF WS-WINDOW-DAYS < 2
               MOVE 2 TO WS-WINDOW-DAYS
           END-IF.
           COMPUTE WS-HALF-DAYS = WS-WINDOW-DAYS / 2.

           MOVE WS-DATE-FORMATTED(1:4) TO WS-DATE-YYYYMMDD(1:4).
           MOVE WS-DATE-FORMATTED(6:2) TO WS-DATE-YYYYMMDD(5:2).
           MOVE WS-DATE-FORMATTED(9:2) TO WS-DATE-YYYYMMDD(7:2).
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD).

           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER -
                   WS-WINDOW-DAYS).
           MOVE WS-DATE-YYYYMMDD(1:4) TO WS-WINDOW-START(1:4).
           MOVE '-' TO WS-WINDOW-START(5:1).
           MOVE WS-DATE-YYYYMMDD(5:2) TO WS-WINDOW-START(6:2).
           MOVE '-' TO WS-WINDOW-START(8:1).
           MOVE WS-DATE-YYYYMMDD(7:2) TO WS-WINDOW-START(9:2).

           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER -
                   WS-HALF-DAYS).
           MOVE WS-DATE-YYYYMMDD(1:4) TO WS-WINDOW-MID(1:4).
           MOVE '-' TO WS-WINDOW-MID(5:1).
           MOVE WS-DATE-YYYYMMDD(5:2) TO WS-WINDOW-MID(6:2).
           MOVE '-' TO WS-WINDOW-MID(8:1).
           MOVE WS-DATE-YYYYMMDD(7:2) TO WS-WINDOW-MID(9:2).

      *-----------------------------------------------------------------
      * LOAD THE DEPOSIT HOLDS THAT WERE OUTSTANDING AT ANY POINT IN
      * THE WINDOW - a hold released by hand ahead of its date no
      * longer secures anything and is left out
      *-----------------------------------------------------------------
       100-LOAD-HOLDS-PARA.
           OPEN INPUT HOLD-FILE.
           IF NOT FILE-SUCCESS
               CLOSE HOLD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF HD-REASON(1:12) NOT = "LEGAL ORDER " AND
                          HD-RELEASE-DATE >= WS-WINDOW-START AND
                          HD-PLACED-DATE < WS-DATE-FORMATTED AND
                          NOT (HD-RELEASED AND
                               HD-RELEASE-DATE > WS-DATE-FORMATTED)
                           PERFORM 105-ADD-HOLD-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HOLD-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       105-ADD-HOLD-PARA.
           IF WS-KH-COUNT NOT < 2000
               MOVE 'Y' TO WS-SCAN-OVERFLOW-FLAG
               DISPLAY "ERROR: hold table full - hold on "
                   HD-ACCOUNT-NUMBER " not loaded"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-KH-COUNT.
           SET WS-KH-IDX TO WS-KH-COUNT.
           MOVE HD-ACCOUNT-NUMBER TO WS-KH-ACCOUNT(WS-KH-IDX).
           MOVE HD-AMOUNT TO WS-KH-AMOUNT(WS-KH-IDX).
           MOVE HD-PLACED-DATE TO WS-KH-PLACED(WS-KH-IDX).
           MOVE HD-RELEASE-DATE TO WS-KH-RELEASE(WS-KH-IDX).

      *-----------------------------------------------------------------
      * SCAN THE WINDOW'S ROLL FILES, OLDEST DAY FIRST
      *-----------------------------------------------------------------
       110-SCAN-WINDOW-PARA.
           PERFORM VARYING WS-WINDOW-DAY FROM WS-WINDOW-DAYS BY -1
                   UNTIL WS-WINDOW-DAY < 1
               COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER -
                       WS-WINDOW-DAY)
               PERFORM 115-SCAN-ONE-DAY-PARA
           END-PERFORM.

      *-----------------------------------------------------------------
       115-SCAN-ONE-DAY-PARA.
           MOVE WS-DATE-YYYYMMDD TO WS-RR-DATE.

           MOVE 'O' TO WS-RR-FUNCTION.
           CALL 'ROLLREAD' USING WS-ROLL-READ-AREA.
           IF NOT RR-OK
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-DAYS-SCANNED.
           COMPUTE WS-KD-DAY-START = WS-KD-COUNT + 1.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               MOVE 'R' TO WS-RR-FUNCTION
               CALL 'ROLLREAD' USING WS-ROLL-READ-AREA
               IF NOT RR-OK
                   MOVE 'Y' TO WS-EOF-FLAG
               ELSE
                   PERFORM 120-PARSE-ROLL-LINE-PARA
                   IF WS-PT-RESULT = "SUCCESS"
                       PERFORM 125-CLASSIFY-LINE-PARA
                       IF NOT KX-OTHER-LINE
                           PERFORM 130-POST-LINE-PARA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 'C' TO WS-RR-FUNCTION.
           CALL 'ROLLREAD' USING WS-ROLL-READ-AREA.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       120-PARSE-ROLL-LINE-PARA.
           MOVE SPACES TO WS-PT-ACCOUNT WS-PT-DATE WS-PT-TIME
               WS-PT-SEQ WS-PT-TYPE WS-PT-AMOUNT-X WS-PT-RESULT
               WS-PT-BALANCE-X WS-PT-TELLER WS-PT-CURRENCY
               WS-PT-RELATED WS-PT-CHECK-NO WS-PT-BRANCH
               WS-PT-REMARKS.

           UNSTRING WS-RR-LINE DELIMITED BY ","
               INTO WS-PT-ACCOUNT WS-PT-DATE WS-PT-TIME WS-PT-SEQ
                    WS-PT-TYPE WS-PT-AMOUNT-X WS-PT-RESULT
                    WS-PT-BALANCE-X WS-PT-TELLER WS-PT-CURRENCY
                    WS-PT-RELATED WS-PT-CHECK-NO WS-PT-BRANCH
                    WS-PT-REMARKS
           END-UNSTRING.

           IF WS-PT-AMOUNT-X NUMERIC
               MOVE WS-PT-AMOUNT-X TO WS-PT-AMOUNT-RAW
               COMPUTE WS-PT-AMOUNT = WS-PT-AMOUNT-RAW / 100
           ELSE
               MOVE 0 TO WS-PT-AMOUNT
           END-IF.

           IF WS-PT-BALANCE-S NUMERIC
               MOVE WS-PT-BALANCE-S TO WS-PT-BALANCE-AFTER
           ELSE
               MOVE 0 TO WS-PT-BALANCE-AFTER
           END-IF.

      *-----------------------------------------------------------------
      * MONEY IN (deposits and transfers in) AND MONEY OUT (cash,
      * transfers, paid checks, wires, originated ACH, card and
      * official check purchases). The nightly target-balance sweep
      * between a customer's own checking and money market accounts
      * is treasury housekeeping, not a round trip, and is left out.
      *-----------------------------------------------------------------
       125-CLASSIFY-LINE-PARA.
           IF WS-PT-REMARKS(1:12) = "Target sweep"
               MOVE 'O' TO WS-KX-LINE-TYPE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-PT-TYPE
               WHEN "DEPOSIT"
               WHEN "XFER-IN"
                   MOVE 'C' TO WS-KX-LINE-TYPE
               WHEN "WITHDRAWAL"
               WHEN "XFER-OUT"
               WHEN "CHECK"
               WHEN "WIRE-OUT"
               WHEN "ACH-OUT"
               WHEN "CARD"
               WHEN "OFFCHK"
                   MOVE 'D' TO WS-KX-LINE-TYPE
               WHEN OTHER
                   MOVE 'O' TO WS-KX-LINE-TYPE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * POST ONE MONEY-IN / MONEY-OUT LINE TO ITS ACCOUNT AND DAY
      *-----------------------------------------------------------------
       130-POST-LINE-PARA.
           MOVE WS-PT-ACCOUNT TO WS-KX-ACCT.
           PERFORM 140-FIND-ACCOUNT-PARA.
           IF NOT KX-FOUND
               PERFORM 145-ADD-ACCOUNT-PARA
               IF NOT KX-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 'N' TO WS-KX-FOUND-FLAG.
           PERFORM VARYING WS-KD-IDX FROM WS-KD-DAY-START BY 1
                   UNTIL WS-KD-IDX > WS-KD-COUNT OR KX-FOUND
               IF WS-KD-ACCT(WS-KD-IDX) = WS-KA-IDX
                   MOVE 'Y' TO WS-KX-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF KX-FOUND
               SET WS-KD-IDX DOWN BY 1
           ELSE
               IF WS-KD-COUNT NOT < 5000
                   MOVE 'Y' TO WS-SCAN-OVERFLOW-FLAG
                   DISPLAY "ERROR: day table full - "
                       WS-PT-ACCOUNT " not aggregated"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-KD-COUNT
               SET WS-KD-IDX TO WS-KD-COUNT
               SET WS-KD-ACCT(WS-KD-IDX) TO WS-KA-IDX
               MOVE WS-WINDOW-DAY TO WS-KD-DAY(WS-KD-IDX)
               MOVE 0 TO WS-KD-CREDIT(WS-KD-IDX)
               MOVE 0 TO WS-KD-DEBIT(WS-KD-IDX)
           END-IF.

           IF KX-CREDIT-LINE
               ADD WS-PT-AMOUNT TO WS-KD-CREDIT(WS-KD-IDX)
               ADD WS-PT-AMOUNT TO WS-KA-CREDITS(WS-KA-IDX)
           ELSE
               ADD WS-PT-AMOUNT TO WS-KD-DEBIT(WS-KD-IDX)
               ADD WS-PT-AMOUNT TO WS-KA-DEBITS(WS-KA-IDX)
               PERFORM 135-CHECK-UNCOLLECTED-PARA
           END-IF.

           IF (WS-PT-TYPE = "XFER-OUT" OR WS-PT-TYPE = "XFER-IN")
              AND WS-PT-RELATED NOT = SPACES
               PERFORM 138-ADD-LINK-PARA
           END-IF.

      *-----------------------------------------------------------------
      * A DEBIT THAT LEFT THE LEDGER BALANCE BELOW THE DEPOSIT HOLDS
      * OUTSTANDING THAT DAY WAS PAID FROM UNCOLLECTED FUNDS
      *-----------------------------------------------------------------
       135-CHECK-UNCOLLECTED-PARA.
           MOVE 0 TO WS-KX-OUTSTANDING.
           PERFORM VARYING WS-KH-IDX FROM 1 BY 1
                   UNTIL WS-KH-IDX > WS-KH-COUNT
               IF WS-KH-ACCOUNT(WS-KH-IDX) = WS-PT-ACCOUNT AND
                  WS-KH-PLACED(WS-KH-IDX) <= WS-PT-DATE AND
                  WS-KH-RELEASE(WS-KH-IDX) > WS-PT-DATE
                   ADD WS-KH-AMOUNT(WS-KH-IDX) TO WS-KX-OUTSTANDING
               END-IF
           END-PERFORM.

           IF WS-KX-OUTSTANDING > 0 AND
              WS-PT-BALANCE-AFTER < WS-KX-OUTSTANDING
               ADD 1 TO WS-KA-UNCOLL(WS-KA-IDX)
           END-IF.

      *-----------------------------------------------------------------
       138-ADD-LINK-PARA.
           MOVE 'N' TO WS-KX-FOUND-FLAG.
           PERFORM VARYING WS-KL-IDX FROM 1 BY 1
                   UNTIL WS-KL-IDX > WS-KL-COUNT OR KX-FOUND
               IF (WS-KL-FROM(WS-KL-IDX) = WS-PT-ACCOUNT AND
                   WS-KL-TO(WS-KL-IDX) = WS-PT-RELATED) OR
                  (WS-KL-FROM(WS-KL-IDX) = WS-PT-RELATED AND
                   WS-KL-TO(WS-KL-IDX) = WS-PT-ACCOUNT)
                   MOVE 'Y' TO WS-KX-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF KX-FOUND
               EXIT PARAGRAPH
           END-IF.

           IF WS-KL-COUNT NOT < 2000
               MOVE 'Y' TO WS-SCAN-OVERFLOW-FLAG
               DISPLAY "ERROR: link table full - "
                   WS-PT-ACCOUNT " to " WS-PT-RELATED " not linked"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-KL-COUNT.
           SET WS-KL-IDX TO WS-KL-COUNT.
           MOVE WS-PT-ACCOUNT TO WS-KL-FROM(WS-KL-IDX).
           MOVE WS-PT-RELATED TO WS-KL-TO(WS-KL-IDX).

      *-----------------------------------------------------------------
      * LOCATE WS-KX-ACCT IN THE ACCOUNT TABLE (WS-KA-IDX points at it
      * when WS-KX-FOUND-FLAG comes back 'Y')
      *-----------------------------------------------------------------
       140-FIND-ACCOUNT-PARA.
           MOVE 'N' TO WS-KX-FOUND-FLAG.
           PERFORM VARYING WS-KA-IDX FROM 1 BY 1
                   UNTIL WS-KA-IDX > WS-KA-COUNT OR KX-FOUND
               IF WS-KA-ACCOUNT(WS-KA-IDX) = WS-KX-ACCT
                   MOVE 'Y' TO WS-KX-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF KX-FOUND
               SET WS-KA-IDX DOWN BY 1
           END-IF.

      *-----------------------------------------------------------------
       145-ADD-ACCOUNT-PARA.
           IF WS-KA-COUNT NOT < 1000
               MOVE 'Y' TO WS-SCAN-OVERFLOW-FLAG
               DISPLAY "ERROR: account table full - "
                   WS-KX-ACCT " not aggregated"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-KA-COUNT.
           SET WS-KA-IDX TO WS-KA-COUNT.
           MOVE WS-KX-ACCT TO WS-KA-ACCOUNT(WS-KA-IDX).
           MOVE SPACES TO WS-KA-NAME(WS-KA-IDX).
           MOVE SPACES TO WS-KA-OWNER-1(WS-KA-IDX).
           MOVE SPACES TO WS-KA-OWNER-2(WS-KA-IDX).
           MOVE SPACES TO WS-KA-OWNER-3(WS-KA-IDX).
           MOVE WS-KA-COUNT TO WS-KA-PARENT(WS-KA-IDX).
           MOVE 0 TO WS-KA-GROUP(WS-KA-IDX).
           MOVE 0 TO WS-KA-CREDITS(WS-KA-IDX).
           MOVE 0 TO WS-KA-DEBITS(WS-KA-IDX).
           MOVE 0 TO WS-KA-UNCOLL(WS-KA-IDX).
           MOVE 0 TO WS-KA-CYC-IN(WS-KA-IDX).
           MOVE 0 TO WS-KA-CYC-OUT(WS-KA-IDX).
           MOVE 0 TO WS-KA-FLOAT-RECENT(WS-KA-IDX).
           MOVE 0 TO WS-KA-FLOAT-EARLY(WS-KA-IDX).
           MOVE 'Y' TO WS-KX-FOUND-FLAG.

      *-----------------------------------------------------------------
      * SPLIT EACH ACTIVE ACCOUNT'S HOLD PLACEMENTS INTO THE EARLIER
      * AND RECENT HALVES OF THE WINDOW
      *-----------------------------------------------------------------
       150-POST-HOLD-FLOAT-PARA.
           PERFORM VARYING WS-KH-IDX FROM 1 BY 1
                   UNTIL WS-KH-IDX > WS-KH-COUNT
               IF WS-KH-PLACED(WS-KH-IDX) >= WS-WINDOW-START
                   MOVE WS-KH-ACCOUNT(WS-KH-IDX) TO WS-KX-ACCT
                   PERFORM 140-FIND-ACCOUNT-PARA
                   IF KX-FOUND
                       IF WS-KH-PLACED(WS-KH-IDX) >= WS-WINDOW-MID
                           ADD WS-KH-AMOUNT(WS-KH-IDX) TO
                               WS-KA-FLOAT-RECENT(WS-KA-IDX)
                       ELSE
                           ADD WS-KH-AMOUNT(WS-KH-IDX) TO
                               WS-KA-FLOAT-EARLY(WS-KA-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * PICK UP EACH ACTIVE ACCOUNT'S OWNER CUSTOMER IDS
      *-----------------------------------------------------------------
       200-RESOLVE-OWNERS-PARA.
           OPEN INPUT ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open account file - "
                   "relationships by owner not built."
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-KA-IDX FROM 1 BY 1
                   UNTIL WS-KA-IDX > WS-KA-COUNT
               MOVE WS-KA-ACCOUNT(WS-KA-IDX) TO AR-ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AR-CUSTOMER-NAME TO WS-KA-NAME(WS-KA-IDX)
                       MOVE AR-OWNER-1-CUST-ID TO
                           WS-KA-OWNER-1(WS-KA-IDX)
                       MOVE AR-OWNER-2-CUST-ID TO
                           WS-KA-OWNER-2(WS-KA-IDX)
                       MOVE AR-OWNER-3-CUST-ID TO
                           WS-KA-OWNER-3(WS-KA-IDX)
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-FILE.

      *-----------------------------------------------------------------
      * BUILD THE RELATIONSHIPS - join accounts sharing any owner
      * customer id, then accounts tied by a transfer link
      *-----------------------------------------------------------------
       210-GROUP-ACCOUNTS-PARA.
           PERFORM VARYING WS-KA-IDX FROM 1 BY 1
                   UNTIL WS-KA-IDX > WS-KA-COUNT
               PERFORM VARYING WS-KB-IDX FROM WS-KA-IDX BY 1
                       UNTIL WS-KB-IDX > WS-KA-COUNT
                   IF WS-KB-IDX NOT = WS-KA-IDX
                       PERFORM 215-TEST-SHARED-OWNER-PARA
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-KL-IDX FROM 1 BY 1
                   UNTIL WS-KL-IDX > WS-KL-COUNT
               MOVE WS-KL-FROM(WS-KL-IDX) TO WS-KX-ACCT
               PERFORM 140-FIND-ACCOUNT-PARA
               IF KX-FOUND
                   SET WS-KB-IDX TO WS-KA-IDX
                   MOVE WS-KL-TO(WS-KL-IDX) TO WS-KX-ACCT
                   PERFORM 140-FIND-ACCOUNT-PARA
                   IF KX-FOUND
                       PERFORM 220-JOIN-PARA
                   END-IF
               END-IF
           END-PERFORM.

      * Settle every entry on its root so a relationship is simply
      * the entries carrying the same group number.
           PERFORM VARYING WS-KA-IDX FROM 1 BY 1
                   UNTIL WS-KA-IDX > WS-KA-COUNT
               SET WS-KX-NODE TO WS-KA-IDX
               PERFORM 225-FIND-ROOT-PARA
               MOVE WS-KX-NODE TO WS-KA-GROUP(WS-KA-IDX)
           END-PERFORM.

      *-----------------------------------------------------------------
       215-TEST-SHARED-OWNER-PARA.
           IF (WS-KA-OWNER-1(WS-KA-IDX) NOT = SPACES AND
                (WS-KA-OWNER-1(WS-KA-IDX) = WS-KA-OWNER-1(WS-KB-IDX)
              OR WS-KA-OWNER-1(WS-KA-IDX) = WS-KA-OWNER-2(WS-KB-IDX)
              OR WS-KA-OWNER-1(WS-KA-IDX) = WS-KA-OWNER-3(WS-KB-IDX)))
           OR (WS-KA-OWNER-2(WS-KA-IDX) NOT = SPACES AND
                (WS-KA-OWNER-2(WS-KA-IDX) = WS-KA-OWNER-1(WS-KB-IDX)
              OR WS-KA-OWNER-2(WS-KA-IDX) = WS-KA-OWNER-2(WS-KB-IDX)
              OR WS-KA-OWNER-2(WS-KA-IDX) = WS-KA-OWNER-3(WS-KB-IDX)))
           OR (WS-KA-OWNER-3(WS-KA-IDX) NOT = SPACES AND
                (WS-KA-OWNER-3(WS-KA-IDX) = WS-KA-OWNER-1(WS-KB-IDX)
              OR WS-KA-OWNER-3(WS-KA-IDX) = WS-KA-OWNER-2(WS-KB-IDX)
              OR WS-KA-OWNER-3(WS-KA-IDX) = WS-KA-OWNER-3(WS-KB-IDX)))
               PERFORM 220-JOIN-PARA
           END-IF.

      *-----------------------------------------------------------------
      * JOIN THE RELATIONSHIPS OF ENTRIES WS-KA-IDX AND WS-KB-IDX
      *-----------------------------------------------------------------
       220-JOIN-PARA.
           SET WS-KX-NODE TO WS-KA-IDX.
           PERFORM 225-FIND-ROOT-PARA.
           MOVE WS-KX-NODE TO WS-KX-ROOT-A.
           SET WS-KX-NODE TO WS-KB-IDX.
           PERFORM 225-FIND-ROOT-PARA.
           MOVE WS-KX-NODE TO WS-KX-ROOT-B.
           IF WS-KX-ROOT-A < WS-KX-ROOT-B
               MOVE WS-KX-ROOT-A TO WS-KA-PARENT(WS-KX-ROOT-B)
           ELSE
               IF WS-KX-ROOT-B < WS-KX-ROOT-A
                   MOVE WS-KX-ROOT-B TO WS-KA-PARENT(WS-KX-ROOT-A)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       225-FIND-ROOT-PARA.
           PERFORM UNTIL WS-KA-PARENT(WS-KX-NODE) = WS-KX-NODE
               MOVE WS-KA-PARENT(WS-KX-NODE) TO WS-KX-NODE
           END-PERFORM.

      *-----------------------------------------------------------------
      * TEST EACH RELATIONSHIP AND WRITE THE REVIEW FILE
      *-----------------------------------------------------------------
       300-WRITE-CASES-PARA.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CHECK-KITING REVIEW CASES - " WS-DATE-FORMATTED
               " (window " WS-WINDOW-DAYS " days from "
               WS-WINDOW-START ")"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-KA-IDX FROM 1 BY 1
                   UNTIL WS-KA-IDX > WS-KA-COUNT
               IF WS-KA-GROUP(WS-KA-IDX) = WS-KA-IDX
                   ADD 1 TO WS-GROUPS-TESTED
                   PERFORM 310-TEST-GROUP-PARA
               END-IF
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Relationships tested: " WS-GROUPS-TESTED
               "   Cases listed: " WS-CASES-WRITTEN
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

      *-----------------------------------------------------------------
      * ONE RELATIONSHIP (ROOT ENTRY WS-KA-IDX) - total its members,
      * count its cycle days and test the three marks
      *-----------------------------------------------------------------
       310-TEST-GROUP-PARA.
           MOVE 0 TO WS-KG-MEMBERS WS-KG-CYCLE-DAYS WS-KG-TWO-WAY
               WS-KG-UNCOLL WS-KG-FLOAT-RECENT WS-KG-FLOAT-EARLY
               WS-KG-CREDITS.

           PERFORM VARYING WS-KB-IDX FROM 1 BY 1
                   UNTIL WS-KB-IDX > WS-KA-COUNT
               IF WS-KA-GROUP(WS-KB-IDX) = WS-KA-IDX
                   ADD 1 TO WS-KG-MEMBERS
                   ADD WS-KA-UNCOLL(WS-KB-IDX) TO WS-KG-UNCOLL
                   ADD WS-KA-FLOAT-RECENT(WS-KB-IDX) TO
                       WS-KG-FLOAT-RECENT
                   ADD WS-KA-FLOAT-EARLY(WS-KB-IDX) TO
                       WS-KG-FLOAT-EARLY
                   ADD WS-KA-CREDITS(WS-KB-IDX) TO WS-KG-CREDITS
               END-IF
           END-PERFORM.

           IF WS-KG-MEMBERS > 1
               PERFORM 320-COUNT-CYCLES-PARA
           END-IF.

           MOVE SPACES TO WS-KG-MARKS.
           MOVE 1 TO WS-KG-MARK-PTR.
           IF WS-KG-CYCLE-DAYS >= WS-KITE-MIN-CYCLES AND
              WS-KG-TWO-WAY >= 2
               STRING "CYCLING " DELIMITED BY SIZE INTO WS-KG-MARKS
                   WITH POINTER WS-KG-MARK-PTR
           END-IF.
           IF WS-KG-UNCOLL >= WS-KITE-MIN-UNCOLL
               STRING "UNCOLLECTED " DELIMITED BY SIZE
                   INTO WS-KG-MARKS WITH POINTER WS-KG-MARK-PTR
           END-IF.
           IF WS-KG-FLOAT-EARLY > 0
               IF WS-KG-FLOAT-RECENT >= WS-KITE-MIN-AMOUNT AND
                  WS-KG-FLOAT-RECENT * 100 >=
                      WS-KG-FLOAT-EARLY * WS-KITE-GROWTH-PCT
                   STRING "FLOAT-GROWTH " DELIMITED BY SIZE
                       INTO WS-KG-MARKS WITH POINTER WS-KG-MARK-PTR
               END-IF
           ELSE
               IF WS-KG-FLOAT-RECENT >= WS-KITE-FLOAT-FLOOR
                   STRING "FLOAT-GROWTH " DELIMITED BY SIZE
                       INTO WS-KG-MARKS WITH POINTER WS-KG-MARK-PTR
               END-IF
           END-IF.

           IF WS-KG-MARKS NOT = SPACES
               PERFORM 340-WRITE-GROUP-CASE-PARA
           END-IF.

      *-----------------------------------------------------------------
      * CYCLE DAYS - a day on which one member took money in and a
      * different member paid money out, each leg at least
      * KITE-MIN-AMOUNT. Members on both sides of cycle days are the
      * round trip; a one-way sweep never makes two of them.
      *-----------------------------------------------------------------
       320-COUNT-CYCLES-PARA.
           PERFORM VARYING WS-KX-DAY FROM 1 BY 1
                   UNTIL WS-KX-DAY > WS-WINDOW-DAYS
               MOVE 0 TO WS-KX-CR-COUNT WS-KX-DR-COUNT
                   WS-KX-CR-ACCT WS-KX-DR-ACCT
               PERFORM VARYING WS-KD-IDX FROM 1 BY 1
                       UNTIL WS-KD-IDX > WS-KD-COUNT
                   IF WS-KD-DAY(WS-KD-IDX) = WS-KX-DAY AND
                      WS-KA-GROUP(WS-KD-ACCT(WS-KD-IDX)) = WS-KA-IDX
                       IF WS-KD-CREDIT(WS-KD-IDX) >=
                              WS-KITE-MIN-AMOUNT
                           ADD 1 TO WS-KX-CR-COUNT
                           MOVE WS-KD-ACCT(WS-KD-IDX) TO
                               WS-KX-CR-ACCT
                       END-IF
                       IF WS-KD-DEBIT(WS-KD-IDX) >=
                              WS-KITE-MIN-AMOUNT
                           ADD 1 TO WS-KX-DR-COUNT
                           MOVE WS-KD-ACCT(WS-KD-IDX) TO
                               WS-KX-DR-ACCT
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'N' TO WS-KX-CYCLE-FLAG(WS-KX-DAY)
               IF WS-KX-CR-COUNT > 0 AND WS-KX-DR-COUNT > 0
                   IF WS-KX-CR-COUNT > 1 OR WS-KX-DR-COUNT > 1 OR
                      WS-KX-CR-ACCT NOT = WS-KX-DR-ACCT
                       MOVE 'Y' TO WS-KX-CYCLE-FLAG(WS-KX-DAY)
                       ADD 1 TO WS-KG-CYCLE-DAYS
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-KG-CYCLE-DAYS = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-KD-IDX FROM 1 BY 1
                   UNTIL WS-KD-IDX > WS-KD-COUNT
               IF WS-KA-GROUP(WS-KD-ACCT(WS-KD-IDX)) = WS-KA-IDX
                   MOVE WS-KD-DAY(WS-KD-IDX) TO WS-KX-DAY
                   IF WS-KX-CYCLE-FLAG(WS-KX-DAY) = 'Y'
                       MOVE WS-KD-ACCT(WS-KD-IDX) TO WS-KX-NODE
                       IF WS-KD-CREDIT(WS-KD-IDX) >=
                              WS-KITE-MIN-AMOUNT
                           ADD 1 TO WS-KA-CYC-IN(WS-KX-NODE)
                       END-IF
                       IF WS-KD-DEBIT(WS-KD-IDX) >=
                              WS-KITE-MIN-AMOUNT
                           ADD 1 TO WS-KA-CYC-OUT(WS-KX-NODE)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-KB-IDX FROM 1 BY 1
                   UNTIL WS-KB-IDX > WS-KA-COUNT
               IF WS-KA-GROUP(WS-KB-IDX) = WS-KA-IDX AND
                  WS-KA-CYC-IN(WS-KB-IDX) > 0 AND
                  WS-KA-CYC-OUT(WS-KB-IDX) > 0
                   ADD 1 TO WS-KG-TWO-WAY
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * WRITE ONE SUSPECT RELATIONSHIP TO THE REVIEW FILE AND RAISE
      * THE KITING ALERT
      *-----------------------------------------------------------------
       340-WRITE-GROUP-CASE-PARA.
           ADD 1 TO WS-CASES-WRITTEN.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CASE " WS-CASES-WRITTEN "  " WS-KG-MARKS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING "  Cycle days: " WS-KG-CYCLE-DAYS
               "   Round-trip accounts: " WS-KG-TWO-WAY
               "   Uncollected draws: " WS-KG-UNCOLL
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-KG-FLOAT-RECENT TO WS-KG-FLOAT-DISPLAY.
           MOVE WS-KG-FLOAT-EARLY TO WS-KG-EARLY-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Holds placed - earlier half: " WS-KG-EARLY-DISPLAY
               "   recent half: " WS-KG-FLOAT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO WS-KG-ACCT-LIST.
           MOVE 1 TO WS-KG-LIST-PTR.
           PERFORM VARYING WS-KB-IDX FROM 1 BY 1
                   UNTIL WS-KB-IDX > WS-KA-COUNT
               IF WS-KA-GROUP(WS-KB-IDX) = WS-KA-IDX
                   PERFORM 345-WRITE-MEMBER-LINE-PARA
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-ERROR-MESSAGE.
           STRING "Possible kiting - " WS-KG-MEMBERS
               " accts from " WS-KA-ACCOUNT(WS-KA-IDX) " ("
               WS-KA-OWNER-1(WS-KA-IDX) "): " WS-KG-MARKS
               DELIMITED BY SIZE INTO WS-ERROR-MESSAGE.
           PERFORM 330-WRITE-ALERT-PARA.

      *-----------------------------------------------------------------
       345-WRITE-MEMBER-LINE-PARA.
           MOVE WS-KA-CREDITS(WS-KB-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE WS-KA-DEBITS(WS-KB-IDX) TO WS-FORMATTED-BALANCE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-KA-ACCOUNT(WS-KB-IDX) " "
               WS-KA-OWNER-1(WS-KB-IDX) " " WS-KA-NAME(WS-KB-IDX)
               " in " WS-FORMATTED-AMOUNT " out "
               WS-FORMATTED-BALANCE " uncoll "
               WS-KA-UNCOLL(WS-KB-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * RAISE ONE KITING ALERT FOR THE OPERATIONS CONSOLE
      *-----------------------------------------------------------------
       330-WRITE-ALERT-PARA.
           OPEN EXTEND MONITOR-LOG-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT MONITOR-LOG-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-DATE-FORMATTED TO ML-DATE.
           MOVE WS-CURRENT-HOUR TO ML-TIME(1:2).
           MOVE ':' TO ML-TIME(3:1).
           MOVE WS-CURRENT-MINUTE TO ML-TIME(4:2).
           MOVE ':' TO ML-TIME(6:1).
           MOVE WS-CURRENT-SECOND TO ML-TIME(7:2).
           MOVE "KITING" TO ML-ALERT-TYPE.
           MOVE WS-ERROR-MESSAGE TO ML-DETAILS.
           MOVE 'N' TO ML-ACK-FLAG.
           MOVE SPACES TO ML-ACK-TELLER-ID.
           MOVE SPACES TO ML-ACK-NOTE.
           WRITE MONITOR-LOG-RECORD.

           CLOSE MONITOR-LOG-FILE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-DAYS-SCANNED TO WS-JS-READ-COUNT.
           MOVE WS-CASES-WRITTEN TO WS-JS-POSTED-COUNT.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
