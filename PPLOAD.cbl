      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - POSITIVE PAY ISSUE LOAD
      *
      * End-of-day batch step, run ahead of CHKPOST: loads the check
      * issue files business customers submit for positive pay onto
      * the issued-checks file, so the inclearing step can match each
      * presented check against what the customer actually wrote.
      * Each customer submission is one header/trailer batch for one
      * enrolled account; a batch whose detail count or amount total
      * does not prove against its trailer, or whose account is not
      * enrolled, is refused whole (nothing from it is loaded) and
      * raised on the alert console. Within a proven batch an item
      * is rejected when its serial repeats within the batch or is
      * already on the issued-checks file; a void item cancels an
      * outstanding issue. Issued checks still unpresented
      * PP-AGE-OFF-DAYS after their issue date are then aged off, so
      * a very late presentment comes back as an exception. Writes
      * the load report PPLOAD_YYYYMMDD.txt. Run with no operator
      * interaction - see EODJOB.jcl.
      *
      * Issue file layout (PPISSUE.dat, fixed, any number of
      * batches):
      *   'H' + account (10, with check digit) + submitted date (10)
      *   'D' + check serial (9(6) zoned) + amount (9(7)V99 zoned)
      *       + issue date (10) + payee (30) + void flag (1, 'V')
      *   'T' + item count (9(5)) + amount total (9(11)V99)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPLOAD.
       AUTHOR. PNC-DEMO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FILECTL.cpy'.
           SELECT PP-ISSUE-FILE ASSIGN TO WS-PP-ISSUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FILEDEF.cpy'.
       FD  PP-ISSUE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PP-ISSUE-RECORD.
           05  PU-RECORD-TYPE         PIC X(1).
               88 PU-HEADER-REC       VALUE 'H'.
               88 PU-DETAIL-REC       VALUE 'D'.
               88 PU-TRAILER-REC      VALUE 'T'.
           05  PU-DETAIL.
               10  PU-CHECK-NUMBER    PIC 9(6).
               10  PU-AMOUNT          PIC 9(7)V99.
               10  PU-ISSUE-DATE      PIC X(10).
               10  PU-PAYEE           PIC X(30).
               10  PU-VOID-FLAG       PIC X(1).
                   88 PU-VOID         VALUE 'V'.
           05  PU-HEADER REDEFINES PU-DETAIL.
               10  PU-ACCOUNT-NUMBER  PIC X(10).
               10  PU-SUBMIT-DATE     PIC X(10).
               10  FILLER             PIC X(36).
           05  PU-TRAILER REDEFINES PU-DETAIL.
               10  PU-ITEM-COUNT      PIC 9(5).
               10  PU-AMOUNT-TOTAL    PIC 9(11)V99.
               10  FILLER             PIC X(38).

       WORKING-STORAGE SECTION.
           COPY 'DATADEF.cpy'.

       01  WS-PP-ISSUE-FILE-NAME      PIC X(40) VALUE 'PPISSUE.dat'.
       01  WS-RECORDS-READ            PIC 9(7) VALUE 0.
       01  WS-ITEMS-LOADED            PIC 9(7) VALUE 0.
       01  WS-ITEMS-VOIDED            PIC 9(7) VALUE 0.
       01  WS-ITEMS-REJECTED          PIC 9(7) VALUE 0.
       01  WS-BATCHES-PROVEN          PIC 9(5) VALUE 0.
       01  WS-BATCHES-REFUSED         PIC 9(5) VALUE 0.
       01  WS-ITEMS-AGED-OFF          PIC 9(7) VALUE 0.
       01  WS-LOADED-TOTAL            PIC 9(11)V99 VALUE 0.
       01  WS-DATE-YYYYMMDD           PIC 9(8).
       01  WS-BUSDATE-INTEGER         PIC 9(8).
       01  WS-PI-AGE                  PIC S9(8).
       01  WS-ITEM-REASON             PIC X(40).
       01  WS-AMOUNT-EDIT             PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-EDIT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * One customer submission, held until its trailer proves it
       01  WS-PL-BATCH.
           05  WS-PL-IN-BATCH-FLAG    PIC X(1) VALUE 'N'.
               88 PL-IN-BATCH         VALUE 'Y'.
           05  WS-PL-ACCOUNT          PIC X(10).
           05  WS-PL-SUBMIT-DATE      PIC X(10).
           05  WS-PL-REFUSE-REASON    PIC X(50).
           05  WS-PL-ITEM-COUNT       PIC 9(5) VALUE 0.
           05  WS-PL-AMOUNT-TOTAL     PIC 9(11)V99 VALUE 0.
           05  WS-PL-ITEM OCCURS 1000 TIMES
                   INDEXED BY WS-PL-IX WS-PL-JX.
               10  WS-PL-CHECK-NUMBER PIC 9(6).
               10  WS-PL-AMOUNT       PIC 9(7)V99.
               10  WS-PL-ISSUE-DATE   PIC X(10).
               10  WS-PL-PAYEE        PIC X(30).
               10  WS-PL-VOID-FLAG    PIC X(1).
                   88 PL-VOID         VALUE 'V'.
       01  WS-PL-DUP-FLAG             PIC X(1) VALUE 'N'.
           88 PL-DUPLICATE-IN-BATCH   VALUE 'Y'.

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "PPLOAD" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "PPACCT.dat" TO WS-PPACCT-FILE-NAME.
           MOVE "ISSCHK.dat" TO WS-ISSCHK-FILE-NAME.
           MOVE "MONITOR.dat" TO WS-MONITOR-FILE-NAME.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           MOVE '-' TO WS-DATE-FORMATTED(5:1).
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).
           MOVE WS-CURRENT-HOUR TO WS-TR-TIME(1:2).
           MOVE ':' TO WS-TR-TIME(3:1).
           MOVE WS-CURRENT-MINUTE TO WS-TR-TIME(4:2).
           MOVE ':' TO WS-TR-TIME(6:1).
           MOVE WS-CURRENT-SECOND TO WS-TR-TIME(7:2).

           MOVE 'D' TO WS-BC-FUNCTION.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-OK
               MOVE WS-BC-BUSINESS-DATE TO WS-DATE-FORMATTED
           END-IF.

           CALL 'PARMLOAD' USING WS-BUSINESS-RULES
               WS-DATE-FORMATTED.

           MOVE 'S' TO WS-BC-FUNCTION.
           MOVE "PPLOAD" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-DUPLICATE
               DISPLAY "PPLOAD already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           MOVE WS-DATE-FORMATTED(1:4) TO WS-DATE-YYYYMMDD(1:4).
           MOVE WS-DATE-FORMATTED(6:2) TO WS-DATE-YYYYMMDD(5:2).
           MOVE WS-DATE-FORMATTED(9:2) TO WS-DATE-YYYYMMDD(7:2).
           COMPUTE WS-BUSDATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD).

           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "PPLOAD_" WS-DATE-FORMATTED(1:4)
               WS-DATE-FORMATTED(6:2) WS-DATE-FORMATTED(9:2) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

           DISPLAY WS-SEPARATOR.
           DISPLAY "POSITIVE PAY ISSUE LOAD - " WS-DATE-FORMATTED.
           DISPLAY WS-SEPARATOR.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PNC BANK - POSITIVE PAY ISSUE FILE LOAD - "
               WS-DATE-FORMATTED DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 100-LOAD-ISSUE-FILE-PARA.
           PERFORM 300-AGE-OFF-ISSUES-PARA.
           PERFORM 400-WRITE-TOTALS-PARA.

           CLOSE REPORT-FILE.

           DISPLAY "Issue records read: " WS-RECORDS-READ.
           DISPLAY "Batches proven: " WS-BATCHES-PROVEN
               "  refused: " WS-BATCHES-REFUSED.
           DISPLAY "Checks loaded: " WS-ITEMS-LOADED
               "  voided: " WS-ITEMS-VOIDED
               "  rejected: " WS-ITEMS-REJECTED.
           DISPLAY "Issued checks aged off: " WS-ITEMS-AGED-OFF.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME.
           DISPLAY WS-SEPARATOR.

           MOVE 'E' TO WS-BC-FUNCTION.
           MOVE "PPLOAD" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      * READ THE ISSUE FILE, COLLECTING EACH BATCH UNTIL ITS TRAILER
      *-----------------------------------------------------------------
       100-LOAD-ISSUE-FILE-PARA.
           OPEN INPUT PP-ISSUE-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No positive pay issue file - nothing to load."
               MOVE "  No issue file received." TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE PP-ISSUE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-PL-IN-BATCH-FLAG.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ PP-ISSUE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 110-TAKE-ONE-RECORD-PARA
               END-READ
           END-PERFORM.

           CLOSE PP-ISSUE-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      * A batch still open at end of file never got its trailer -
      * the submission was truncated.
           IF PL-IN-BATCH
               MOVE "No trailer - submission truncated?" TO
                   WS-PL-REFUSE-REASON
               PERFORM 150-REFUSE-BATCH-PARA
           END-IF.

      *-----------------------------------------------------------------
       110-TAKE-ONE-RECORD-PARA.
           EVALUATE TRUE
               WHEN PU-HEADER-REC
                   IF PL-IN-BATCH
                       MOVE "No trailer before the next header" TO
                           WS-PL-REFUSE-REASON
                       PERFORM 150-REFUSE-BATCH-PARA
                   END-IF
                   MOVE 'Y' TO WS-PL-IN-BATCH-FLAG
                   MOVE PU-ACCOUNT-NUMBER TO WS-PL-ACCOUNT
                   MOVE PU-SUBMIT-DATE TO WS-PL-SUBMIT-DATE
                   MOVE SPACES TO WS-PL-REFUSE-REASON
                   MOVE 0 TO WS-PL-ITEM-COUNT
                   MOVE 0 TO WS-PL-AMOUNT-TOTAL
               WHEN PU-DETAIL-REC AND PL-IN-BATCH
                   ADD 1 TO WS-PL-ITEM-COUNT
                   IF PU-AMOUNT IS NUMERIC
                       ADD PU-AMOUNT TO WS-PL-AMOUNT-TOTAL
                   END-IF
                   IF WS-PL-ITEM-COUNT > 1000
                       MOVE "More than 1000 items in one submission"
                           TO WS-PL-REFUSE-REASON
                   ELSE
                       MOVE PU-CHECK-NUMBER TO
                           WS-PL-CHECK-NUMBER(WS-PL-ITEM-COUNT)
                       MOVE PU-AMOUNT TO
                           WS-PL-AMOUNT(WS-PL-ITEM-COUNT)
                       MOVE PU-ISSUE-DATE TO
                           WS-PL-ISSUE-DATE(WS-PL-ITEM-COUNT)
                       MOVE PU-PAYEE TO WS-PL-PAYEE(WS-PL-ITEM-COUNT)
                       MOVE PU-VOID-FLAG TO
                           WS-PL-VOID-FLAG(WS-PL-ITEM-COUNT)
                   END-IF
               WHEN PU-TRAILER-REC AND PL-IN-BATCH
                   PERFORM 120-PROVE-BATCH-PARA
                   MOVE 'N' TO WS-PL-IN-BATCH-FLAG
               WHEN OTHER
                   ADD 1 TO WS-ITEMS-REJECTED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  Record " WS-RECORDS-READ
                       " ignored - type '" PU-RECORD-TYPE
                       "' outside a header/trailer batch"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * PROVE THE BATCH AGAINST ITS TRAILER AND ITS ACCOUNT'S
      * ENROLLMENT, THEN LOAD IT
      *-----------------------------------------------------------------
       120-PROVE-BATCH-PARA.
           IF WS-PL-REFUSE-REASON NOT = SPACES
               PERFORM 150-REFUSE-BATCH-PARA
               EXIT PARAGRAPH
           END-IF.

           IF PU-ITEM-COUNT NOT NUMERIC OR
              PU-AMOUNT-TOTAL NOT NUMERIC OR
              PU-ITEM-COUNT NOT = WS-PL-ITEM-COUNT OR
              PU-AMOUNT-TOTAL NOT = WS-PL-AMOUNT-TOTAL
               MOVE "Control totals do not prove against trailer"
                   TO WS-PL-REFUSE-REASON
               PERFORM 150-REFUSE-BATCH-PARA
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PL-ACCOUNT TO WS-CD-ACCOUNT-NUMBER.
           MOVE 'V' TO WS-CD-MODE.
           CALL 'CHKDIGIT' USING WS-CD-ACCOUNT-NUMBER WS-CD-MODE
               WS-CD-RESULT.
           IF CD-INVALID
               MOVE "Invalid account number (check digit)" TO
                   WS-PL-REFUSE-REASON
               PERFORM 150-REFUSE-BATCH-PARA
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT POSPAY-ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               MOVE "No positive pay enrollments on file" TO
                   WS-PL-REFUSE-REASON
               CLOSE POSPAY-ACCOUNT-FILE
               PERFORM 150-REFUSE-BATCH-PARA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PL-ACCOUNT TO PA-ACCOUNT-NUMBER.
           READ POSPAY-ACCOUNT-FILE
               INVALID KEY
                   MOVE "Account not enrolled for positive pay" TO
                       WS-PL-REFUSE-REASON
           END-READ.
           IF WS-PL-REFUSE-REASON = SPACES AND NOT PA-ENROLLED
               MOVE "Positive pay enrollment withdrawn" TO
                   WS-PL-REFUSE-REASON
           END-IF.
           CLOSE POSPAY-ACCOUNT-FILE.
           IF WS-PL-REFUSE-REASON NOT = SPACES
               PERFORM 150-REFUSE-BATCH-PARA
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-BATCHES-PROVEN.
           MOVE WS-PL-AMOUNT-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Account " WS-PL-ACCOUNT " submitted "
               WS-PL-SUBMIT-DATE " - " WS-PL-ITEM-COUNT
               " items " WS-TOTAL-EDIT " - proven"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN I-O ISSUED-CHECK-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT ISSUED-CHECK-FILE
               CLOSE ISSUED-CHECK-FILE
               OPEN I-O ISSUED-CHECK-FILE
           END-IF.

           PERFORM VARYING WS-PL-IX FROM 1 BY 1
                   UNTIL WS-PL-IX > WS-PL-ITEM-COUNT
               PERFORM 130-LOAD-ONE-ITEM-PARA
           END-PERFORM.

           CLOSE ISSUED-CHECK-FILE.

      *-----------------------------------------------------------------
      * LOAD (OR VOID) ONE ISSUED CHECK FROM A PROVEN BATCH
      *-----------------------------------------------------------------
       130-LOAD-ONE-ITEM-PARA.
           MOVE SPACES TO WS-ITEM-REASON.

           IF WS-PL-CHECK-NUMBER(WS-PL-IX) NOT NUMERIC OR
              WS-PL-CHECK-NUMBER(WS-PL-IX) = 0
               MOVE "Invalid check serial number" TO WS-ITEM-REASON
               PERFORM 140-REJECT-ITEM-PARA
               EXIT PARAGRAPH
           END-IF.
           IF NOT PL-VOID(WS-PL-IX) AND
              (WS-PL-AMOUNT(WS-PL-IX) NOT NUMERIC OR
               WS-PL-AMOUNT(WS-PL-IX) = 0)
               MOVE "Invalid amount" TO WS-ITEM-REASON
               PERFORM 140-REJECT-ITEM-PARA
               EXIT PARAGRAPH
           END-IF.

      * The same serial twice in one submission - keep the first.
           MOVE 'N' TO WS-PL-DUP-FLAG.
           PERFORM VARYING WS-PL-JX FROM 1 BY 1
                   UNTIL WS-PL-JX >= WS-PL-IX OR PL-DUPLICATE-IN-BATCH
               IF WS-PL-CHECK-NUMBER(WS-PL-JX) =
                  WS-PL-CHECK-NUMBER(WS-PL-IX)
                   MOVE 'Y' TO WS-PL-DUP-FLAG
               END-IF
           END-PERFORM.
           IF PL-DUPLICATE-IN-BATCH
               MOVE "Serial repeated within the submission" TO
                   WS-ITEM-REASON
               PERFORM 140-REJECT-ITEM-PARA
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PL-ACCOUNT TO PI-ACCOUNT-NUMBER.
           MOVE WS-PL-CHECK-NUMBER(WS-PL-IX) TO PI-CHECK-NUMBER.
           READ ISSUED-CHECK-FILE
               INVALID KEY
                   IF PL-VOID(WS-PL-IX)
                       MOVE "Void for a serial never issued" TO
                           WS-ITEM-REASON
                       PERFORM 140-REJECT-ITEM-PARA
                   ELSE
                       PERFORM 135-WRITE-ISSUE-PARA
                   END-IF
                   EXIT PARAGRAPH
           END-READ.

           IF PL-VOID(WS-PL-IX)
               IF PI-OUTSTANDING
                   MOVE 'V' TO PI-STATUS
                   MOVE WS-DATE-FORMATTED TO PI-STATUS-DATE
                   REWRITE ISSUED-CHECK-RECORD
                       INVALID KEY
                           DISPLAY "ERROR rewriting issued check "
                               PI-ACCOUNT-NUMBER " " PI-CHECK-NUMBER
                   END-REWRITE
                   ADD 1 TO WS-ITEMS-VOIDED
               ELSE
                   MOVE SPACES TO WS-ITEM-REASON
                   STRING "Void refused - issue status " PI-STATUS
                       DELIMITED BY SIZE INTO WS-ITEM-REASON
                   PERFORM 140-REJECT-ITEM-PARA
               END-IF
               EXIT PARAGRAPH
           END-IF.

      * A serial aged off unpresented may be re-issued; anything
      * else on file is a duplicate issue.
           IF PI-AGED-OFF
               PERFORM 135-WRITE-ISSUE-PARA
           ELSE
               MOVE SPACES TO WS-ITEM-REASON
               STRING "Duplicate serial - already on file "
                   PI-ISSUE-DATE
                   DELIMITED BY SIZE INTO WS-ITEM-REASON
               PERFORM 140-REJECT-ITEM-PARA
           END-IF.

      *-----------------------------------------------------------------
       135-WRITE-ISSUE-PARA.
           MOVE WS-PL-ACCOUNT TO PI-ACCOUNT-NUMBER.
           MOVE WS-PL-CHECK-NUMBER(WS-PL-IX) TO PI-CHECK-NUMBER.
           MOVE WS-PL-AMOUNT(WS-PL-IX) TO PI-AMOUNT.
           MOVE WS-PL-ISSUE-DATE(WS-PL-IX) TO PI-ISSUE-DATE.
           MOVE WS-PL-PAYEE(WS-PL-IX) TO PI-PAYEE.
           MOVE 'O' TO PI-STATUS.
           MOVE WS-DATE-FORMATTED TO PI-LOAD-DATE.
           MOVE WS-DATE-FORMATTED TO PI-STATUS-DATE.
           MOVE 0 TO PI-PAID-AMOUNT.
           IF PI-ISSUE-DATE = SPACES
               MOVE WS-PL-SUBMIT-DATE TO PI-ISSUE-DATE
           END-IF.

           WRITE ISSUED-CHECK-RECORD
               INVALID KEY
                   REWRITE ISSUED-CHECK-RECORD
                       INVALID KEY
                           MOVE "Unable to record the issue" TO
                               WS-ITEM-REASON
                           PERFORM 140-REJECT-ITEM-PARA
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE.

           ADD 1 TO WS-ITEMS-LOADED.
           ADD PI-AMOUNT TO WS-LOADED-TOTAL.

      *-----------------------------------------------------------------
       140-REJECT-ITEM-PARA.
           ADD 1 TO WS-ITEMS-REJECTED.
           MOVE WS-PL-AMOUNT(WS-PL-IX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  REJECT check " WS-PL-CHECK-NUMBER(WS-PL-IX)
               " " WS-AMOUNT-EDIT " " WS-PL-PAYEE(WS-PL-IX)
               " " WS-ITEM-REASON
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "REJECTED: " WS-PL-ACCOUNT " check "
               WS-PL-CHECK-NUMBER(WS-PL-IX) " " WS-ITEM-REASON.

      *-----------------------------------------------------------------
      * REFUSE A WHOLE SUBMISSION: REPORT LINE PLUS AN OPERATIONS
      * ALERT SO THE BRANCH CAN ASK THE CUSTOMER TO RESEND
      *-----------------------------------------------------------------
       150-REFUSE-BATCH-PARA.
           ADD 1 TO WS-BATCHES-REFUSED.
           ADD WS-PL-ITEM-COUNT TO WS-ITEMS-REJECTED.
           MOVE 'N' TO WS-PL-IN-BATCH-FLAG.

           MOVE SPACES TO REPORT-LINE.
           STRING "Account " WS-PL-ACCOUNT " submitted "
               WS-PL-SUBMIT-DATE " - " WS-PL-ITEM-COUNT
               " items - REFUSED: " WS-PL-REFUSE-REASON
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "*** ISSUE BATCH REFUSED: " WS-PL-ACCOUNT " "
               WS-PL-REFUSE-REASON " ***".

           OPEN EXTEND MONITOR-LOG-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT MONITOR-LOG-FILE
           END-IF.
           MOVE WS-DATE-FORMATTED TO ML-DATE.
           MOVE WS-TR-TIME TO ML-TIME.
           MOVE "POSPAY-ISSUE" TO ML-ALERT-TYPE.
           MOVE SPACES TO ML-DETAILS.
           STRING "Issue file for " WS-PL-ACCOUNT " refused: "
               WS-PL-REFUSE-REASON
               DELIMITED BY SIZE INTO ML-DETAILS.
           MOVE 'N' TO ML-ACK-FLAG.
           MOVE SPACES TO ML-ACK-TELLER-ID.
           MOVE SPACES TO ML-ACK-NOTE.
           WRITE MONITOR-LOG-RECORD.
           CLOSE MONITOR-LOG-FILE.

      *-----------------------------------------------------------------
      * AGE OFF ISSUED CHECKS LEFT UNPRESENTED PAST THE PARAMETER
      * PERIOD
      *-----------------------------------------------------------------
       300-AGE-OFF-ISSUES-PARA.
           OPEN I-O ISSUED-CHECK-FILE.
           IF NOT FILE-SUCCESS
               CLOSE ISSUED-CHECK-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ ISSUED-CHECK-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PI-OUTSTANDING AND
                          PI-ISSUE-DATE(1:4) IS NUMERIC AND
                          PI-ISSUE-DATE(6:2) IS NUMERIC AND
                          PI-ISSUE-DATE(9:2) IS NUMERIC
                           PERFORM 310-AGE-ONE-ISSUE-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ISSUED-CHECK-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       310-AGE-ONE-ISSUE-PARA.
           MOVE PI-ISSUE-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4).
           MOVE PI-ISSUE-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2).
           MOVE PI-ISSUE-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2).
           COMPUTE WS-PI-AGE =
               WS-BUSDATE-INTEGER -
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD).

           IF WS-PI-AGE < WS-PP-AGE-OFF-DAYS
               EXIT PARAGRAPH
           END-IF.

           MOVE 'X' TO PI-STATUS.
           MOVE WS-DATE-FORMATTED TO PI-STATUS-DATE.
           REWRITE ISSUED-CHECK-RECORD
               INVALID KEY
                   DISPLAY "ERROR rewriting issued check "
                       PI-ACCOUNT-NUMBER " " PI-CHECK-NUMBER
                   EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO WS-ITEMS-AGED-OFF.
           MOVE PI-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  AGED OFF " PI-ACCOUNT-NUMBER " check "
               PI-CHECK-NUMBER " " WS-AMOUNT-EDIT " issued "
               PI-ISSUE-DATE " " PI-PAYEE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
       400-WRITE-TOTALS-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Batches proven: " WS-BATCHES-PROVEN
               "   refused: " WS-BATCHES-REFUSED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LOADED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Checks loaded: " WS-ITEMS-LOADED
               "  total " WS-TOTAL-EDIT
               "   voided: " WS-ITEMS-VOIDED
               "   rejected: " WS-ITEMS-REJECTED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Aged off (unpresented " WS-PP-AGE-OFF-DAYS
               " days): " WS-ITEMS-AGED-OFF
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-RECORDS-READ TO WS-JS-READ-COUNT.
           MOVE WS-ITEMS-LOADED TO WS-JS-POSTED-COUNT.
           MOVE WS-ITEMS-REJECTED TO WS-JS-REJECTED-COUNT.
           MOVE WS-LOADED-TOTAL TO WS-JS-DOLLAR-TOTAL.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
