      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - BULK ACCOUNT OPENING
      *
      * On-demand batch run for payroll banking sign-ups: opens the
      * accounts an employer's HR system sends in one enrollment
      * file instead of keying each one through the teller account
      * creation screen. The file is one header/trailer batch; it is
      * first read end to end and proved against its trailer (detail
      * count and initial deposit total), its branch and its batch
      * id, which BATCHCTL records so the same batch can never be
      * opened twice. A file that does not prove is refused whole -
      * nothing is opened, every enrollment goes to the reject file
      * with the refusal reason and an alert is raised.
      *
      * A proven file is then opened one enrollment at a time under
      * the same rules as the teller path: CHECKING, SAVINGS and
      * MONEYMKT only (CD and LOAN need terms keyed at a branch), the
      * product's minimum balance against the initial deposit, the
      * default rate for the product, a 4-digit PIN and watchlist
      * screening of the owner name. A flagged name proceeds and is
      * logged; a blocked name is rejected (there is no supervisor to
      * release it in batch) and logged. The owner is matched to the
      * customer master by the customer id given, else by TIN, else
      * a new customer is added under the next E-series id. Account
      * numbers continue from the highest on the master or archive,
      * with the check digit from CHKDIGIT. A missing TIN queues a
      * W-9 request notice. Every customer and account added is
      * stamped with the batch user id BULKOPEN and written to the
      * audit log, and each account goes to the after-image journal.
      *
      * Writes BULKACC_<batch>.dat (one line per account opened) and
      * BULKREJ_<batch>.dat (one line per enrollment refused, with
      * the reason) for the employer's HR system, and the run report
      * BULKOPEN_<batch>.txt. See BULKJOB.jcl.
      *
      * Enrollment file layout (BULKENR.dat, fixed, one batch):
      *   'H' + batch id (10) + employer name (30) + file date (10)
      *       + branch id (4)
      *   'D' + employee ref (10) + customer id (8, blank if new)
      *       + name (30) + TIN (9) + address 1 (30) + address 2 (30)
      *       + city (20) + state (2) + ZIP (10) + phone (12)
      *       + product (10) + currency (3, blank = USD)
      *       + initial deposit (9(7)V99 zoned) + PIN (4)
      *   'T' + enrollment count (9(5)) + deposit total (9(11)V99)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULKOPEN.
       AUTHOR. PNC-DEMO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FILECTL.cpy'.
           SELECT ENROLL-FILE ASSIGN TO WS-ENROLL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT ACCEPT-FILE ASSIGN TO WS-ACCEPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO WS-REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FILEDEF.cpy'.
       FD  ENROLL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ENROLL-RECORD.
           05  BE-RECORD-TYPE         PIC X(1).
               88 BE-HEADER-REC       VALUE 'H'.
               88 BE-DETAIL-REC       VALUE 'D'.
               88 BE-TRAILER-REC      VALUE 'T'.
           05  BE-DETAIL.
               10  BE-EMPLOYEE-REF    PIC X(10).
               10  BE-CUSTOMER-ID     PIC X(8).
               10  BE-NAME            PIC X(30).
               10  BE-TIN             PIC X(9).
               10  BE-ADDRESS-LINE-1  PIC X(30).
               10  BE-ADDRESS-LINE-2  PIC X(30).
               10  BE-CITY            PIC X(20).
               10  BE-STATE           PIC X(2).
               10  BE-ZIP             PIC X(10).
               10  BE-PHONE           PIC X(12).
               10  BE-PRODUCT         PIC X(10).
               10  BE-CURRENCY-CODE   PIC X(3).
               10  BE-DEPOSIT         PIC 9(7)V99.
               10  BE-PIN             PIC X(4).
           05  BE-HEADER REDEFINES BE-DETAIL.
               10  BE-BATCH-ID        PIC X(10).
               10  BE-EMPLOYER-NAME   PIC X(30).
               10  BE-FILE-DATE       PIC X(10).
               10  BE-BRANCH-ID       PIC X(4).
               10  FILLER             PIC X(133).
           05  BE-TRAILER REDEFINES BE-DETAIL.
               10  BE-ENROLL-COUNT    PIC 9(5).
               10  BE-DEPOSIT-TOTAL   PIC 9(11)V99.
               10  FILLER             PIC X(169).

      * One line per account opened, for the employer's HR system
       FD  ACCEPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCEPT-RECORD.
           05  BA-BATCH-ID            PIC X(10).
           05  BA-EMPLOYEE-REF        PIC X(10).
           05  BA-CUSTOMER-ID         PIC X(8).
           05  BA-ACCOUNT-NUMBER      PIC X(10).
           05  BA-PRODUCT             PIC X(10).
           05  BA-DEPOSIT             PIC 9(7)V99.
           05  BA-OPEN-DATE           PIC X(10).
           05  BA-NEW-CUSTOMER-FLAG   PIC X(1).

      * One line per enrollment refused, with the reason
       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD.
           05  BJ-BATCH-ID            PIC X(10).
           05  BJ-EMPLOYEE-REF        PIC X(10).
           05  BJ-NAME                PIC X(30).
           05  BJ-PRODUCT             PIC X(10).
           05  BJ-REASON              PIC X(50).

       WORKING-STORAGE SECTION.
           COPY 'DATADEF.cpy'.

       01  WS-ENROLL-FILE-NAME        PIC X(40) VALUE 'BULKENR.dat'.
       01  WS-ACCEPT-FILE-NAME        PIC X(40).
       01  WS-REJECT-FILE-NAME        PIC X(40).
       01  WS-RECORDS-READ            PIC 9(7) VALUE 0.
       01  WS-ENROLLMENTS-READ        PIC 9(7) VALUE 0.
       01  WS-ACCOUNTS-OPENED         PIC 9(7) VALUE 0.
       01  WS-ENROLLMENTS-REJECTED    PIC 9(7) VALUE 0.
       01  WS-CUSTOMERS-ADDED         PIC 9(7) VALUE 0.
       01  WS-CUSTOMERS-MATCHED       PIC 9(7) VALUE 0.
       01  WS-W9-QUEUED               PIC 9(7) VALUE 0.
       01  WS-WATCHLIST-FLAGGED       PIC 9(7) VALUE 0.
       01  WS-OPENED-TOTAL            PIC 9(11)V99 VALUE 0.
       01  WS-AMOUNT-EDIT             PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-EDIT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * Batch user id stamped on everything this run adds
       01  WS-BO-BATCH-USER           PIC X(8) VALUE 'BULKOPEN'.

      * The enrollment batch, proved against its trailer before any
      * account is opened
       01  WS-BO-BATCH.
           05  WS-BO-HEADER-FLAG      PIC X(1) VALUE 'N'.
               88 BO-HEADER-SEEN      VALUE 'Y'.
           05  WS-BO-TRAILER-FLAG     PIC X(1) VALUE 'N'.
               88 BO-TRAILER-SEEN     VALUE 'Y'.
           05  WS-BO-BATCH-ID         PIC X(10).
           05  WS-BO-FILE-TAG         PIC X(10).
           05  WS-BO-EMPLOYER-NAME    PIC X(30).
           05  WS-BO-FILE-DATE        PIC X(10).
           05  WS-BO-BRANCH-ID        PIC X(4).
           05  WS-BO-REFUSE-REASON    PIC X(50).
           05  WS-BO-DETAIL-COUNT     PIC 9(5) VALUE 0.
           05  WS-BO-DEPOSIT-TOTAL    PIC 9(11)V99 VALUE 0.
           05  WS-BO-TRAILER-COUNT    PIC 9(5) VALUE 0.
           05  WS-BO-TRAILER-TOTAL    PIC 9(11)V99 VALUE 0.

      * One enrollment as it is opened
       01  WS-BO-ENROLLMENT.
           05  WS-BO-REASON           PIC X(50).
           05  WS-BO-NEW-CUST-FLAG    PIC X(1) VALUE 'N'.
               88 BO-NEW-CUSTOMER     VALUE 'Y'.
           05  WS-BO-NO-TIN-FLAG      PIC X(1) VALUE 'N'.
               88 BO-NO-TIN-ON-FILE   VALUE 'Y'.
           05  WS-BO-NEXT-BASE        PIC 9(9) VALUE 0.
           05  WS-BO-BASE-CHECK       PIC 9(9) VALUE 0.
           05  WS-BO-NEXT-CUST-SEQ    PIC 9(7) VALUE 0.
           05  WS-BO-CUST-SEQ-CHECK   PIC 9(7) VALUE 0.
           05  WS-BO-NUMBER-FLAG      PIC X(1) VALUE 'N'.
               88 BO-NUMBER-ASSIGNED  VALUE 'Y'.
           05  WS-BO-TRIES            PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "BULKJOB" TO WS-JS-JOB-NAME.
           MOVE "BULKOPEN" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "ARCHIVE.dat" TO WS-ARCHIVE-FILE-NAME.
           MOVE "CUSTOMER.dat" TO WS-CUSTOMER-FILE-NAME.
           MOVE "BRANCH.dat" TO WS-BRANCH-FILE-NAME.
           MOVE "WATCHLST.dat" TO WS-WATCHLIST-FILE-NAME.
           MOVE "WLHITS.dat" TO WS-WLHITS-FILE-NAME.
           MOVE "NOTICEQ.dat" TO WS-NOTICEQ-FILE-NAME.
           MOVE "AUDITLOG.dat" TO WS-AUDIT-FILE-NAME.
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

           DISPLAY WS-SEPARATOR.
           DISPLAY "BULK ACCOUNT OPENING - " WS-DATE-FORMATTED.
           DISPLAY WS-SEPARATOR.

           PERFORM 100-PROVE-FILE-PARA.
           IF WS-BO-REFUSE-REASON = SPACES
               PERFORM 150-CHECK-BATCH-PARA
           END-IF.

           MOVE WS-BO-BATCH-ID TO WS-BO-FILE-TAG.
           IF WS-BO-FILE-TAG = SPACES
               MOVE "NOHEADER" TO WS-BO-FILE-TAG
           END-IF.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "BULKOPEN_" WS-BO-FILE-TAG DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.
           MOVE SPACES TO WS-ACCEPT-FILE-NAME.
           STRING "BULKACC_" WS-BO-FILE-TAG DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE INTO WS-ACCEPT-FILE-NAME.
           MOVE SPACES TO WS-REJECT-FILE-NAME.
           STRING "BULKREJ_" WS-BO-FILE-TAG DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE INTO WS-REJECT-FILE-NAME.

           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT ACCEPT-FILE.
           OPEN OUTPUT REJECT-FILE.

           MOVE SPACES TO REPORT-LINE.
           STRING "PNC BANK - BULK ACCOUNT OPENING - "
               WS-DATE-FORMATTED DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Batch " WS-BO-BATCH-ID "  employer "
               WS-BO-EMPLOYER-NAME "  file date " WS-BO-FILE-DATE
               "  branch " WS-BO-BRANCH-ID
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-BO-REFUSE-REASON = SPACES
               PERFORM 200-FIND-NEXT-NUMBERS-PARA
               PERFORM 300-OPEN-ENROLLMENTS-PARA
           ELSE
               PERFORM 400-REFUSE-FILE-PARA
           END-IF.

           PERFORM 800-WRITE-TOTALS-PARA.

           CLOSE REJECT-FILE.
           CLOSE ACCEPT-FILE.
           CLOSE REPORT-FILE.

           DISPLAY "Enrollments read: " WS-ENROLLMENTS-READ.
           DISPLAY "Accounts opened: " WS-ACCOUNTS-OPENED
               "  rejected: " WS-ENROLLMENTS-REJECTED.
           DISPLAY "Customers added: " WS-CUSTOMERS-ADDED
               "  matched: " WS-CUSTOMERS-MATCHED.
           DISPLAY "Acceptance file: " WS-ACCEPT-FILE-NAME.
           DISPLAY "Reject file: " WS-REJECT-FILE-NAME.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME.
           DISPLAY WS-SEPARATOR.

           IF WS-BO-REFUSE-REASON = SPACES
               MOVE 'E' TO WS-BC-FUNCTION
               MOVE "BULKOPEN" TO WS-BC-JOB-NAME
               MOVE WS-BO-BATCH-ID TO WS-BC-PERIOD
               CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      * FIRST PASS - READ THE WHOLE FILE AND PROVE IT AGAINST ITS
      * TRAILER BEFORE ANYTHING IS OPENED
      *-----------------------------------------------------------------
       100-PROVE-FILE-PARA.
           MOVE SPACES TO WS-BO-REFUSE-REASON.
           MOVE SPACES TO WS-BO-BATCH-ID WS-BO-EMPLOYER-NAME.
           MOVE SPACES TO WS-BO-FILE-DATE WS-BO-BRANCH-ID.

           OPEN INPUT ENROLL-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No enrollment file - nothing to open."
               MOVE "No enrollment file received" TO
                   WS-BO-REFUSE-REASON
               CLOSE ENROLL-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ ENROLL-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 110-TAKE-PROOF-RECORD-PARA
               END-READ
           END-PERFORM.

           CLOSE ENROLL-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

           IF WS-BO-REFUSE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF NOT BO-HEADER-SEEN
               MOVE "No header record" TO WS-BO-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF NOT BO-TRAILER-SEEN
               MOVE "No trailer - file truncated?" TO
                   WS-BO-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-BO-DETAIL-COUNT = 0
               MOVE "No enrollments in the file" TO
                   WS-BO-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-BO-TRAILER-COUNT NOT = WS-BO-DETAIL-COUNT OR
              WS-BO-TRAILER-TOTAL NOT = WS-BO-DEPOSIT-TOTAL
               MOVE "Control totals do not prove against trailer"
                   TO WS-BO-REFUSE-REASON
           END-IF.

      *-----------------------------------------------------------------
       110-TAKE-PROOF-RECORD-PARA.
           EVALUATE TRUE
               WHEN BE-HEADER-REC
                   IF BO-HEADER-SEEN
                       IF WS-BO-REFUSE-REASON = SPACES
                           MOVE "More than one header in the file" TO
                               WS-BO-REFUSE-REASON
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-BO-HEADER-FLAG
                       MOVE BE-BATCH-ID TO WS-BO-BATCH-ID
                       MOVE BE-EMPLOYER-NAME TO WS-BO-EMPLOYER-NAME
                       MOVE BE-FILE-DATE TO WS-BO-FILE-DATE
                       MOVE BE-BRANCH-ID TO WS-BO-BRANCH-ID
                   END-IF
               WHEN BE-DETAIL-REC
                   ADD 1 TO WS-BO-DETAIL-COUNT
                   IF BE-DEPOSIT IS NUMERIC
                       ADD BE-DEPOSIT TO WS-BO-DEPOSIT-TOTAL
                   END-IF
                   IF (NOT BO-HEADER-SEEN OR BO-TRAILER-SEEN) AND
                      WS-BO-REFUSE-REASON = SPACES
                       MOVE "Enrollment outside the header/trailer"
                           TO WS-BO-REFUSE-REASON
                   END-IF
               WHEN BE-TRAILER-REC
                   IF BO-TRAILER-SEEN AND WS-BO-REFUSE-REASON = SPACES
                       MOVE "More than one trailer in the file" TO
                           WS-BO-REFUSE-REASON
                   END-IF
                   MOVE 'Y' TO WS-BO-TRAILER-FLAG
                   IF BE-ENROLL-COUNT IS NUMERIC AND
                      BE-DEPOSIT-TOTAL IS NUMERIC
                       MOVE BE-ENROLL-COUNT TO WS-BO-TRAILER-COUNT
                       MOVE BE-DEPOSIT-TOTAL TO WS-BO-TRAILER-TOTAL
                   ELSE
                       IF WS-BO-REFUSE-REASON = SPACES
                           MOVE "Trailer totals are not numeric" TO
                               WS-BO-REFUSE-REASON
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-BO-REFUSE-REASON = SPACES
                       MOVE SPACES TO WS-BO-REFUSE-REASON
                       STRING "Unknown record type '" BE-RECORD-TYPE
                           "' in the file"
                           DELIMITED BY SIZE INTO WS-BO-REFUSE-REASON
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * A PROVEN FILE MUST NAME AN OPEN BRANCH AND A BATCH ID THAT
      * HAS NOT ALREADY BEEN OPENED
      *-----------------------------------------------------------------
       150-CHECK-BATCH-PARA.
           IF WS-BO-BATCH-ID = SPACES
               MOVE "No batch id on the header" TO WS-BO-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT BRANCH-FILE.
           IF NOT FILE-SUCCESS
               MOVE "Unable to open the branch file" TO
                   WS-BO-REFUSE-REASON
               CLOSE BRANCH-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BO-BRANCH-ID TO BR-BRANCH-ID.
           READ BRANCH-FILE
               INVALID KEY
                   MOVE "Header branch is not on file" TO
                       WS-BO-REFUSE-REASON
           END-READ.
           IF WS-BO-REFUSE-REASON = SPACES AND NOT BR-ACTIVE
               MOVE "Header branch is not active" TO
                   WS-BO-REFUSE-REASON
           END-IF.
           CLOSE BRANCH-FILE.
           IF WS-BO-REFUSE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WS-BC-FUNCTION.
           MOVE "BULKOPEN" TO WS-BC-JOB-NAME.
           MOVE WS-BO-BATCH-ID TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-DUPLICATE
               DISPLAY "BULKOPEN already ran for batch "
                   WS-BO-BATCH-ID " - file refused."
               MOVE "Batch id already opened - duplicate file" TO
                   WS-BO-REFUSE-REASON
           END-IF.

      *-----------------------------------------------------------------
      * FIND WHERE ACCOUNT NUMBERS AND E-SERIES CUSTOMER IDS CONTINUE
      * FROM - numbers on the archive are never reused, since an
      * archived account can still be reinstated
      *-----------------------------------------------------------------
       200-FIND-NEXT-NUMBERS-PARA.
           MOVE 0 TO WS-BO-NEXT-BASE.
           MOVE 0 TO WS-BO-NEXT-CUST-SEQ.

           OPEN INPUT ACCOUNT-FILE.
           IF FILE-SUCCESS
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ ACCOUNT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF AR-ACCOUNT-NUMBER(1:9) IS NUMERIC
                               MOVE AR-ACCOUNT-NUMBER(1:9) TO
                                   WS-BO-BASE-CHECK
                               IF WS-BO-BASE-CHECK > WS-BO-NEXT-BASE
                                   MOVE WS-BO-BASE-CHECK TO
                                       WS-BO-NEXT-BASE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACCOUNT-FILE.

           OPEN INPUT ACCOUNT-ARCHIVE-FILE.
           IF FILE-SUCCESS
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ ACCOUNT-ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF XA-ACCOUNT-NUMBER(1:9) IS NUMERIC
                               MOVE XA-ACCOUNT-NUMBER(1:9) TO
                                   WS-BO-BASE-CHECK
                               IF WS-BO-BASE-CHECK > WS-BO-NEXT-BASE
                                   MOVE WS-BO-BASE-CHECK TO
                                       WS-BO-NEXT-BASE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACCOUNT-ARCHIVE-FILE.

           OPEN INPUT CUSTOMER-FILE.
           IF FILE-SUCCESS
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ CUSTOMER-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF CU-CUSTOMER-ID(1:1) = 'E' AND
                              CU-CUSTOMER-ID(2:7) IS NUMERIC
                               MOVE CU-CUSTOMER-ID(2:7) TO
                                   WS-BO-CUST-SEQ-CHECK
                               IF WS-BO-CUST-SEQ-CHECK >
                                  WS-BO-NEXT-CUST-SEQ
                                   MOVE WS-BO-CUST-SEQ-CHECK TO
                                       WS-BO-NEXT-CUST-SEQ
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CUSTOMER-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * SECOND PASS - OPEN EACH ENROLLMENT IN A PROVEN FILE
      *-----------------------------------------------------------------
       300-OPEN-ENROLLMENTS-PARA.
           OPEN INPUT ENROLL-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ ENROLL-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF BE-DETAIL-REC
                           ADD 1 TO WS-ENROLLMENTS-READ
                           PERFORM 310-OPEN-ONE-ENROLLMENT-PARA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENROLL-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
      * OPEN ONE ENROLLMENT UNDER THE TELLER PATH'S RULES
      *-----------------------------------------------------------------
       310-OPEN-ONE-ENROLLMENT-PARA.
           MOVE SPACES TO WS-BO-REASON.
           MOVE 'N' TO WS-BO-NEW-CUST-FLAG.

           IF BE-NAME = SPACES
               MOVE "Customer name is empty" TO WS-BO-REASON
               PERFORM 380-REJECT-ENROLLMENT-PARA
               EXIT PARAGRAPH
           END-IF.

           MOVE BE-PRODUCT TO WS-TEMP-ACCOUNT-TYPE.
           IF WS-TEMP-TYPE-CD OR WS-TEMP-TYPE-LOAN
               MOVE "CD and LOAN accounts must be opened at a branch"
                   TO WS-BO-REASON
               PERFORM 380-REJECT-ENROLLMENT-PARA
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-TEMP-TYPE-CHECKING AND
              NOT WS-TEMP-TYPE-SAVINGS AND
              NOT WS-TEMP-TYPE-MONEY-MKT
               MOVE "Invalid account type" TO WS-BO-REASON
               PERFORM 380-REJECT-ENROLLMENT-PARA
               EXIT PARAGRAPH
           END-IF.

           MOVE BE-CURRENCY-CODE TO WS-TEMP-CURRENCY-CODE.
           IF WS-TEMP-CURRENCY-CODE = SPACES
               MOVE "USD" TO WS-TEMP-CURRENCY-CODE
           END-IF.

           PERFORM 320-SET-MIN-BALANCE-PARA.

           IF BE-DEPOSIT NOT NUMERIC
               MOVE "Initial deposit must be numeric" TO WS-BO-REASON
               PERFORM 380-REJECT-ENROLLMENT-PARA
               EXIT PARAGRAPH
           END-IF.
           MOVE BE-DEPOSIT TO WS-TEMP-BALANCE.
           IF WS-TEMP-BALANCE < WS-TEMP-MIN-BALANCE
               MOVE WS-TEMP-MIN-BALANCE TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-BO-REASON
               STRING "Initial deposit below the minimum of "
                   WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-BO-REASON
               PERFORM 380-REJECT-ENROLLMENT-PARA
               EXIT PARAGRAPH
           END-IF.

           IF BE-PIN IS NOT NUMERIC
               MOVE "PIN must be 4 numeric digits" TO WS-BO-REASON
               PERFORM 380-REJECT-ENROLLMENT-PARA
               EXIT PARAGRAPH
           END-IF.

           IF BE-TIN NOT = SPACES AND BE-TIN IS NOT NUMERIC
               MOVE "TIN must be 9 digits" TO WS-BO-REASON
               PERFORM 380-REJECT-ENROLLMENT-PARA
               EXIT PARAGRAPH
           END-IF.

      * Screen before anything is added, so a blocked name leaves no
      * customer record behind.
           MOVE "BULK-OPEN" TO WS-WL-SOURCE.
           MOVE SPACES TO WS-WL-SCREEN-ACCOUNT.
           MOVE BE-NAME TO WS-WL-SCREEN-NAME.
           PERFORM 336-SCREEN-NAME-PARA.
           IF NOT SCREEN-CLEARED
               MOVE "Watchlist block - refer to compliance" TO
                   WS-BO-REASON
               PERFORM 380-REJECT-ENROLLMENT-PARA
               EXIT PARAGRAPH
           END-IF.

           PERFORM 330-MATCH-CUSTOMER-PARA.
           IF WS-BO-REASON NOT = SPACES
               PERFORM 380-REJECT-ENROLLMENT-PARA
               EXIT PARAGRAPH
           END-IF.

           PERFORM 340-ASSIGN-NUMBER-PARA.
           IF NOT BO-NUMBER-ASSIGNED
               MOVE "Unable to assign an account number" TO
                   WS-BO-REASON
               PERFORM 380-REJECT-ENROLLMENT-PARA
               EXIT PARAGRAPH
           END-IF.

           MOVE BE-NAME TO WS-TEMP-CUSTOMER-NAME.
           MOVE SPACES TO WS-TEMP-OWNER-2-NAME WS-TEMP-OWNER-3-NAME.
           MOVE SPACES TO WS-TEMP-OWNER-2-CUST-ID.
           MOVE SPACES TO WS-TEMP-OWNER-3-CUST-ID.
           MOVE 1 TO WS-TEMP-OWNER-COUNT.
           MOVE 1 TO WS-TEMP-PRIMARY-OWNER.
           MOVE WS-BO-BRANCH-ID TO WS-TEMP-BRANCH-ID.
           MOVE SPACES TO WS-TEMP-LINKED-ACCOUNT.
           MOVE SPACES TO WS-TEMP-MATURITY-DATE.
           MOVE SPACES TO WS-TEMP-CD-DISPOSITION.
           MOVE SPACES TO WS-TEMP-CD-INT-OPTION.
           MOVE 0 TO WS-TEMP-OD-LIMIT.
           MOVE 'N' TO WS-TEMP-ANALYSIS-FLAG.
           MOVE BE-PIN TO WS-TEMP-PIN.

           EVALUATE TRUE
               WHEN WS-TEMP-TYPE-SAVINGS
                   MOVE WS-SAVINGS-RATE-DEFAULT TO
                       WS-TEMP-INTEREST-RATE
               WHEN WS-TEMP-TYPE-MONEY-MKT
                   MOVE WS-MM-TIER1-RATE TO WS-TEMP-INTEREST-RATE
               WHEN OTHER
                   MOVE 0 TO WS-TEMP-INTEREST-RATE
           END-EVALUATE.

           MOVE WS-DATE-FORMATTED TO WS-TEMP-OPEN-DATE.
           MOVE WS-DATE-FORMATTED TO WS-TEMP-LAST-ACCESS-DATE.
           MOVE 0 TO WS-TEMP-TRANSACTION-COUNT.
           MOVE 'A' TO WS-TEMP-STATUS.
           MOVE WS-BO-BATCH-USER TO WS-TEMP-CREATED-BY.
           MOVE WS-BO-BATCH-USER TO WS-TEMP-LAST-CHANGED-BY.

           PERFORM 350-SAVE-NEW-ACCOUNT-PARA.
           IF NOT REWRITE-OK
               MOVE "Account master write failed" TO WS-BO-REASON
               PERFORM 380-REJECT-ENROLLMENT-PARA
               EXIT PARAGRAPH
           END-IF.

      * A flagged watchlist hit is logged against the new account.
           IF WATCHLIST-HIT
               MOVE WS-TEMP-ACCOUNT-NUMBER TO WS-WL-SCREEN-ACCOUNT
               PERFORM 337-LOG-WATCHLIST-HIT-PARA
               ADD 1 TO WS-WATCHLIST-FLAGGED
           END-IF.

           IF BO-NO-TIN-ON-FILE
               PERFORM 360-QUEUE-W9-NOTICE-PARA
           END-IF.

           MOVE WS-TEMP-ACCOUNT-NUMBER TO AU-KEY-VALUE.
           MOVE "ACCOUNT-OPENED" TO AU-FIELD-NAME.
           MOVE SPACES TO AU-OLD-VALUE.
           STRING "Bulk batch " WS-BO-BATCH-ID
               DELIMITED BY SIZE INTO AU-OLD-VALUE.
           MOVE SPACES TO AU-NEW-VALUE.
           STRING WS-TEMP-OWNER-1-CUST-ID " " WS-TEMP-ACCOUNT-TYPE
               DELIMITED BY SIZE INTO AU-NEW-VALUE.
           PERFORM 370-WRITE-AUDIT-PARA.

           ADD 1 TO WS-ACCOUNTS-OPENED.
           ADD WS-TEMP-BALANCE TO WS-OPENED-TOTAL.

           MOVE WS-BO-BATCH-ID TO BA-BATCH-ID.
           MOVE BE-EMPLOYEE-REF TO BA-EMPLOYEE-REF.
           MOVE WS-TEMP-OWNER-1-CUST-ID TO BA-CUSTOMER-ID.
           MOVE WS-TEMP-ACCOUNT-NUMBER TO BA-ACCOUNT-NUMBER.
           MOVE WS-TEMP-ACCOUNT-TYPE TO BA-PRODUCT.
           MOVE BE-DEPOSIT TO BA-DEPOSIT.
           MOVE WS-TEMP-OPEN-DATE TO BA-OPEN-DATE.
           MOVE WS-BO-NEW-CUST-FLAG TO BA-NEW-CUSTOMER-FLAG.
           WRITE ACCEPT-RECORD.

           MOVE WS-TEMP-BALANCE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  OPENED " WS-TEMP-ACCOUNT-NUMBER " "
               WS-TEMP-ACCOUNT-TYPE " " WS-AMOUNT-EDIT " "
               BE-EMPLOYEE-REF " " WS-TEMP-OWNER-1-CUST-ID " "
               BE-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           IF BO-NEW-CUSTOMER
               MOVE "(new customer)" TO REPORT-LINE(100:14)
           END-IF.
           IF WATCHLIST-HIT
               MOVE "WATCHLIST FLAG" TO REPORT-LINE(116:14)
           END-IF.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * PRODUCT MINIMUM BALANCE - the same parameters the teller
      * account creation screen applies
      *-----------------------------------------------------------------
       320-SET-MIN-BALANCE-PARA.
           EVALUATE TRUE
               WHEN WS-TEMP-TYPE-CHECKING
                   MOVE WS-MIN-BAL-CHECKING TO WS-TEMP-MIN-BALANCE
               WHEN WS-TEMP-TYPE-SAVINGS
                   MOVE WS-MIN-BAL-SAVINGS TO WS-TEMP-MIN-BALANCE
               WHEN WS-TEMP-TYPE-MONEY-MKT
                   MOVE WS-MIN-BAL-MONEYMKT TO WS-TEMP-MIN-BALANCE
               WHEN OTHER
                   MOVE 0 TO WS-TEMP-MIN-BALANCE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * MATCH THE OWNER TO THE CUSTOMER MASTER - by the id given,
      * else by TIN, else add a new E-series customer. Leaves the
      * customer record in the buffer.
      *-----------------------------------------------------------------
       330-MATCH-CUSTOMER-PARA.
           MOVE SPACES TO WS-TEMP-OWNER-1-CUST-ID.
           MOVE 'N' TO WS-BO-NO-TIN-FLAG.

           OPEN I-O CUSTOMER-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT CUSTOMER-FILE
               CLOSE CUSTOMER-FILE
               OPEN I-O CUSTOMER-FILE
           END-IF.
           IF NOT FILE-SUCCESS
               MOVE "Unable to open the customer file" TO
                   WS-BO-REASON
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.

           IF BE-CUSTOMER-ID NOT = SPACES
               MOVE BE-CUSTOMER-ID TO CU-CUSTOMER-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "Customer id not on file" TO WS-BO-REASON
               END-READ
               IF WS-BO-REASON = SPACES AND BE-TIN NOT = SPACES AND
                  CU-TIN NOT = SPACES AND CU-TIN NOT = BE-TIN
                   MOVE "TIN does not match the customer id" TO
                       WS-BO-REASON
               END-IF
               IF WS-BO-REASON = SPACES AND CU-DECEASED
                   MOVE "Customer is recorded as deceased" TO
                       WS-BO-REASON
               END-IF
               IF WS-BO-REASON = SPACES
                   MOVE CU-CUSTOMER-ID TO WS-TEMP-OWNER-1-CUST-ID
                   ADD 1 TO WS-CUSTOMERS-MATCHED
                   IF CU-TIN = SPACES
                       MOVE 'Y' TO WS-BO-NO-TIN-FLAG
                   END-IF
               END-IF
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.

           IF BE-TIN NOT = SPACES
               MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG
               MOVE LOW-VALUES TO CU-CUSTOMER-ID
               START CUSTOMER-FILE KEY IS NOT LESS THAN CU-CUSTOMER-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL EOF OR ACCOUNT-FOUND
                   READ CUSTOMER-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF CU-TIN = BE-TIN
                               MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-FLAG
               IF ACCOUNT-FOUND
                   IF CU-DECEASED
                       MOVE "Customer is recorded as deceased" TO
                           WS-BO-REASON
                   ELSE
                       MOVE CU-CUSTOMER-ID TO WS-TEMP-OWNER-1-CUST-ID
                       ADD 1 TO WS-CUSTOMERS-MATCHED
                   END-IF
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-BO-NEXT-CUST-SEQ >= 9999999
               MOVE "Customer id series exhausted" TO WS-BO-REASON
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BO-NEXT-CUST-SEQ.

           MOVE SPACES TO CUSTOMER-RECORD.
           MOVE 'E' TO CU-CUSTOMER-ID(1:1).
           MOVE WS-BO-NEXT-CUST-SEQ TO CU-CUSTOMER-ID(2:7).
           MOVE BE-NAME TO CU-NAME.
           MOVE BE-ADDRESS-LINE-1 TO CU-ADDRESS-LINE-1.
           MOVE BE-ADDRESS-LINE-2 TO CU-ADDRESS-LINE-2.
           MOVE BE-CITY TO CU-CITY.
           MOVE BE-STATE TO CU-STATE.
           MOVE BE-ZIP TO CU-ZIP.
           MOVE BE-PHONE TO CU-PHONE.
           MOVE BE-TIN TO CU-TIN.
           IF CU-TIN = SPACES
               MOVE 'Y' TO WS-BO-NO-TIN-FLAG
           END-IF.
           MOVE WS-DATE-FORMATTED TO CU-DATE-OPENED.
           MOVE 'A' TO CU-STATUS.
           MOVE WS-BO-BATCH-USER TO CU-LAST-CHANGED-BY.
           MOVE 0 TO CU-RISK-SCORE.

           WRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE "Unable to add the customer" TO WS-BO-REASON
               NOT INVALID KEY
                   MOVE CU-CUSTOMER-ID TO WS-TEMP-OWNER-1-CUST-ID
                   MOVE 'Y' TO WS-BO-NEW-CUST-FLAG
                   ADD 1 TO WS-CUSTOMERS-ADDED
           END-WRITE.

           CLOSE CUSTOMER-FILE.

           IF BO-NEW-CUSTOMER
               MOVE WS-TEMP-OWNER-1-CUST-ID TO AU-KEY-VALUE
               MOVE "CUSTOMER-ADDED" TO AU-FIELD-NAME
               MOVE SPACES TO AU-OLD-VALUE
               STRING "Bulk batch " WS-BO-BATCH-ID
                   DELIMITED BY SIZE INTO AU-OLD-VALUE
               MOVE BE-NAME TO AU-NEW-VALUE
               PERFORM 370-WRITE-AUDIT-PARA
           END-IF.

      *-----------------------------------------------------------------
      * NEXT ACCOUNT NUMBER - the next 9-digit base with its check
      * digit from CHKDIGIT, skipping any number already on file
      *-----------------------------------------------------------------
       340-ASSIGN-NUMBER-PARA.
           MOVE 'N' TO WS-BO-NUMBER-FLAG.
           MOVE 0 TO WS-BO-TRIES.

           PERFORM UNTIL BO-NUMBER-ASSIGNED OR WS-BO-TRIES > 50 OR
                         WS-BO-NEXT-BASE >= 999999999
               ADD 1 TO WS-BO-TRIES
               ADD 1 TO WS-BO-NEXT-BASE
               MOVE SPACES TO WS-CD-ACCOUNT-NUMBER
               MOVE WS-BO-NEXT-BASE TO WS-CD-ACCOUNT-NUMBER(1:9)
               MOVE 'G' TO WS-CD-MODE
               CALL 'CHKDIGIT' USING WS-CD-ACCOUNT-NUMBER WS-CD-MODE
                   WS-CD-RESULT
               IF NOT CD-INVALID
                   MOVE WS-CD-ACCOUNT-NUMBER TO WS-TEMP-ACCOUNT-NUMBER
                   PERFORM 345-CHECK-ACCOUNT-EXISTS-PARA
                   IF NOT ACCOUNT-FOUND
                       MOVE 'Y' TO WS-BO-NUMBER-FLAG
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       345-CHECK-ACCOUNT-EXISTS-PARA.
           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.

           OPEN INPUT ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TEMP-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
           END-READ.

           CLOSE ACCOUNT-FILE.

      *-----------------------------------------------------------------
      * SAVE THE NEW ACCOUNT (direct indexed write) AND JOURNAL IT
      *-----------------------------------------------------------------
       350-SAVE-NEW-ACCOUNT-PARA.
           OPEN I-O ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT ACCOUNT-FILE
           END-IF.

           MOVE WS-TEMP-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
           MOVE WS-TEMP-CUSTOMER-NAME TO AR-CUSTOMER-NAME.
           MOVE WS-TEMP-OWNER-2-NAME TO AR-OWNER-2-NAME.
           MOVE WS-TEMP-OWNER-3-NAME TO AR-OWNER-3-NAME.
           MOVE WS-TEMP-OWNER-COUNT TO AR-OWNER-COUNT.
           MOVE WS-TEMP-PRIMARY-OWNER TO AR-PRIMARY-OWNER.
           MOVE WS-TEMP-ACCOUNT-TYPE TO AR-ACCOUNT-TYPE.
           MOVE WS-TEMP-BALANCE TO AR-BALANCE.
           MOVE WS-TEMP-CURRENCY-CODE TO AR-CURRENCY-CODE.
           MOVE WS-TEMP-OPEN-DATE TO AR-OPEN-DATE.
           MOVE WS-TEMP-LAST-ACCESS-DATE TO AR-LAST-ACCESS-DATE.
           MOVE WS-TEMP-TRANSACTION-COUNT TO AR-TRANSACTION-COUNT.
           MOVE WS-TEMP-STATUS TO AR-STATUS.
           MOVE WS-TEMP-INTEREST-RATE TO AR-INTEREST-RATE.
           MOVE WS-TEMP-MIN-BALANCE TO AR-MIN-BALANCE.
           MOVE WS-TEMP-LINKED-ACCOUNT TO AR-LINKED-ACCOUNT.
           MOVE WS-TEMP-MATURITY-DATE TO AR-MATURITY-DATE.
           MOVE WS-TEMP-PIN TO AR-PIN.
           MOVE WS-TEMP-CREATED-BY TO AR-CREATED-BY.
           MOVE WS-TEMP-LAST-CHANGED-BY TO AR-LAST-CHANGED-BY.
           MOVE WS-TEMP-OWNER-1-CUST-ID TO AR-OWNER-1-CUST-ID.
           MOVE WS-TEMP-OWNER-2-CUST-ID TO AR-OWNER-2-CUST-ID.
           MOVE WS-TEMP-OWNER-3-CUST-ID TO AR-OWNER-3-CUST-ID.
           MOVE WS-TEMP-CD-DISPOSITION TO AR-CD-DISPOSITION.
           MOVE WS-TEMP-OD-LIMIT TO AR-OVERDRAFT-LIMIT.
           MOVE 0 TO AR-CYCLE-DEBIT-COUNT.
           MOVE SPACES TO AR-CYCLE-MONTH.
           MOVE 0 TO AR-EXCESS-MONTHS.
           MOVE WS-TEMP-ANALYSIS-FLAG TO AR-ANALYSIS-FLAG.
           MOVE WS-TEMP-CD-INT-OPTION TO AR-CD-INT-OPTION.
           MOVE WS-TEMP-BRANCH-ID TO AR-BRANCH-ID.

           MOVE 'N' TO WS-REWRITE-OK-FLAG.
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Failed to create account "
                       WS-TEMP-ACCOUNT-NUMBER " (duplicate key)."
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REWRITE-OK-FLAG
                   CALL 'JRNLWRT' USING WS-JRNL-ACTION
                       ACCOUNT-RECORD
           END-WRITE.

           CLOSE ACCOUNT-FILE.

      *-----------------------------------------------------------------
      * QUEUE A W-9 REQUEST NOTICE FOR THE NOTICES LETTER RUN
      *-----------------------------------------------------------------
       360-QUEUE-W9-NOTICE-PARA.
           OPEN EXTEND NOTICE-QUEUE-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT NOTICE-QUEUE-FILE
               IF NOT FILE-SUCCESS
                   DISPLAY "ERROR: Unable to queue the W-9 notice "
                       "for " WS-TEMP-ACCOUNT-NUMBER "."
                   CLOSE NOTICE-QUEUE-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-DATE-FORMATTED TO NQ-EVENT-DATE.
           MOVE "W9" TO NQ-TYPE.
           MOVE WS-TEMP-ACCOUNT-NUMBER TO NQ-ACCOUNT-NUMBER.
           MOVE WS-TEMP-OWNER-1-CUST-ID TO NQ-CUST-ID.
           MOVE WS-TEMP-CUSTOMER-NAME TO NQ-NAME.
           MOVE "No TIN on file - Form W-9 requested" TO
               NQ-DETAILS.
           MOVE 'P' TO NQ-STATUS.
           WRITE NOTICE-QUEUE-RECORD.
           ADD 1 TO WS-W9-QUEUED.

           CLOSE NOTICE-QUEUE-FILE.

      *-----------------------------------------------------------------
      * ONE AUDIT LOG ENTRY UNDER THE BATCH USER ID - key, field and
      * values are set by the caller
      *-----------------------------------------------------------------
       370-WRITE-AUDIT-PARA.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

           MOVE WS-DATE-FORMATTED TO AU-DATE.
           MOVE WS-TR-TIME TO AU-TIME.
           MOVE WS-BO-BATCH-USER TO AU-TELLER-ID.
           WRITE AUDIT-LOG-RECORD.

           CLOSE AUDIT-LOG-FILE.

      *-----------------------------------------------------------------
       380-REJECT-ENROLLMENT-PARA.
           ADD 1 TO WS-ENROLLMENTS-REJECTED.

           MOVE WS-BO-BATCH-ID TO BJ-BATCH-ID.
           MOVE BE-EMPLOYEE-REF TO BJ-EMPLOYEE-REF.
           MOVE BE-NAME TO BJ-NAME.
           MOVE BE-PRODUCT TO BJ-PRODUCT.
           MOVE WS-BO-REASON TO BJ-REASON.
           WRITE REJECT-RECORD.

           MOVE SPACES TO REPORT-LINE.
           STRING "  REJECT " BE-EMPLOYEE-REF " " BE-NAME " "
               BE-PRODUCT " " WS-BO-REASON
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "REJECTED: " BE-EMPLOYEE-REF " " BE-NAME " "
               WS-BO-REASON.

      *-----------------------------------------------------------------
      * SCREEN ONE NAME AGAINST THE WATCHLIST - a flagged name
      * proceeds (the hit is logged once the account number is
      * known); a blocked name is refused and logged, since there is
      * no supervisor to release it in batch
      *-----------------------------------------------------------------
       336-SCREEN-NAME-PARA.
           MOVE 'Y' TO WS-WL-CLEARED-FLAG.
           MOVE 'N' TO WS-WL-HIT-FLAG.
           MOVE SPACES TO WS-WL-MATCHED-NAME.

           OPEN INPUT WATCHLIST-FILE.
           IF NOT FILE-SUCCESS
               CLOSE WATCHLIST-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF OR WATCHLIST-HIT
               READ WATCHLIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(WL-NAME))
                           TO WS-WL-NAME-LEN
                       IF WS-WL-NAME-LEN > 0 AND
                          WS-WL-SCREEN-NAME(1:WS-WL-NAME-LEN) =
                              WL-NAME(1:WS-WL-NAME-LEN)
                           MOVE 'Y' TO WS-WL-HIT-FLAG
                           MOVE WL-NAME TO WS-WL-MATCHED-NAME
                           MOVE WL-ACTION TO WS-WL-MATCHED-ACTION
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE WATCHLIST-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

           IF NOT WATCHLIST-HIT
               EXIT PARAGRAPH
           END-IF.

           IF WS-WL-MATCHED-ACTION = 'F'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-WL-CLEARED-FLAG.
           PERFORM 337-LOG-WATCHLIST-HIT-PARA.

      *-----------------------------------------------------------------
       337-LOG-WATCHLIST-HIT-PARA.
           OPEN EXTEND WATCHLIST-HIT-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT WATCHLIST-HIT-FILE
           END-IF.

           MOVE WS-DATE-FORMATTED TO WH-DATE.
           MOVE WS-TR-TIME TO WH-TIME.
           MOVE WS-WL-SOURCE TO WH-SOURCE.
           MOVE WS-WL-SCREEN-ACCOUNT TO WH-ACCOUNT-NUMBER.
           MOVE WS-WL-SCREEN-NAME TO WH-SCREENED-NAME.
           MOVE WS-WL-MATCHED-NAME TO WH-MATCHED-NAME.
           MOVE WS-WL-MATCHED-ACTION TO WH-ACTION.
           IF SCREEN-CLEARED
               MOVE 'R' TO WH-DISPOSITION
           ELSE
               MOVE 'B' TO WH-DISPOSITION
           END-IF.
           MOVE WS-BO-BATCH-USER TO WH-TELLER-ID.
           WRITE WATCHLIST-HIT-RECORD.

           CLOSE WATCHLIST-HIT-FILE.

      *-----------------------------------------------------------------
      * REFUSE THE WHOLE FILE: EVERY ENROLLMENT TO THE REJECT FILE
      * WITH THE REASON, PLUS AN OPERATIONS ALERT SO THE EMPLOYER
      * CAN BE ASKED TO RESEND
      *-----------------------------------------------------------------
       400-REFUSE-FILE-PARA.
           MOVE SPACES TO REPORT-LINE.
           STRING "FILE REFUSED - " WS-BO-REFUSE-REASON
               " - no accounts opened"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "*** ENROLLMENT FILE REFUSED: " WS-BO-REFUSE-REASON
               " ***".

           OPEN INPUT ENROLL-FILE.
           IF FILE-SUCCESS
               MOVE 'N' TO WS-END-OF-FILE-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ ENROLL-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE-FLAG
                       NOT AT END
                           IF BE-DETAIL-REC
                               ADD 1 TO WS-ENROLLMENTS-READ
                               MOVE WS-BO-REFUSE-REASON TO
                                   WS-BO-REASON
                               PERFORM 380-REJECT-ENROLLMENT-PARA
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-END-OF-FILE-FLAG
           END-IF.
           CLOSE ENROLL-FILE.

           OPEN EXTEND MONITOR-LOG-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT MONITOR-LOG-FILE
           END-IF.
           MOVE WS-DATE-FORMATTED TO ML-DATE.
           MOVE WS-TR-TIME TO ML-TIME.
           MOVE "BULK-OPEN" TO ML-ALERT-TYPE.
           MOVE SPACES TO ML-DETAILS.
           STRING "Enrollment batch " WS-BO-BATCH-ID " refused: "
               WS-BO-REFUSE-REASON
               DELIMITED BY SIZE INTO ML-DETAILS.
           MOVE 'N' TO ML-ACK-FLAG.
           MOVE SPACES TO ML-ACK-TELLER-ID.
           MOVE SPACES TO ML-ACK-NOTE.
           WRITE MONITOR-LOG-RECORD.
           CLOSE MONITOR-LOG-FILE.

      *-----------------------------------------------------------------
       800-WRITE-TOTALS-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BO-DEPOSIT-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Enrollments in file: " WS-BO-DETAIL-COUNT
               "  deposits " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OPENED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Accounts opened: " WS-ACCOUNTS-OPENED
               "  deposits " WS-TOTAL-EDIT
               "   rejected: " WS-ENROLLMENTS-REJECTED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Customers added: " WS-CUSTOMERS-ADDED
               "   matched: " WS-CUSTOMERS-MATCHED
               "   W-9 requests queued: " WS-W9-QUEUED
               "   watchlist flags: " WS-WATCHLIST-FLAGGED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-ENROLLMENTS-READ TO WS-JS-READ-COUNT.
           MOVE WS-ACCOUNTS-OPENED TO WS-JS-POSTED-COUNT.
           MOVE WS-ENROLLMENTS-REJECTED TO WS-JS-REJECTED-COUNT.
           MOVE WS-OPENED-TOTAL TO WS-JS-DOLLAR-TOTAL.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
