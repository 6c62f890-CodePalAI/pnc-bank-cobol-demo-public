      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - REFERENTIAL INTEGRITY SCAN
      *
      * Weekly (and on demand) batch step that proves the links
      * between the master files, so a record pointing at something
      * that no longer exists is found before STORDER or the
      * overdraft sweep trips on it. RECON proves balances; this
      * proves relationships. Categories checked:
      *   OWNER-CUST    account owner customer id not on the CIF
      *   ACCT-BRANCH   account branch id not on BRANCH-FILE
      *   TELLER-BRANCH teller branch id not on BRANCH-FILE
      *   LINKED-ACCT   account's linked account archived, missing
      *                 or closed
      *   STORDER-ACCT  active standing order whose source or target
      *                 account is purged, missing or closed
      *   HOLD-ACCT     active hold on a closed or missing account
      *   RESTRICT-ACCT active restriction / stop on a closed or
      *                 missing account
      *   COLLECT-LOAN  open collection case on a loan that is paid
      *                 off, closed, missing or not a loan
      *   LOANSCHD-ACCT payment schedule entries without a LOAN
      *                 account on the master
      * Blank branch ids (records from before branches existed) and
      * blank owner customer ids are not links and are not checked.
      * Writes the categorized exceptions report INTEGCHK_YYYYMMDD.txt
      * and one INTEGRITY line per category on the monitor log with
      * its count (a clean category is logged already acknowledged,
      * so only broken links wait on the alert console). Read only
      * apart from the monitor log, so it may be run at any time.
      * Run with no operator interaction - see INTEGJOB.jcl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       AUTHOR. PNC-DEMO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FILECTL.cpy'.
           SELECT LOAN-SCHEDULE-FILE ASSIGN TO WS-LOAN-SCHED-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-LS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FILEDEF.cpy'.

      * Loan payment schedule - layout as in LOANSRV.cbl, keep the
      * two in step
       FD  LOAN-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOAN-SCHEDULE-RECORD.
           05  LS-KEY.
               10  LS-ACCOUNT-NUMBER  PIC X(10).
               10  LS-DUE-DATE        PIC X(10).
           05  LS-AMOUNT-DUE          PIC 9(9)V99.
           05  LS-AMOUNT-PAID         PIC 9(9)V99.
      * Written-off entries count as settled wherever the schedule
      * is read
           05  LS-STATUS              PIC X(1).
               88 LS-OPEN             VALUE 'O'.
               88 LS-PAID             VALUE 'P' 'W'.
               88 LS-WRITTEN-OFF      VALUE 'W'.
               88 LS-LATE             VALUE 'L'.
           05  LS-PRINCIPAL-PART      PIC 9(9)V99.
           05  LS-INTEREST-PART       PIC 9(9)V99.

       WORKING-STORAGE SECTION.
           COPY 'DATADEF.cpy'.

       01  WS-LOAN-SCHED-NAME         PIC X(40) VALUE 'LOANSCHD.dat'.
       01  WS-LS-FILE-STATUS          PIC X(2).
           88 LS-FILE-SUCCESS         VALUE '00'.

      * Category codes and titles, in report order
       01  WS-IC-CATEGORY-CODES.
           05  FILLER PIC X(14) VALUE 'OWNER-CUST'.
           05  FILLER PIC X(14) VALUE 'ACCT-BRANCH'.
           05  FILLER PIC X(14) VALUE 'TELLER-BRANCH'.
           05  FILLER PIC X(14) VALUE 'LINKED-ACCT'.
           05  FILLER PIC X(14) VALUE 'STORDER-ACCT'.
           05  FILLER PIC X(14) VALUE 'HOLD-ACCT'.
           05  FILLER PIC X(14) VALUE 'RESTRICT-ACCT'.
           05  FILLER PIC X(14) VALUE 'COLLECT-LOAN'.
           05  FILLER PIC X(14) VALUE 'LOANSCHD-ACCT'.
       01  WS-IC-CODE-TABLE REDEFINES WS-IC-CATEGORY-CODES.
           05  WS-IC-CAT-CODE         PIC X(14) OCCURS 9 TIMES.

       01  WS-IC-CATEGORY-TITLES.
           05  FILLER PIC X(50) VALUE
               'Account owner customer id not on customer file'.
           05  FILLER PIC X(50) VALUE
               'Account branch id not on branch file'.
           05  FILLER PIC X(50) VALUE
               'Teller branch id not on branch file'.
           05  FILLER PIC X(50) VALUE
               'Linked account archived, missing or closed'.
           05  FILLER PIC X(50) VALUE
               'Standing order account purged, missing or closed'.
           05  FILLER PIC X(50) VALUE
               'Active hold on a closed or missing account'.
           05  FILLER PIC X(50) VALUE
               'Active restriction on a closed or missing account'.
           05  FILLER PIC X(50) VALUE
               'Open collection case on a paid-off or missing loan'.
           05  FILLER PIC X(50) VALUE
               'Loan schedule entries without a LOAN account'.
       01  WS-IC-TITLE-TABLE REDEFINES WS-IC-CATEGORY-TITLES.
           05  WS-IC-CAT-TITLE        PIC X(50) OCCURS 9 TIMES.

       01  WS-IC-CATEGORY-COUNTS.
           05  WS-IC-CAT-COUNT        PIC 9(5) OCCURS 9 TIMES.

      * Exceptions found, printed category by category at the end
       01  WS-IC-EXCEPTION-TABLE.
           05  WS-IC-EXC-COUNT        PIC 9(5) VALUE 0.
           05  WS-IC-EXC OCCURS 3000 TIMES
                   INDEXED BY WS-IC-EX.
               10  WS-IC-EXC-CAT      PIC 9(2).
               10  WS-IC-EXC-KEY      PIC X(20).
               10  WS-IC-EXC-DETAIL   PIC X(100).

      * Linked-account pairs collected on the master pass and
      * looked up once the pass is done
       01  WS-IC-LINK-TABLE.
           05  WS-IC-LINK-COUNT       PIC 9(5) VALUE 0.
           05  WS-IC-LINK OCCURS 5000 TIMES
                   INDEXED BY WS-IC-LX.
               10  WS-IC-LINK-FROM    PIC X(10).
               10  WS-IC-LINK-TO      PIC X(10).

      * Archived account numbers with their close dates
       01  WS-IC-ARCHIVE-TABLE.
           05  WS-IC-ARCH-COUNT       PIC 9(5) VALUE 0.
           05  WS-IC-ARCH OCCURS 10000 TIMES
                   INDEXED BY WS-IC-AX.
               10  WS-IC-ARCH-ACCOUNT PIC X(10).
               10  WS-IC-ARCH-CLOSED  PIC X(10).

       01  WS-IC-FLAGS.
           05  WS-IC-CUST-OPEN-FLAG   PIC X(1) VALUE 'N'.
               88 IC-CUSTOMERS-OPEN   VALUE 'Y'.
           05  WS-IC-BRANCH-OPEN-FLAG PIC X(1) VALUE 'N'.
               88 IC-BRANCHES-OPEN    VALUE 'Y'.
           05  WS-IC-OVERFLOW-FLAG    PIC X(1) VALUE 'N'.
               88 IC-OVERFLOWED       VALUE 'Y'.
           05  WS-IC-FOUND-FLAG       PIC X(1).
               88 IC-FOUND            VALUE 'Y'.

      * Result of looking up WS-IC-LOOKUP-ACCT on the master
       01  WS-IC-LOOKUP-ACCT          PIC X(10).
       01  WS-IC-LOOKUP-RESULT        PIC X(1).
           88 IC-ACCT-OPEN            VALUE 'O'.
           88 IC-ACCT-CLOSED          VALUE 'C'.
           88 IC-ACCT-ARCHIVED        VALUE 'A'.
           88 IC-ACCT-MISSING         VALUE 'M'.
       01  WS-IC-LOOKUP-TEXT          PIC X(30).

       01  WS-IC-RECORDS-CHECKED      PIC 9(9) VALUE 0.
       01  WS-IC-CAT                  PIC 9(2).
       01  WS-IC-KEY                  PIC X(20).
       01  WS-IC-DETAIL               PIC X(100).
       01  WS-IC-OWNER-NO             PIC 9(1).
       01  WS-IC-OWNER-ID             PIC X(8).
       01  WS-IC-SO-SIDE              PIC X(6).
       01  WS-IC-SCHED-ACCT           PIC X(10).
       01  WS-IC-SCHED-ENTRIES        PIC 9(5).
       01  WS-IC-SCHED-OPEN           PIC 9(5).
       01  WS-IC-CAT-LISTED           PIC 9(5).
       01  WS-IC-BALANCE-EDIT         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-IC-COUNT-EDIT           PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "INTEGJOB" TO WS-JS-JOB-NAME.
           MOVE "INTEGCHK" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "CUSTOMER.dat" TO WS-CUSTOMER-FILE-NAME.
           MOVE "BRANCH.dat" TO WS-BRANCH-FILE-NAME.
           MOVE "TELLERS.dat" TO WS-TELLER-FILE-NAME.
           MOVE "ARCHIVE.dat" TO WS-ARCHIVE-FILE-NAME.
           MOVE "SORDERS.dat" TO WS-STANDING-FILE-NAME.
           MOVE "HOLDS.dat" TO WS-HOLD-FILE-NAME.
           MOVE "RESTRICT.dat" TO WS-RESTRICT-FILE-NAME.
           MOVE "COLLCASE.dat" TO WS-COLLCASE-FILE-NAME.
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

           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "INTEGCHK_" WS-DATE-FORMATTED(1:4)
               WS-DATE-FORMATTED(6:2) WS-DATE-FORMATTED(9:2) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

           DISPLAY WS-SEPARATOR.
           DISPLAY "REFERENTIAL INTEGRITY SCAN - " WS-DATE-FORMATTED.
           DISPLAY WS-SEPARATOR.

           INITIALIZE WS-IC-CATEGORY-COUNTS.

           OPEN INPUT ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open account file - "
                   "integrity scan not run."
               MOVE 8 TO RETURN-CODE
               DISPLAY WS-SEPARATOR
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF FILE-SUCCESS
               MOVE 'Y' TO WS-IC-CUST-OPEN-FLAG
           ELSE
               DISPLAY "WARNING: customer file unavailable - owner "
                   "links not checked."
           END-IF.
           OPEN INPUT BRANCH-FILE.
           IF FILE-SUCCESS
               MOVE 'Y' TO WS-IC-BRANCH-OPEN-FLAG
           ELSE
               DISPLAY "WARNING: branch file unavailable - branch "
                   "links not checked."
           END-IF.

           PERFORM 050-LOAD-ARCHIVE-PARA.
           PERFORM 100-SCAN-ACCOUNTS-PARA.
           PERFORM 150-CHECK-LINKED-PARA.
           PERFORM 200-SCAN-TELLERS-PARA.
           PERFORM 300-SCAN-STANDING-ORDERS-PARA.
           PERFORM 400-SCAN-HOLDS-PARA.
           PERFORM 500-SCAN-RESTRICTIONS-PARA.
           PERFORM 600-SCAN-COLLECTIONS-PARA.
           PERFORM 700-SCAN-LOAN-SCHEDULES-PARA.

           CLOSE ACCOUNT-FILE.
           IF IC-CUSTOMERS-OPEN
               CLOSE CUSTOMER-FILE
           END-IF.
           IF IC-BRANCHES-OPEN
               CLOSE BRANCH-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 800-WRITE-REPORT-PARA.
           CLOSE REPORT-FILE.

           PERFORM 850-LOG-CATEGORY-COUNTS-PARA.

           IF IC-OVERFLOWED
               DISPLAY "WARNING: integrity tables full - some "
                   "exceptions counted but not listed."
           END-IF.
           DISPLAY "Records checked: " WS-IC-RECORDS-CHECKED.
           PERFORM VARYING WS-IC-CAT FROM 1 BY 1 UNTIL WS-IC-CAT > 9
               DISPLAY "  " WS-IC-CAT-CODE(WS-IC-CAT) " "
                   WS-IC-CAT-COUNT(WS-IC-CAT)
           END-PERFORM.
           DISPLAY "Exceptions found: " WS-IC-EXC-COUNT.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME.
           DISPLAY WS-SEPARATOR.

           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      * LOAD THE ARCHIVED ACCOUNT NUMBERS, SO A LINK TO A PURGED
      * ACCOUNT CAN BE TOLD FROM ONE THAT NEVER EXISTED
      *-----------------------------------------------------------------
       050-LOAD-ARCHIVE-PARA.
           OPEN INPUT ACCOUNT-ARCHIVE-FILE.
           IF NOT FILE-SUCCESS
               CLOSE ACCOUNT-ARCHIVE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ ACCOUNT-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-IC-ARCH-COUNT < 10000
                           ADD 1 TO WS-IC-ARCH-COUNT
                           MOVE XA-ACCOUNT-NUMBER TO
                               WS-IC-ARCH-ACCOUNT(WS-IC-ARCH-COUNT)
                           MOVE XA-CLOSE-DATE TO
                               WS-IC-ARCH-CLOSED(WS-IC-ARCH-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-ARCHIVE-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * ACCOUNT MASTER PASS - OWNER CUSTOMER IDS AND BRANCH ON FILE;
      * LINKED ACCOUNTS ARE NOTED FOR THE LOOKUP AFTER THE PASS
      *-----------------------------------------------------------------
       100-SCAN-ACCOUNTS-PARA.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ ACCOUNT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-IC-RECORDS-CHECKED
                       PERFORM 110-CHECK-OWNERS-PARA
                       PERFORM 120-CHECK-ACCOUNT-BRANCH-PARA
                       IF AR-LINKED-ACCOUNT NOT = SPACES AND
                          NOT AR-CLOSED
                           PERFORM 130-NOTE-LINK-PARA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * EACH OWNER CUSTOMER ID PRESENT MUST BE ON THE CIF
      *-----------------------------------------------------------------
       110-CHECK-OWNERS-PARA.
           IF NOT IC-CUSTOMERS-OPEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-IC-OWNER-NO FROM 1 BY 1
                   UNTIL WS-IC-OWNER-NO > 3
               EVALUATE WS-IC-OWNER-NO
                   WHEN 1
                       MOVE AR-OWNER-1-CUST-ID TO WS-IC-OWNER-ID
                   WHEN 2
                       MOVE AR-OWNER-2-CUST-ID TO WS-IC-OWNER-ID
                   WHEN 3
                       MOVE AR-OWNER-3-CUST-ID TO WS-IC-OWNER-ID
               END-EVALUATE
               IF WS-IC-OWNER-ID NOT = SPACES
                   MOVE WS-IC-OWNER-ID TO CU-CUSTOMER-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           MOVE 1 TO WS-IC-CAT
                           MOVE AR-ACCOUNT-NUMBER TO WS-IC-KEY
                           MOVE SPACES TO WS-IC-DETAIL
                           STRING "Owner " WS-IC-OWNER-NO
                               " customer id " WS-IC-OWNER-ID
                               " not on the customer file ("
                               AR-ACCOUNT-TYPE " status "
                               AR-STATUS ")"
                               DELIMITED BY SIZE INTO WS-IC-DETAIL
                           PERFORM 900-ADD-EXCEPTION-PARA
                   END-READ
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * THE ACCOUNT'S BRANCH MUST BE ON THE BRANCH FILE
      *-----------------------------------------------------------------
       120-CHECK-ACCOUNT-BRANCH-PARA.
           IF NOT IC-BRANCHES-OPEN OR AR-BRANCH-ID = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE AR-BRANCH-ID TO BR-BRANCH-ID.
           READ BRANCH-FILE
               INVALID KEY
                   MOVE 2 TO WS-IC-CAT
                   MOVE AR-ACCOUNT-NUMBER TO WS-IC-KEY
                   MOVE SPACES TO WS-IC-DETAIL
                   STRING "Branch " AR-BRANCH-ID
                       " not on the branch file (" AR-ACCOUNT-TYPE
                       " status " AR-STATUS ")"
                       DELIMITED BY SIZE INTO WS-IC-DETAIL
                   PERFORM 900-ADD-EXCEPTION-PARA
           END-READ.

      *-----------------------------------------------------------------
      * NOTE ONE LINKED-ACCOUNT PAIR FOR THE LOOKUP
      *-----------------------------------------------------------------
       130-NOTE-LINK-PARA.
           IF WS-IC-LINK-COUNT >= 5000
               MOVE 'Y' TO WS-IC-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-IC-LINK-COUNT.
           MOVE AR-ACCOUNT-NUMBER TO WS-IC-LINK-FROM(WS-IC-LINK-COUNT).
           MOVE AR-LINKED-ACCOUNT TO WS-IC-LINK-TO(WS-IC-LINK-COUNT).

      *-----------------------------------------------------------------
      * EACH LINKED ACCOUNT MUST BE ON THE MASTER AND NOT CLOSED
      *-----------------------------------------------------------------
       150-CHECK-LINKED-PARA.
           PERFORM VARYING WS-IC-LX FROM 1 BY 1
                   UNTIL WS-IC-LX > WS-IC-LINK-COUNT
               MOVE WS-IC-LINK-TO(WS-IC-LX) TO WS-IC-LOOKUP-ACCT
               PERFORM 910-LOOKUP-ACCOUNT-PARA
               IF NOT IC-ACCT-OPEN
                   MOVE 4 TO WS-IC-CAT
                   MOVE WS-IC-LINK-FROM(WS-IC-LX) TO WS-IC-KEY
                   MOVE SPACES TO WS-IC-DETAIL
                   STRING "Linked account " WS-IC-LOOKUP-ACCT " "
                       WS-IC-LOOKUP-TEXT
                       DELIMITED BY SIZE INTO WS-IC-DETAIL
                   PERFORM 900-ADD-EXCEPTION-PARA
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * TELLER FILE PASS - EACH TELLER'S BRANCH MUST BE ON FILE
      *-----------------------------------------------------------------
       200-SCAN-TELLERS-PARA.
           IF NOT IC-BRANCHES-OPEN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TELLER-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No teller file - teller branches not checked."
               CLOSE TELLER-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ TELLER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-IC-RECORDS-CHECKED
                       IF TL-BRANCH-ID NOT = SPACES
                           PERFORM 210-CHECK-TELLER-BRANCH-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TELLER-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       210-CHECK-TELLER-BRANCH-PARA.
           MOVE TL-BRANCH-ID TO BR-BRANCH-ID.
           READ BRANCH-FILE
               INVALID KEY
                   MOVE 3 TO WS-IC-CAT
                   MOVE TL-TELLER-ID TO WS-IC-KEY
                   MOVE SPACES TO WS-IC-DETAIL
                   STRING "Branch " TL-BRANCH-ID
                       " not on the branch file (teller status "
                       TL-STATUS ")"
                       DELIMITED BY SIZE INTO WS-IC-DETAIL
                   PERFORM 900-ADD-EXCEPTION-PARA
           END-READ.

      *-----------------------------------------------------------------
      * STANDING ORDER PASS - AN ACTIVE ORDER'S SOURCE AND TARGET
      * MUST BOTH BE ON THE MASTER AND NOT CLOSED
      *-----------------------------------------------------------------
       300-SCAN-STANDING-ORDERS-PARA.
           OPEN INPUT STANDING-ORDER-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No standing orders on file."
               CLOSE STANDING-ORDER-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ STANDING-ORDER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-IC-RECORDS-CHECKED
                       IF SO-ACTIVE
                           MOVE "source" TO WS-IC-SO-SIDE
                           MOVE SO-SOURCE-ACCOUNT TO WS-IC-LOOKUP-ACCT
                           PERFORM 310-CHECK-ORDER-ACCOUNT-PARA
                           MOVE "target" TO WS-IC-SO-SIDE
                           MOVE SO-TARGET-ACCOUNT TO WS-IC-LOOKUP-ACCT
                           PERFORM 310-CHECK-ORDER-ACCOUNT-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STANDING-ORDER-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       310-CHECK-ORDER-ACCOUNT-PARA.
           PERFORM 910-LOOKUP-ACCOUNT-PARA.
           IF NOT IC-ACCT-OPEN
               MOVE 5 TO WS-IC-CAT
               MOVE SO-ORDER-ID TO WS-IC-KEY
               MOVE SPACES TO WS-IC-DETAIL
               STRING "Order " WS-IC-SO-SIDE " account "
                   WS-IC-LOOKUP-ACCT " " WS-IC-LOOKUP-TEXT
                   " (next run " SO-NEXT-RUN-DATE ")"
                   DELIMITED BY SIZE INTO WS-IC-DETAIL
               PERFORM 900-ADD-EXCEPTION-PARA
           END-IF.

      *-----------------------------------------------------------------
      * HOLD PASS - NO ACTIVE HOLD MAY SIT ON A CLOSED OR MISSING
      * ACCOUNT
      *-----------------------------------------------------------------
       400-SCAN-HOLDS-PARA.
           OPEN INPUT HOLD-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No holds on file."
               CLOSE HOLD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-IC-RECORDS-CHECKED
                       IF HD-ACTIVE-HOLD
                           PERFORM 410-CHECK-HOLD-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HOLD-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       410-CHECK-HOLD-PARA.
           MOVE HD-ACCOUNT-NUMBER TO WS-IC-LOOKUP-ACCT.
           PERFORM 910-LOOKUP-ACCOUNT-PARA.
           IF NOT IC-ACCT-OPEN
               MOVE 6 TO WS-IC-CAT
               MOVE SPACES TO WS-IC-KEY
               STRING HD-ACCOUNT-NUMBER "/" HD-SEQ
                   DELIMITED BY SIZE INTO WS-IC-KEY
               MOVE HD-AMOUNT TO WS-IC-BALANCE-EDIT
               MOVE SPACES TO WS-IC-DETAIL
               STRING "Hold " WS-IC-BALANCE-EDIT " placed "
                   HD-PLACED-DATE " - account " WS-IC-LOOKUP-TEXT
                   DELIMITED BY SIZE INTO WS-IC-DETAIL
               PERFORM 900-ADD-EXCEPTION-PARA
           END-IF.

      *-----------------------------------------------------------------
      * RESTRICTION PASS - NO ACTIVE RESTRICTION OR STOP MAY SIT ON A
      * CLOSED OR MISSING ACCOUNT
      *-----------------------------------------------------------------
       500-SCAN-RESTRICTIONS-PARA.
           OPEN INPUT RESTRICT-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No restrictions on file."
               CLOSE RESTRICT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ RESTRICT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-IC-RECORDS-CHECKED
                       IF RS-ACTIVE-RESTRICT
                           PERFORM 510-CHECK-RESTRICTION-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RESTRICT-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       510-CHECK-RESTRICTION-PARA.
           MOVE RS-ACCOUNT-NUMBER TO WS-IC-LOOKUP-ACCT.
           PERFORM 910-LOOKUP-ACCOUNT-PARA.
           IF NOT IC-ACCT-OPEN
               MOVE 7 TO WS-IC-CAT
               MOVE SPACES TO WS-IC-KEY
               STRING RS-ACCOUNT-NUMBER "/" RS-SEQ
                   DELIMITED BY SIZE INTO WS-IC-KEY
               MOVE SPACES TO WS-IC-DETAIL
               STRING "Type " RS-TYPE " " RS-DESCRIPTION
                   " - account " WS-IC-LOOKUP-TEXT
                   DELIMITED BY SIZE INTO WS-IC-DETAIL
               PERFORM 900-ADD-EXCEPTION-PARA
           END-IF.

      *-----------------------------------------------------------------
      * COLLECTION CASE PASS - A CASE STILL BEING WORKED MUST BE ON A
      * LOAN THAT IS OPEN AND STILL OWES MONEY
      *-----------------------------------------------------------------
       600-SCAN-COLLECTIONS-PARA.
           OPEN INPUT COLLECTION-CASE-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No collection cases on file."
               CLOSE COLLECTION-CASE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ COLLECTION-CASE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-IC-RECORDS-CHECKED
                       IF NOT CC-CLOSED
                           PERFORM 610-CHECK-CASE-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE COLLECTION-CASE-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       610-CHECK-CASE-PARA.
           MOVE CC-ACCOUNT-NUMBER TO WS-IC-LOOKUP-ACCT.
           PERFORM 910-LOOKUP-ACCOUNT-PARA.
           EVALUATE TRUE
               WHEN IC-ACCT-OPEN AND NOT AR-TYPE-LOAN
                   MOVE "is not a LOAN account" TO WS-IC-LOOKUP-TEXT
               WHEN IC-ACCT-OPEN AND AR-BALANCE NOT > 0
                   MOVE "is paid off" TO WS-IC-LOOKUP-TEXT
               WHEN IC-ACCT-OPEN
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE 8 TO WS-IC-CAT.
           MOVE CC-ACCOUNT-NUMBER TO WS-IC-KEY.
           MOVE SPACES TO WS-IC-DETAIL.
           STRING "Case status " CC-STATUS " opened " CC-OPEN-DATE
               " - loan " WS-IC-LOOKUP-TEXT
               DELIMITED BY SIZE INTO WS-IC-DETAIL.
           PERFORM 900-ADD-EXCEPTION-PARA.

      *-----------------------------------------------------------------
      * LOAN SCHEDULE PASS - ENTRIES ARE KEYED BY ACCOUNT, SO EACH
      * ACCOUNT'S RUN OF ENTRIES IS CHECKED ONCE WHEN IT ENDS
      *-----------------------------------------------------------------
       700-SCAN-LOAN-SCHEDULES-PARA.
           OPEN INPUT LOAN-SCHEDULE-FILE.
           IF NOT LS-FILE-SUCCESS
               DISPLAY "No loan schedules on file."
               CLOSE LOAN-SCHEDULE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-IC-SCHED-ACCT.
           MOVE 0 TO WS-IC-SCHED-ENTRIES.
           MOVE 0 TO WS-IC-SCHED-OPEN.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ LOAN-SCHEDULE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-IC-RECORDS-CHECKED
                       IF LS-ACCOUNT-NUMBER NOT = WS-IC-SCHED-ACCT
                           PERFORM 710-CHECK-SCHEDULE-ACCT-PARA
                           MOVE LS-ACCOUNT-NUMBER TO WS-IC-SCHED-ACCT
                           MOVE 0 TO WS-IC-SCHED-ENTRIES
                           MOVE 0 TO WS-IC-SCHED-OPEN
                       END-IF
                       ADD 1 TO WS-IC-SCHED-ENTRIES
                       IF NOT LS-PAID
                           ADD 1 TO WS-IC-SCHED-OPEN
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 710-CHECK-SCHEDULE-ACCT-PARA.

           CLOSE LOAN-SCHEDULE-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       710-CHECK-SCHEDULE-ACCT-PARA.
           IF WS-IC-SCHED-ACCT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IC-SCHED-ACCT TO WS-IC-LOOKUP-ACCT.
           PERFORM 910-LOOKUP-ACCOUNT-PARA.
           IF (IC-ACCT-OPEN OR IC-ACCT-CLOSED) AND AR-TYPE-LOAN
               EXIT PARAGRAPH
           END-IF.
           IF IC-ACCT-OPEN OR IC-ACCT-CLOSED
               MOVE SPACES TO WS-IC-LOOKUP-TEXT
               STRING "is a " AR-ACCOUNT-TYPE " account"
                   DELIMITED BY SIZE INTO WS-IC-LOOKUP-TEXT
           END-IF.

           MOVE 9 TO WS-IC-CAT.
           MOVE WS-IC-SCHED-ACCT TO WS-IC-KEY.
           MOVE SPACES TO WS-IC-DETAIL.
           STRING WS-IC-SCHED-ENTRIES " schedule entries ("
               WS-IC-SCHED-OPEN " unpaid) - account "
               WS-IC-LOOKUP-TEXT
               DELIMITED BY SIZE INTO WS-IC-DETAIL.
           PERFORM 900-ADD-EXCEPTION-PARA.

      *-----------------------------------------------------------------
      * THE CATEGORIZED EXCEPTIONS REPORT
      *-----------------------------------------------------------------
       800-WRITE-REPORT-PARA.
           MOVE SPACES TO REPORT-LINE.
           STRING "PNC BANK - REFERENTIAL INTEGRITY EXCEPTIONS - "
               WS-DATE-FORMATTED DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Records checked: " WS-IC-RECORDS-CHECKED
               "   Exceptions: " WS-IC-EXC-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-IC-CAT FROM 1 BY 1 UNTIL WS-IC-CAT > 9
               PERFORM 810-WRITE-CATEGORY-PARA
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-IC-CAT FROM 1 BY 1 UNTIL WS-IC-CAT > 9
               MOVE WS-IC-CAT-COUNT(WS-IC-CAT) TO WS-IC-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-IC-CAT-CODE(WS-IC-CAT) " "
                   WS-IC-COUNT-EDIT "  " WS-IC-CAT-TITLE(WS-IC-CAT)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

      *-----------------------------------------------------------------
      * ONE CATEGORY - HEADING, ITS EXCEPTIONS, OR "NONE"
      *-----------------------------------------------------------------
       810-WRITE-CATEGORY-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-IC-CAT-COUNT(WS-IC-CAT) TO WS-IC-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-IC-CAT-CODE(WS-IC-CAT) " - "
               WS-IC-CAT-TITLE(WS-IC-CAT) " (" WS-IC-COUNT-EDIT ")"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-IC-CAT-COUNT(WS-IC-CAT) = 0
               MOVE "  None." TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-IC-CAT-LISTED.
           PERFORM VARYING WS-IC-EX FROM 1 BY 1
                   UNTIL WS-IC-EX > WS-IC-EXC-COUNT
               IF WS-IC-EXC-CAT(WS-IC-EX) = WS-IC-CAT
                   ADD 1 TO WS-IC-CAT-LISTED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-IC-EXC-KEY(WS-IC-EX) " "
                       WS-IC-EXC-DETAIL(WS-IC-EX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

           IF WS-IC-CAT-LISTED < WS-IC-CAT-COUNT(WS-IC-CAT)
               COMPUTE WS-IC-CAT-LISTED =
                   WS-IC-CAT-COUNT(WS-IC-CAT) - WS-IC-CAT-LISTED
               MOVE WS-IC-CAT-LISTED TO WS-IC-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "  ... " WS-IC-COUNT-EDIT
                   " more not listed (table full)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      * ONE INTEGRITY LINE PER CATEGORY ON THE MONITOR LOG - a clean
      * category goes on already acknowledged
      *-----------------------------------------------------------------
       850-LOG-CATEGORY-COUNTS-PARA.
           OPEN EXTEND MONITOR-LOG-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT MONITOR-LOG-FILE
           END-IF.

           PERFORM VARYING WS-IC-CAT FROM 1 BY 1 UNTIL WS-IC-CAT > 9
               MOVE WS-DATE-FORMATTED TO ML-DATE
               MOVE WS-TR-TIME TO ML-TIME
               MOVE "INTEGRITY" TO ML-ALERT-TYPE
               MOVE SPACES TO ML-DETAILS
               STRING WS-IC-CAT-CODE(WS-IC-CAT) " "
                   WS-IC-CAT-COUNT(WS-IC-CAT) " - "
                   WS-IC-CAT-TITLE(WS-IC-CAT)
                   DELIMITED BY SIZE INTO ML-DETAILS
               IF WS-IC-CAT-COUNT(WS-IC-CAT) = 0
                   MOVE 'Y' TO ML-ACK-FLAG
                   MOVE "BATCH" TO ML-ACK-TELLER-ID
                   MOVE "No exceptions" TO ML-ACK-NOTE
               ELSE
                   MOVE 'N' TO ML-ACK-FLAG
                   MOVE SPACES TO ML-ACK-TELLER-ID
                   MOVE SPACES TO ML-ACK-NOTE
               END-IF
               WRITE MONITOR-LOG-RECORD
           END-PERFORM.

           CLOSE MONITOR-LOG-FILE.

      *-----------------------------------------------------------------
      * COUNT ONE EXCEPTION IN WS-IC-CAT AND KEEP IT FOR THE REPORT
      *-----------------------------------------------------------------
       900-ADD-EXCEPTION-PARA.
           ADD 1 TO WS-IC-CAT-COUNT(WS-IC-CAT).
           IF WS-IC-EXC-COUNT >= 3000
               MOVE 'Y' TO WS-IC-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-IC-EXC-COUNT.
           MOVE WS-IC-CAT TO WS-IC-EXC-CAT(WS-IC-EXC-COUNT).
           MOVE WS-IC-KEY TO WS-IC-EXC-KEY(WS-IC-EXC-COUNT).
           MOVE WS-IC-DETAIL TO WS-IC-EXC-DETAIL(WS-IC-EXC-COUNT).

      *-----------------------------------------------------------------
      * LOOK UP WS-IC-LOOKUP-ACCT ON THE MASTER (THEN THE ARCHIVE) AND
      * DESCRIBE WHAT WAS FOUND IN WS-IC-LOOKUP-TEXT
      *-----------------------------------------------------------------
       910-LOOKUP-ACCOUNT-PARA.
           MOVE SPACES TO WS-IC-LOOKUP-TEXT.
           MOVE WS-IC-LOOKUP-ACCT TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'M' TO WS-IC-LOOKUP-RESULT
               NOT INVALID KEY
                   IF AR-CLOSED
                       MOVE 'C' TO WS-IC-LOOKUP-RESULT
                       MOVE "is closed" TO WS-IC-LOOKUP-TEXT
                   ELSE
                       MOVE 'O' TO WS-IC-LOOKUP-RESULT
                   END-IF
           END-READ.
           IF NOT IC-ACCT-MISSING
               EXIT PARAGRAPH
           END-IF.

           MOVE "is not on the master" TO WS-IC-LOOKUP-TEXT.
           MOVE 'N' TO WS-IC-FOUND-FLAG.
           PERFORM VARYING WS-IC-AX FROM 1 BY 1
                   UNTIL WS-IC-AX > WS-IC-ARCH-COUNT OR IC-FOUND
               IF WS-IC-ARCH-ACCOUNT(WS-IC-AX) = WS-IC-LOOKUP-ACCT
                   MOVE 'Y' TO WS-IC-FOUND-FLAG
                   MOVE 'A' TO WS-IC-LOOKUP-RESULT
                   MOVE SPACES TO WS-IC-LOOKUP-TEXT
                   STRING "was archived "
                       WS-IC-ARCH-CLOSED(WS-IC-AX)
                       DELIMITED BY SIZE INTO WS-IC-LOOKUP-TEXT
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-IC-RECORDS-CHECKED TO WS-JS-READ-COUNT.
           MOVE WS-IC-EXC-COUNT TO WS-JS-REJECTED-COUNT.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
