      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - CHARGE-OFF BATCH
      *
      * Daily batch step, run right after LOANSRV has aged the
      * collections cases:
      *   - writes off the balances a supervisor approved at the
      *     collections screen since the last run: the account goes
      *     to charged-off status at a zero balance (so it no longer
      *     accrues and drops out of the loan / deposit totals), a
      *     CHGOFF (loan) or CHGOFF-OD (overdraft) ledger entry
      *     carries the amount to the GL extract, the collections
      *     case is closed CHARGED OFF, the loan's unpaid schedule
      *     entries are written off and any autopay enrollment is
      *     cancelled; the charge-off record stays on file to total
      *     the RECOVERY payments later taken on the account
      *   - drops the watch / pending / rejected records of accounts
      *     that have cured
      *   - nominates every LOAN whose open collections case has aged
      *     CHGOFF-LOAN-DAYS, and every CHECKING account that has sat
      *     overdrawn past its overdraft limit for CHGOFF-OD-DAYS,
      *     onto the pending approval list; a rejected account comes
      *     back on the list after CHGOFF-REVIEW-DAYS
      * Writes the approval list CHGOFF_YYYYMMDD.txt for the
      * supervisors. Run with no operator interaction - see
      * EODJOB.jcl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGOFF.
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
           05  LS-PRINCIPAL-PART      PIC 9(9)V99.
           05  LS-INTEREST-PART       PIC 9(9)V99.

       WORKING-STORAGE SECTION.
           COPY 'DATADEF.cpy'.

       01  WS-LOAN-SCHED-NAME         PIC X(40) VALUE 'LOANSCHD.dat'.
       01  WS-LS-FILE-STATUS          PIC X(2).
           88 LS-FILE-SUCCESS         VALUE '00'.
       01  WS-DATE-YYYYMMDD           PIC 9(8).
       01  WS-TODAY-INTEGER           PIC 9(8).
       01  WS-DAYS-SINCE              PIC S9(5) VALUE 0.
       01  WS-DAYS-FROM-DATE          PIC X(10).
       01  WS-CO-ACTION               PIC X(11).
       01  WS-CO-LOAN-TYPE-FLAG       PIC X(1) VALUE 'N'.
           88 CO-IS-LOAN              VALUE 'Y'.
       01  WS-CO-DELINQUENT-FLAG      PIC X(1) VALUE 'N'.
           88 CO-STILL-DELINQUENT     VALUE 'Y'.

      * Candidate built by the selection passes before it is matched
      * to the charge-off file
       01  WS-CO-CANDIDATE.
           05  WS-CN-ACCOUNT          PIC X(10).
           05  WS-CN-ACCOUNT-TYPE     PIC X(10).
           05  WS-CN-CUSTOMER-NAME    PIC X(30).
           05  WS-CN-BRANCH-ID        PIC X(4).
           05  WS-CN-CURRENCY         PIC X(3).
           05  WS-CN-SINCE-DATE       PIC X(10).
           05  WS-CN-DAYS             PIC 9(5).
           05  WS-CN-BALANCE          PIC S9(9)V99.

       01  WS-CO-AMOUNT               PIC 9(9)V99 VALUE 0.
       01  WS-CO-DAYS-EDIT            PIC ZZZZ9.
       01  WS-CO-COUNTS.
           05  WS-CO-POSTED           PIC 9(5) VALUE 0.
           05  WS-CO-CURED            PIC 9(5) VALUE 0.
           05  WS-CO-NEW-WATCH        PIC 9(5) VALUE 0.
           05  WS-CO-NEW-PENDING      PIC 9(5) VALUE 0.
           05  WS-CO-REPRESENTED      PIC 9(5) VALUE 0.
           05  WS-CO-ON-LIST          PIC 9(5) VALUE 0.
           05  WS-CO-SCHED-WRITTEN    PIC 9(5) VALUE 0.
       01  WS-CO-POSTED-TOTAL         PIC 9(11)V99 VALUE 0.
       01  WS-CO-LIST-TOTAL           PIC S9(11)V99 VALUE 0.

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "CHGOFF" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "TRANLOG.dat" TO WS-TRANSACTION-FILE-NAME.
           MOVE "AUTOPAY.dat" TO WS-AUTOPAY-FILE-NAME.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
      * EOD postings carry the fixed end-of-day time so they always
      * collate after the day's teller activity in the ledger key,
      * even when the stream runs past midnight.
           MOVE "23:59:59" TO WS-TR-TIME.
           MOVE "BATCH" TO WS-TR-TELLER-ID.

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
           MOVE WS-DATE-FORMATTED TO WS-TR-DATE.

           CALL 'PARMLOAD' USING WS-BUSINESS-RULES
               WS-DATE-FORMATTED.

           MOVE 'S' TO WS-BC-FUNCTION.
           MOVE "CHGOFF" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-DUPLICATE
               DISPLAY "CHGOFF already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           MOVE WS-DATE-FORMATTED(1:4) TO WS-DATE-YYYYMMDD(1:4).
           MOVE WS-DATE-FORMATTED(6:2) TO WS-DATE-YYYYMMDD(5:2).
           MOVE WS-DATE-FORMATTED(9:2) TO WS-DATE-YYYYMMDD(7:2).
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD).

           STRING "CHGOFF_" WS-DATE-FORMATTED(1:4)
               WS-DATE-FORMATTED(6:2) WS-DATE-FORMATTED(9:2) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

           DISPLAY WS-SEPARATOR.
           DISPLAY "CHARGE-OFF BATCH JOB - " WS-DATE-FORMATTED.
           DISPLAY WS-SEPARATOR.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LOAN / OVERDRAFT CHARGE-OFF - " WS-DATE-FORMATTED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Loans aged " WS-CHGOFF-LOAN-DAYS
               "+ days in collections; overdrafts past limit "
               WS-CHGOFF-OD-DAYS "+ days; rejected re-presented "
               "after " WS-CHGOFF-REVIEW-DAYS " days"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 100-PROCESS-CHARGE-OFF-FILE-PARA.
           PERFORM 200-SELECT-LOANS-PARA.
           PERFORM 300-SELECT-OVERDRAFTS-PARA.
           PERFORM 500-APPROVAL-LIST-PARA.

           CLOSE REPORT-FILE.

           MOVE 'E' TO WS-BC-FUNCTION.
           MOVE "CHGOFF" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.

           MOVE WS-CO-POSTED-TOTAL TO WS-FORMATTED-AMOUNT.
           DISPLAY "Accounts charged off: " WS-CO-POSTED
               "  amount: " WS-FORMATTED-AMOUNT.
           DISPLAY "Schedule entries written off: "
               WS-CO-SCHED-WRITTEN.
           DISPLAY "Cured and removed: " WS-CO-CURED.
           DISPLAY "Overdrafts newly watched: " WS-CO-NEW-WATCH.
           DISPLAY "Newly pending approval: " WS-CO-NEW-PENDING
               "  re-presented: " WS-CO-REPRESENTED.
           DISPLAY "On the approval list: " WS-CO-ON-LIST.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME.
           DISPLAY WS-SEPARATOR.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      * WALK THE CHARGE-OFF FILE - write off the approved accounts and
      * drop the watched / pending / rejected ones that have cured
      *-----------------------------------------------------------------
       100-PROCESS-CHARGE-OFF-FILE-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CHARGE-OFFS POSTED / CURED" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Account    Type       Action      Approved  "
               "Amount"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN I-O CHARGE-OFF-FILE.
           IF NOT FILE-SUCCESS
               MOVE "No charge-off records on file." TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE CHARGE-OFF-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open account file."
               CLOSE ACCOUNT-FILE
               CLOSE CHARGE-OFF-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ CHARGE-OFF-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF NOT CO-CHARGED-OFF
                           PERFORM 110-CHECK-ONE-RECORD-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-FILE.
           CLOSE CHARGE-OFF-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
      * ONE OPEN CHARGE-OFF RECORD - an account that is no longer
      * delinquent (loan case closed, overdraft back inside its
      * limit, account closed) comes off the file, approved or not;
      * an approved account still delinquent is written off
      *-----------------------------------------------------------------
       110-CHECK-ONE-RECORD-PARA.
           MOVE 'N' TO WS-CO-DELINQUENT-FLAG.
           MOVE 'N' TO WS-CO-LOAN-TYPE-FLAG.
           IF CO-ACCOUNT-TYPE = "LOAN"
               MOVE 'Y' TO WS-CO-LOAN-TYPE-FLAG
           END-IF.

           MOVE CO-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
           END-READ.

           IF ACCOUNT-FOUND AND NOT AR-CLOSED AND
              NOT AR-CHARGED-OFF
               IF CO-IS-LOAN
                   PERFORM 120-CHECK-LOAN-CASE-PARA
               ELSE
                   IF AR-BALANCE < 0 - AR-OVERDRAFT-LIMIT
                       MOVE 'Y' TO WS-CO-DELINQUENT-FLAG
                   END-IF
               END-IF
           END-IF.

           IF NOT CO-STILL-DELINQUENT
               MOVE 0 TO WS-CO-AMOUNT
               MOVE "CURED" TO WS-CO-ACTION
               PERFORM 190-WRITE-POSTED-LINE-PARA
               DELETE CHARGE-OFF-FILE RECORD
                   INVALID KEY
                       DISPLAY "ERROR removing charge-off record "
                           CO-ACCOUNT-NUMBER
                   NOT INVALID KEY
                       ADD 1 TO WS-CO-CURED
               END-DELETE
               EXIT PARAGRAPH
           END-IF.

           IF CO-APPROVED
               PERFORM 130-WRITE-OFF-ACCOUNT-PARA
           END-IF.

      *-----------------------------------------------------------------
      * A LOAN STAYS DELINQUENT WHILE ITS COLLECTIONS CASE IS WORKING
      * AND IT STILL CARRIES A BALANCE
      *-----------------------------------------------------------------
       120-CHECK-LOAN-CASE-PARA.
           IF AR-BALANCE NOT > 0
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT COLLECTION-CASE-FILE.
           IF NOT FILE-SUCCESS
               CLOSE COLLECTION-CASE-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE CO-ACCOUNT-NUMBER TO CC-ACCOUNT-NUMBER.
           READ COLLECTION-CASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT CC-CLOSED
                       MOVE 'Y' TO WS-CO-DELINQUENT-FLAG
                   END-IF
           END-READ.
           CLOSE COLLECTION-CASE-FILE.

      *-----------------------------------------------------------------
      * WRITE THE ACCOUNT OFF - zero balance at charged-off status,
      * the ledger entry for the GL, then the case, the schedule and
      * the autopay enrollment are settled
      *-----------------------------------------------------------------
       130-WRITE-OFF-ACCOUNT-PARA.
           IF CO-IS-LOAN
               MOVE AR-BALANCE TO WS-CO-AMOUNT
               MOVE "CHGOFF" TO WS-TR-TYPE
           ELSE
               COMPUTE WS-CO-AMOUNT = 0 - AR-BALANCE
               MOVE "CHGOFF-OD" TO WS-TR-TYPE
           END-IF.

           MOVE 0 TO AR-BALANCE.
           MOVE 'W' TO AR-STATUS.
           MOVE WS-DATE-FORMATTED TO AR-LAST-ACCESS-DATE.
           ADD 1 TO AR-TRANSACTION-COUNT.
           MOVE "CHGOFF" TO AR-LAST-CHANGED-BY.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to write off account "
                       AR-ACCOUNT-NUMBER
                   EXIT PARAGRAPH
           END-REWRITE.
           CALL 'JRNLWRT' USING WS-JRNL-ACTION ACCOUNT-RECORD.

           MOVE AR-ACCOUNT-NUMBER TO WS-TR-ACCOUNT-NUMBER.
           MOVE WS-CO-AMOUNT TO WS-TR-AMOUNT.
           MOVE "SUCCESS" TO WS-TR-RESULT.
           MOVE SPACES TO WS-TR-REMARKS.
           STRING "Charged off - approved by " CO-DECIDED-BY
               DELIMITED BY SIZE INTO WS-TR-REMARKS.
           MOVE 0 TO WS-TR-BALANCE-AFTER.
           MOVE AR-CURRENCY-CODE TO WS-TR-CURRENCY.
           MOVE SPACES TO WS-TR-RELATED-ACCOUNT.
           MOVE 0 TO WS-TR-CHECK-NUMBER.
           MOVE AR-BRANCH-ID TO WS-TR-BRANCH-ID.
           PERFORM 400-WRITE-LEDGER-PARA.

           PERFORM 140-CLOSE-COLL-CASE-PARA.
           IF CO-IS-LOAN
               PERFORM 150-WRITE-OFF-SCHEDULE-PARA
               PERFORM 160-CANCEL-AUTOPAY-PARA
           END-IF.

           MOVE 'C' TO CO-STATUS.
           MOVE WS-DATE-FORMATTED TO CO-CHARGE-OFF-DATE.
           MOVE WS-CO-AMOUNT TO CO-CHARGE-OFF-AMOUNT.
           MOVE 0 TO CO-BALANCE.
           REWRITE CHARGE-OFF-RECORD
               INVALID KEY
                   DISPLAY "ERROR rewriting charge-off record "
                       CO-ACCOUNT-NUMBER
           END-REWRITE.

           ADD 1 TO WS-CO-POSTED.
           ADD WS-CO-AMOUNT TO WS-CO-POSTED-TOTAL.
           MOVE "CHARGED OFF" TO WS-CO-ACTION.
           PERFORM 190-WRITE-POSTED-LINE-PARA.
           DISPLAY "CHARGED OFF: " CO-ACCOUNT-NUMBER " "
               CO-ACCOUNT-TYPE " approved by " CO-DECIDED-BY.

      *-----------------------------------------------------------------
      * CLOSE THE COLLECTIONS CASE WITH THE CHARGE-OFF DISPOSITION
      *-----------------------------------------------------------------
       140-CLOSE-COLL-CASE-PARA.
           OPEN I-O COLLECTION-CASE-FILE.
           IF NOT FILE-SUCCESS
               CLOSE COLLECTION-CASE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE CO-ACCOUNT-NUMBER TO CC-ACCOUNT-NUMBER.
           READ COLLECTION-CASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT CC-CLOSED
                       MOVE 'C' TO CC-STATUS
                       MOVE "CHARGED OFF" TO CC-DISPOSITION
                       MOVE 0 TO CC-AMOUNT-DUE
                       REWRITE COLLECTION-CASE-RECORD
                           INVALID KEY
                               DISPLAY "ERROR rewriting case "
                                   CC-ACCOUNT-NUMBER
                       END-REWRITE
                   END-IF
           END-READ.

           CLOSE COLLECTION-CASE-FILE.

      *-----------------------------------------------------------------
      * WRITE OFF THE LOAN'S UNPAID SCHEDULE ENTRIES SO SERVICING,
      * AGING AND THE AUTOPAY DRAFT TREAT THEM AS SETTLED
      *-----------------------------------------------------------------
       150-WRITE-OFF-SCHEDULE-PARA.
           OPEN I-O LOAN-SCHEDULE-FILE.
           IF NOT LS-FILE-SUCCESS
               CLOSE LOAN-SCHEDULE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE CO-ACCOUNT-NUMBER TO LS-ACCOUNT-NUMBER.
           MOVE LOW-VALUES TO LS-DUE-DATE.
           START LOAN-SCHEDULE-FILE KEY IS NOT LESS THAN LS-KEY
               INVALID KEY
                   CLOSE LOAN-SCHEDULE-FILE
                   EXIT PARAGRAPH
           END-START.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ LOAN-SCHEDULE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LS-ACCOUNT-NUMBER NOT = CO-ACCOUNT-NUMBER
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           IF NOT LS-PAID
                               MOVE 'W' TO LS-STATUS
                               REWRITE LOAN-SCHEDULE-RECORD
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-CO-SCHED-WRITTEN
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOAN-SCHEDULE-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * CANCEL THE LOAN'S AUTOPAY ENROLLMENT - nothing is due any more
      *-----------------------------------------------------------------
       160-CANCEL-AUTOPAY-PARA.
           OPEN I-O LOAN-AUTOPAY-FILE.
           IF NOT FILE-SUCCESS
               CLOSE LOAN-AUTOPAY-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE CO-ACCOUNT-NUMBER TO AP-LOAN-ACCOUNT.
           READ LOAN-AUTOPAY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AP-ACTIVE
                       MOVE 'I' TO AP-STATUS
                       MOVE "CHGOFF" TO AP-CHANGED-BY
                       MOVE WS-DATE-FORMATTED TO AP-CHANGED-DATE
                       MOVE SPACES TO AP-RETRY-DATE
                       REWRITE LOAN-AUTOPAY-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.

           CLOSE LOAN-AUTOPAY-FILE.

      *-----------------------------------------------------------------
       190-WRITE-POSTED-LINE-PARA.
           MOVE WS-CO-AMOUNT TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING CO-ACCOUNT-NUMBER " " CO-ACCOUNT-TYPE " "
               WS-CO-ACTION " " CO-DECIDED-BY " "
               WS-FORMATTED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * NOMINATE THE LOANS WHOSE WORKING COLLECTIONS CASE HAS AGED
      * PAST THE CHARGE-OFF LIMIT
      *-----------------------------------------------------------------
       200-SELECT-LOANS-PARA.
           OPEN INPUT COLLECTION-CASE-FILE.
           IF NOT FILE-SUCCESS
               CLOSE COLLECTION-CASE-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open account file."
               CLOSE ACCOUNT-FILE
               CLOSE COLLECTION-CASE-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 260-OPEN-CHARGE-OFF-FILE-PARA.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ COLLECTION-CASE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF NOT CC-CLOSED AND
                          CC-AGE-DAYS >= WS-CHGOFF-LOAN-DAYS
                           PERFORM 210-CHECK-ONE-LOAN-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-FILE.
           CLOSE CHARGE-OFF-FILE.
           CLOSE COLLECTION-CASE-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
       210-CHECK-ONE-LOAN-PARA.
           MOVE CC-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF NOT AR-TYPE-LOAN OR NOT AR-ACTIVE OR
              AR-BALANCE NOT > 0
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-CO-LOAN-TYPE-FLAG.
           PERFORM 220-LOAD-CANDIDATE-PARA.
           MOVE CC-OLDEST-DUE-DATE TO WS-CN-SINCE-DATE.
           MOVE CC-AGE-DAYS TO WS-CN-DAYS.
           PERFORM 250-NOMINATE-PARA.

      *-----------------------------------------------------------------
       220-LOAD-CANDIDATE-PARA.
           MOVE AR-ACCOUNT-NUMBER TO WS-CN-ACCOUNT.
           MOVE AR-ACCOUNT-TYPE TO WS-CN-ACCOUNT-TYPE.
           MOVE AR-CUSTOMER-NAME TO WS-CN-CUSTOMER-NAME.
           MOVE AR-BRANCH-ID TO WS-CN-BRANCH-ID.
           MOVE AR-CURRENCY-CODE TO WS-CN-CURRENCY.
           MOVE AR-BALANCE TO WS-CN-BALANCE.
           MOVE WS-DATE-FORMATTED TO WS-CN-SINCE-DATE.
           MOVE 0 TO WS-CN-DAYS.

      *-----------------------------------------------------------------
      * MATCH A CANDIDATE TO THE CHARGE-OFF FILE - a new loan goes
      * straight onto the approval list, a new overdraft goes on
      * watch from tonight; a watched overdraft turns pending once
      * it has run the overdraft limit, a rejected account comes
      * back after the review period. Approved records only have
      * their balance refreshed.
      *-----------------------------------------------------------------
       250-NOMINATE-PARA.
           MOVE WS-CN-ACCOUNT TO CO-ACCOUNT-NUMBER.
           READ CHARGE-OFF-FILE
               INVALID KEY
                   PERFORM 255-NEW-RECORD-PARA
                   EXIT PARAGRAPH
           END-READ.

           IF CO-CHARGED-OFF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CN-BALANCE TO CO-BALANCE.
           IF CO-IS-LOAN
               MOVE WS-CN-SINCE-DATE TO CO-SINCE-DATE
               MOVE WS-CN-DAYS TO CO-DAYS-DELINQUENT
           ELSE
               MOVE CO-SINCE-DATE TO WS-DAYS-FROM-DATE
               PERFORM 270-DAYS-SINCE-PARA
               MOVE WS-DAYS-SINCE TO CO-DAYS-DELINQUENT
           END-IF.

           EVALUATE TRUE
               WHEN CO-WATCH AND
                    CO-DAYS-DELINQUENT >= WS-CHGOFF-OD-DAYS
                   MOVE 'P' TO CO-STATUS
                   MOVE WS-DATE-FORMATTED TO CO-SELECTED-DATE
                   ADD 1 TO WS-CO-NEW-PENDING
               WHEN CO-REJECTED
                   MOVE CO-DECIDED-DATE TO WS-DAYS-FROM-DATE
                   PERFORM 270-DAYS-SINCE-PARA
                   IF WS-DAYS-SINCE >= WS-CHGOFF-REVIEW-DAYS
                       MOVE 'P' TO CO-STATUS
                       MOVE WS-DATE-FORMATTED TO CO-SELECTED-DATE
                       MOVE SPACES TO CO-DECIDED-BY
                       MOVE SPACES TO CO-DECIDED-DATE
                       ADD 1 TO WS-CO-REPRESENTED
                   END-IF
           END-EVALUATE.

           REWRITE CHARGE-OFF-RECORD
               INVALID KEY
                   DISPLAY "ERROR rewriting charge-off record "
                       CO-ACCOUNT-NUMBER
           END-REWRITE.

      *-----------------------------------------------------------------
       255-NEW-RECORD-PARA.
           INITIALIZE CHARGE-OFF-RECORD.
           MOVE WS-CN-ACCOUNT TO CO-ACCOUNT-NUMBER.
           MOVE WS-CN-ACCOUNT-TYPE TO CO-ACCOUNT-TYPE.
           MOVE WS-CN-CUSTOMER-NAME TO CO-CUSTOMER-NAME.
           MOVE WS-CN-BRANCH-ID TO CO-BRANCH-ID.
           MOVE WS-CN-CURRENCY TO CO-CURRENCY.
           MOVE WS-CN-SINCE-DATE TO CO-SINCE-DATE.
           MOVE WS-CN-DAYS TO CO-DAYS-DELINQUENT.
           MOVE WS-CN-BALANCE TO CO-BALANCE.
           MOVE SPACES TO CO-DECIDED-BY.
           MOVE SPACES TO CO-DECIDED-DATE.
           MOVE SPACES TO CO-CHARGE-OFF-DATE.
           MOVE SPACES TO CO-LAST-RECOVERY-DATE.
           IF CO-IS-LOAN OR WS-CHGOFF-OD-DAYS = 0
               MOVE 'P' TO CO-STATUS
               MOVE WS-DATE-FORMATTED TO CO-SELECTED-DATE
           ELSE
               MOVE 'W' TO CO-STATUS
               MOVE SPACES TO CO-SELECTED-DATE
           END-IF.

           WRITE CHARGE-OFF-RECORD
               INVALID KEY
                   DISPLAY "ERROR adding charge-off record "
                       CO-ACCOUNT-NUMBER
                   EXIT PARAGRAPH
           END-WRITE.

           IF CO-PENDING
               ADD 1 TO WS-CO-NEW-PENDING
           ELSE
               ADD 1 TO WS-CO-NEW-WATCH
           END-IF.

      *-----------------------------------------------------------------
       260-OPEN-CHARGE-OFF-FILE-PARA.
           OPEN I-O CHARGE-OFF-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT CHARGE-OFF-FILE
               CLOSE CHARGE-OFF-FILE
               OPEN I-O CHARGE-OFF-FILE
           END-IF.

      *-----------------------------------------------------------------
      * DAYS FROM WS-DAYS-FROM-DATE TO THE BUSINESS DATE
      *-----------------------------------------------------------------
       270-DAYS-SINCE-PARA.
           MOVE 0 TO WS-DAYS-SINCE.
           IF WS-DAYS-FROM-DATE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DAYS-FROM-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4).
           MOVE WS-DAYS-FROM-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2).
           MOVE WS-DAYS-FROM-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2).
           COMPUTE WS-DAYS-SINCE = WS-TODAY-INTEGER -
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD).
           IF WS-DAYS-SINCE < 0
               MOVE 0 TO WS-DAYS-SINCE
           END-IF.

      *-----------------------------------------------------------------
      * NOMINATE THE CHECKING ACCOUNTS OVERDRAWN PAST THEIR LIMIT
      *-----------------------------------------------------------------
       300-SELECT-OVERDRAFTS-PARA.
           OPEN INPUT ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 260-OPEN-CHARGE-OFF-FILE-PARA.
           MOVE 'N' TO WS-CO-LOAN-TYPE-FLAG.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ ACCOUNT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF AR-TYPE-CHECKING AND NOT AR-CLOSED AND
                          NOT AR-CHARGED-OFF AND
                          AR-BALANCE < 0 - AR-OVERDRAFT-LIMIT
                           PERFORM 220-LOAD-CANDIDATE-PARA
                           PERFORM 250-NOMINATE-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CHARGE-OFF-FILE.
           CLOSE ACCOUNT-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
      * WRITE ONE LEDGER ENTRY FROM WS-TRANSACTION
      *-----------------------------------------------------------------
       400-WRITE-LEDGER-PARA.
           OPEN I-O TRANSACTION-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT TRANSACTION-FILE
           END-IF.

           MOVE WS-TR-ACCOUNT-NUMBER TO TR-KEY-ACCT-NUM.
           MOVE WS-TR-DATE TO TR-KEY-DATE.
           MOVE WS-TR-TIME TO TR-KEY-TIME.
           PERFORM 410-SEED-LEDGER-SEQ-PARA.
           MOVE WS-TR-TYPE TO TR-TYPE.
           MOVE WS-TR-AMOUNT TO TR-AMOUNT.
           MOVE WS-TR-RESULT TO TR-RESULT.
           MOVE WS-TR-REMARKS TO TR-REMARKS.
           MOVE WS-TR-BALANCE-AFTER TO TR-BALANCE-AFTER.
           MOVE WS-TR-TELLER-ID TO TR-TELLER-ID.
           MOVE WS-TR-CURRENCY TO TR-CURRENCY.
           MOVE WS-TR-RELATED-ACCOUNT TO TR-RELATED-ACCOUNT.
           MOVE WS-TR-CHECK-NUMBER TO TR-CHECK-NUMBER.
           MOVE WS-TR-BRANCH-ID TO TR-BRANCH-ID.

           WRITE TRANSACTION-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           PERFORM UNTIL NOT FILE-DUPLICATE-KEY
               ADD 1 TO WS-TR-SEQ
               MOVE WS-TR-SEQ TO TR-KEY-SEQ
               WRITE TRANSACTION-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-PERFORM.

           CLOSE TRANSACTION-FILE.

      *-----------------------------------------------------------------
      * SEED THE LEDGER SEQUENCE PAST THE HIGHEST ENTRY ALREADY ON
      * FILE FOR THIS ACCOUNT/DATE/TIME
      *-----------------------------------------------------------------
       410-SEED-LEDGER-SEQ-PARA.
           MOVE 0 TO WS-TR-SEQ.
           MOVE 0 TO TR-KEY-SEQ.
           START TRANSACTION-FILE KEY IS NOT LESS THAN TR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL EOF
                       READ TRANSACTION-FILE NEXT
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               IF TR-KEY-ACCT-NUM =
                                      WS-TR-ACCOUNT-NUMBER AND
                                  TR-KEY-DATE = WS-TR-DATE AND
                                  TR-KEY-TIME = WS-TR-TIME
                                   COMPUTE WS-TR-SEQ =
                                       TR-KEY-SEQ + 1
                               ELSE
                                   MOVE 'Y' TO WS-EOF-FLAG
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF-FLAG
           END-START.

           MOVE WS-TR-ACCOUNT-NUMBER TO TR-KEY-ACCT-NUM.
           MOVE WS-TR-DATE TO TR-KEY-DATE.
           MOVE WS-TR-TIME TO TR-KEY-TIME.
           MOVE WS-TR-SEQ TO TR-KEY-SEQ.

      *-----------------------------------------------------------------
      * THE SUPERVISOR APPROVAL LIST - every record pending a
      * decision, worked from the collections screen
      *-----------------------------------------------------------------
       500-APPROVAL-LIST-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "APPROVAL LIST - PENDING SUPERVISOR DECISION"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Account    Type       Customer                     "
               "  Brch Cur Since       Days    Balance"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT CHARGE-OFF-FILE.
           IF NOT FILE-SUCCESS
               CLOSE CHARGE-OFF-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ CHARGE-OFF-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF CO-PENDING
                           PERFORM 510-LIST-ONE-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CHARGE-OFF-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

           MOVE WS-CO-LIST-TOTAL TO WS-FORMATTED-BALANCE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Pending approval: " WS-CO-ON-LIST
               "  balance: " WS-FORMATTED-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CO-POSTED-TOTAL TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Charged off tonight: " WS-CO-POSTED
               "  amount: " WS-FORMATTED-AMOUNT
               "  cured: " WS-CO-CURED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
       510-LIST-ONE-PARA.
           ADD 1 TO WS-CO-ON-LIST.
           ADD CO-BALANCE TO WS-CO-LIST-TOTAL.
           MOVE CO-BALANCE TO WS-FORMATTED-BALANCE.
           MOVE CO-DAYS-DELINQUENT TO WS-CO-DAYS-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING CO-ACCOUNT-NUMBER " " CO-ACCOUNT-TYPE " "
               CO-CUSTOMER-NAME " " CO-BRANCH-ID " "
               CO-CURRENCY " " CO-SINCE-DATE " " WS-CO-DAYS-EDIT
               " " WS-FORMATTED-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-CO-ON-LIST TO WS-JS-READ-COUNT.
           MOVE WS-CO-POSTED TO WS-JS-POSTED-COUNT.
           MOVE 0 TO WS-JS-REJECTED-COUNT.
           MOVE WS-CO-POSTED-TOTAL TO WS-JS-DOLLAR-TOTAL.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
