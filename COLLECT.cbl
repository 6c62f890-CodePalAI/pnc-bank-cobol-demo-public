      * bucket (30/60/90+), a collector records contact attempts,
      * promises to pay with a date, and dispositions; a promise
      * whose date passes unpaid resurfaces automatically as broken
      * in the nightly batch, and a loan whose autopay draft came up
      * short on its due date is flagged on the queue. The
      * supervisor summary totals queue counts and dollars by
      * collector. Supervisors also work the charge-off approval
      * list the nightly charge-off step builds: each pending loan
      * or overdraft is approved (written off on the next run) or
      * rejected, and the decision is audit logged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECT.
       01  WS-CL-PROMISE-DATE         PIC X(10).
       01  WS-CL-PROMISE-AMOUNT       PIC 9(9)V99.
       01  WS-CL-DISPOSITION          PIC X(20).
       01  WS-CL-DECISION             PIC X(1).
           88 CL-APPROVE              VALUE 'A' 'a'.
           88 CL-REJECT               VALUE 'R' 'r'.
           88 CL-QUIT                 VALUE 'Q' 'q'.
       01  WS-CL-DECIDED              PIC 9(5) VALUE 0.
       01  WS-CL-DAYS-EDIT            PIC ZZZZ9.

      * Supervisor summary: queue counts and dollars by collector
       01  WS-COLL-SUMMARY.
      * must never land on the live collections file.
           IF DEMO-MODE-ACTIVE
               MOVE "DEMOCOLL.dat" TO WS-COLLCASE-FILE-NAME
               MOVE "DEMOCHGO.dat" TO WS-CHGOFF-FILE-NAME
               MOVE "DEMOAUDT.dat" TO WS-AUDIT-FILE-NAME
           ELSE
               MOVE "COLLCASE.dat" TO WS-COLLCASE-FILE-NAME
               MOVE "CHGOFF.dat"   TO WS-CHGOFF-FILE-NAME
               MOVE "AUDITLOG.dat" TO WS-AUDIT-FILE-NAME
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           DISPLAY "3. Record Promise To Pay".
           DISPLAY "4. Disposition / Close Case".
           DISPLAY "5. Supervisor Summary (by collector)".
           DISPLAY "6. Charge-Off Approval List".
           DISPLAY "0. Return to Main Menu".
           DISPLAY WS-SEPARATOR.
           DISPLAY "Enter your choice (0-6): " WITH NO ADVANCING.
           ACCEPT WS-SUB-MENU-CHOICE.

           EVALUATE WS-SUB-MENU-CHOICE
                       DISPLAY "ERROR: The summary requires a "
                           "supervisor sign-on."
                   END-IF
               WHEN 6
                   IF SESSION-SUPERVISOR
                       PERFORM 770-CHARGE-OFF-APPROVAL-PARA
                   ELSE
                       DISPLAY "ERROR: Charge-off approval requires "
                           "a supervisor sign-on."
                   END-IF
               WHEN 0
                   DISPLAY "Returning to main menu..."
               WHEN OTHER

      *-----------------------------------------------------------------
      * WORKQUEUE - every working case with its age bucket; broken
      * promises are marked so they get worked first, and failed
      * autopay drafts are marked with the shortfall
      *-----------------------------------------------------------------
       710-LIST-WORKQUEUE-PARA.
           OPEN INPUT COLLECTION-CASE-FILE.
               DISPLAY "           *** PROMISE BROKEN - WORK "
                   "FIRST ***"
           END-IF.
           IF CC-AUTOPAY-FAIL-DATE NOT = SPACES AND
              CC-AUTOPAY-SHORT IS NUMERIC AND
              CC-AUTOPAY-SHORT > 0
               MOVE CC-AUTOPAY-SHORT TO WS-FORMATTED-AMOUNT
               DISPLAY "           *** AUTOPAY DRAFT FAILED "
                   CC-AUTOPAY-FAIL-DATE " - due " CC-AUTOPAY-DUE-DATE
                   " short " WS-FORMATTED-AMOUNT " ***"
           END-IF.

      *-----------------------------------------------------------------
      * READ A CASE FOR UPDATE - shared entry to the update screens;
               MOVE 1 TO WS-CS-CASES(WS-CS-IDX)
               MOVE CC-AMOUNT-DUE TO WS-CS-DOLLARS(WS-CS-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * CHARGE-OFF APPROVAL LIST - each account the nightly charge-off
      * step has put up for write-off is approved, rejected or left
      * for later; approved accounts are written off on the next run,
      * rejected ones come back after the review period if they are
      * still delinquent
      *-----------------------------------------------------------------
       770-CHARGE-OFF-APPROVAL-PARA.
           OPEN I-O CHARGE-OFF-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No charge-off approval list yet."
               CLOSE CHARGE-OFF-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter A to approve the write-off, R to reject, "
               "S to skip, Q to stop.".
           DISPLAY WS-SEPARATOR.

           MOVE 0 TO WS-CL-LISTED.
           MOVE 0 TO WS-CL-DECIDED.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ CHARGE-OFF-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF CO-PENDING
                           PERFORM 775-DECIDE-ONE-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CHARGE-OFF-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

           DISPLAY WS-SEPARATOR.
           DISPLAY "Pending accounts shown: " WS-CL-LISTED
               "  decided: " WS-CL-DECIDED.

      *-----------------------------------------------------------------
       775-DECIDE-ONE-PARA.
           ADD 1 TO WS-CL-LISTED.
           MOVE CO-BALANCE TO WS-FORMATTED-BALANCE.
           MOVE CO-DAYS-DELINQUENT TO WS-CL-DAYS-EDIT.
           DISPLAY CO-ACCOUNT-NUMBER " " CO-ACCOUNT-TYPE " "
               CO-CUSTOMER-NAME " branch " CO-BRANCH-ID.
           DISPLAY "    delinquent since " CO-SINCE-DATE " ("
               WS-CL-DAYS-EDIT " days)  balance "
               WS-FORMATTED-BALANCE " " CO-CURRENCY.
           DISPLAY "    Decision (A/R/S/Q): " WITH NO ADVANCING.
           ACCEPT WS-CL-DECISION.

           EVALUATE TRUE
               WHEN CL-QUIT
                   MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   EXIT PARAGRAPH
               WHEN CL-APPROVE
                   MOVE 'A' TO CO-STATUS
               WHEN CL-REJECT
                   MOVE 'R' TO CO-STATUS
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE WS-TELLER-ID TO CO-DECIDED-BY.
           MOVE WS-DATE-FORMATTED TO CO-DECIDED-DATE.
           REWRITE CHARGE-OFF-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to record the decision."
                   EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO WS-CL-DECIDED.
           PERFORM 780-LOG-DECISION-PARA.
           IF CO-APPROVED
               DISPLAY "    Approved - written off on tonight's run."
           ELSE
               DISPLAY "    Rejected."
           END-IF.

      *-----------------------------------------------------------------
      * AUDIT LOG THE SUPERVISOR'S CHARGE-OFF DECISION
      *-----------------------------------------------------------------
       780-LOG-DECISION-PARA.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-DATE-FORMATTED TO AU-DATE.
           MOVE WS-CURRENT-HOUR TO AU-TIME(1:2).
           MOVE ':' TO AU-TIME(3:1).
           MOVE WS-CURRENT-MINUTE TO AU-TIME(4:2).
           MOVE ':' TO AU-TIME(6:1).
           MOVE WS-CURRENT-SECOND TO AU-TIME(7:2).
           MOVE WS-TELLER-ID TO AU-TELLER-ID.
           MOVE CO-ACCOUNT-NUMBER TO AU-KEY-VALUE.
           MOVE "CHARGE-OFF" TO AU-FIELD-NAME.
           MOVE WS-FORMATTED-BALANCE TO AU-OLD-VALUE.
           IF CO-APPROVED
               MOVE "APPROVED" TO AU-NEW-VALUE
           ELSE
               MOVE "REJECTED" TO AU-NEW-VALUE
           END-IF.
           WRITE AUDIT-LOG-RECORD.

           CLOSE AUDIT-LOG-FILE.
