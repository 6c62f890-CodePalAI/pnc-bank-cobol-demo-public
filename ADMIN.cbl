      *
      * Supervisor-only functions reached from the main menu: the
      * teller security file (add/update tellers, unlock a locked id,
      * deactivate an id), exchange rates, parameters, the processing
      * calendar, branches (including scheduling a branch
      * consolidation for the nightly BRCONSOL step), the examiner
      * dossier, and the rate index values and variable rate plans
      * the nightly REPRICE step works from. The main program refuses
      * the menu choice for non-supervisor sign-ons.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMIN.
           SELECT CALENDAR-FILE ASSIGN TO WS-CALENDAR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT DOSSIER-FILE ASSIGN TO WS-DOSSIER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-FILE-STATUS.
           05  HC-DATE                PIC X(10).
           05  HC-DESCRIPTION         PIC X(30).

       FD  DOSSIER-FILE
           LABEL RECORDS ARE STANDARD.
       01  DOSSIER-LINE               PIC X(132).
       01  WS-PARAMETER-FILE-NAME     PIC X(40) VALUE 'PARAMS.dat'.
       01  WS-CALENDAR-FILE-NAME      PIC X(40) VALUE 'CALENDAR.dat'.

       01  WS-ROLL-FILE-STATUS        PIC X(2).
           88 ROLL-FILE-SUCCESS       VALUE '00'.
       01  WS-DOSSIER-FILE-NAME       PIC X(40).
           05  WS-PT-AMOUNT-RAW       PIC 9(11).
           05  WS-PT-AMOUNT           PIC 9(9)V99.

      * Variable rate plan maintenance work - the field changes are
      * held until the plan record is written, then audited
       01  WS-VR-MAINT-WORK.
           05  WS-VR-EXISTS-FLAG      PIC X(1) VALUE 'N'.
               88 VR-PLAN-EXISTS      VALUE 'Y'.
           05  WS-VR-MARGIN-IN        PIC X(8).
           05  WS-VR-NEW-MARGIN       PIC S9(2)V9(3) VALUE 0.
           05  WS-VR-NEW-FLOOR        PIC 9(2)V9(3) VALUE 0.
           05  WS-VR-NEW-CEILING      PIC 9(2)V9(3) VALUE 0.
           05  WS-VR-NEW-FREQ         PIC 9(2) VALUE 0.
           05  WS-VR-NEW-INDEX        PIC X(8).
           05  WS-VR-NEW-NEXT-DATE    PIC X(10).
           05  WS-VR-MARGIN-DISPLAY   PIC +9(2).9(3).
           05  WS-VR-RATE-DISPLAY     PIC 9(2).9(3).
           05  WS-VR-CHANGE-COUNT     PIC 9(2) VALUE 0.
           05  WS-VR-CHANGES OCCURS 8 TIMES
                   INDEXED BY WS-VR-IDX.
               10  WS-VR-FIELD        PIC X(20).
               10  WS-VR-OLD          PIC X(30).
               10  WS-VR-NEW          PIC X(30).

      * Branch consolidation scheduling work
       01  WS-BX-SCHEDULE-WORK.
           05  WS-BX-CLOSING          PIC X(4).
           05  WS-BX-SURVIVING        PIC X(4).
           05  WS-BX-EFFECTIVE        PIC X(10).
           05  WS-BX-EXISTS-FLAG      PIC X(1) VALUE 'N'.
               88 BX-ORDER-EXISTS     VALUE 'Y'.

      * Branch posting cutoff entry
       01  WS-BR-CUTOFF-INPUT         PIC X(4).

      * Legal hold maintenance work
       01  WS-LH-MAINT-WORK.
           05  WS-LH-ACCOUNT          PIC X(10).
           05  WS-LH-REASON           PIC X(40).
           05  WS-LH-RELEASE          PIC X(10).
           05  WS-LH-EXISTS-FLAG      PIC X(1) VALUE 'N'.
               88 LH-HOLD-EXISTS      VALUE 'Y'.
           05  WS-LH-LISTED           PIC 9(5) VALUE 0.

      * Password intake work for teller maintenance
       01  WS-PWD-WORK.
           05  WS-PWD-NEW-1           PIC X(8).
           DISPLAY "4. Processing Calendar Maintenance".
           DISPLAY "5. Branch Maintenance".
           DISPLAY "6. Examiner Dossier Extract".
           DISPLAY "7. Rate Index / Variable Rate Maintenance".
           DISPLAY "8. Legal Hold Maintenance".
           DISPLAY "0. Return to Main Menu".
           DISPLAY WS-SEPARATOR.
           DISPLAY "Enter your choice (0-8): " WITH NO ADVANCING.
           ACCEPT WS-SUB-MENU-CHOICE.

           EVALUATE WS-SUB-MENU-CHOICE
                   PERFORM 750-BRANCH-MAINTENANCE-PARA
               WHEN 6
                   PERFORM 760-DOSSIER-EXTRACT-PARA
               WHEN 7
                   PERFORM 770-RATE-INDEX-MAINT-PARA
               WHEN 8
                   PERFORM 780-LEGAL-HOLD-MAINT-PARA
               WHEN 0
                   DISPLAY "Returning to main menu..."
               WHEN OTHER
           DISPLAY WS-SEPARATOR.
           DISPLAY "1. Add / Update Branch".
           DISPLAY "2. List Branches".
           DISPLAY "3. Schedule / Cancel Branch Consolidation".
           DISPLAY "0. Return".
           DISPLAY WS-SEPARATOR.
           DISPLAY "Enter your choice (0-3): " WITH NO ADVANCING.
           ACCEPT WS-SUB-MENU-CHOICE.

           EVALUATE WS-SUB-MENU-CHOICE
                   PERFORM 751-ADD-UPDATE-BRANCH-PARA
               WHEN 2
                   PERFORM 752-LIST-BRANCHES-PARA
               WHEN 3
                   PERFORM 753-SCHEDULE-CONSOL-PARA
               WHEN 0
                   CONTINUE
               WHEN OTHER
           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.
           READ BRANCH-FILE
               INVALID KEY
                   MOVE 0 TO BR-CUTOFF-HHMM
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
                   DISPLAY "Branch exists - updating " BR-NAME
           END-READ.
           IF BR-CUTOFF-HHMM NOT NUMERIC
               MOVE 0 TO BR-CUTOFF-HHMM
           END-IF.

           DISPLAY "Branch name: " WITH NO ADVANCING.
           ACCEPT BR-NAME.
           IF NOT BR-ACTIVE AND NOT BR-INACTIVE
               MOVE 'A' TO BR-STATUS
           END-IF.

           DISPLAY "Current posting cutoff: " BR-CUTOFF-HHMM
               " (0000 = bank default " WS-POSTING-CUTOFF-HHMM ")".
           DISPLAY "Posting cutoff HHMM (blank = keep, 0000 = bank "
               "default): " WITH NO ADVANCING.
           MOVE SPACES TO WS-BR-CUTOFF-INPUT.
           ACCEPT WS-BR-CUTOFF-INPUT.
           IF WS-BR-CUTOFF-INPUT NOT = SPACES
               IF WS-BR-CUTOFF-INPUT NOT NUMERIC OR
                  WS-BR-CUTOFF-INPUT(1:2) > "23" OR
                  WS-BR-CUTOFF-INPUT(3:2) > "59"
                   DISPLAY "ERROR: Cutoff must be HHMM, 0000-2359."
                   CLOSE BRANCH-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-BR-CUTOFF-INPUT TO BR-CUTOFF-HHMM
           END-IF.
           MOVE WS-TELLER-ID TO BR-LAST-CHANGED-BY.

           IF ACCOUNT-FOUND
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Id   Name                           St Cutoff".
           DISPLAY WS-SEPARATOR.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       DISPLAY BR-BRANCH-ID " " BR-NAME " "
                           BR-STATUS "  " BR-CUTOFF-HHMM
               END-READ
           END-PERFORM.

           CLOSE BRANCH-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

           OPEN INPUT BRANCH-CONSOL-FILE.
           IF NOT FILE-SUCCESS
               CLOSE BRANCH-CONSOL-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY SPACE.
           DISPLAY "Consolidations (closing -> surviving, effective, "
               "status P=Pending D=Done X=Cancelled)".
           DISPLAY WS-SEPARATOR.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ BRANCH-CONSOL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       DISPLAY BX-CLOSING-BRANCH " -> "
                           BX-SURVIVING-BRANCH " "
                           BX-EFFECTIVE-DATE " " BX-STATUS " "
                           BX-ENTERED-BY " " BX-LAST-RESULT
               END-READ
           END-PERFORM.

           CLOSE BRANCH-CONSOL-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
      * SCHEDULE A BRANCH CONSOLIDATION - the nightly BRCONSOL step
      * re-homes the closing branch's accounts, tellers and
      * outstanding official checks and folds its vault into the
      * surviving branch the night before the effective date, so the
      * effective day posts and reports under the surviving branch.
      * A pending order can be cancelled here until it has run.
      *-----------------------------------------------------------------
       753-SCHEDULE-CONSOL-PARA.
           DISPLAY "Closing branch id: " WITH NO ADVANCING.
           ACCEPT WS-BX-CLOSING.
           IF WS-BX-CLOSING = SPACES
               DISPLAY "ERROR: Closing branch id is required."
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT BRANCH-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open the branch file."
               CLOSE BRANCH-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.
           MOVE WS-BX-CLOSING TO BR-BRANCH-ID.
           READ BRANCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
           END-READ.
           CLOSE BRANCH-FILE.
           IF NOT ACCOUNT-FOUND
               DISPLAY "ERROR: Branch " WS-BX-CLOSING " not on file."
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O BRANCH-CONSOL-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT BRANCH-CONSOL-FILE
               IF NOT FILE-SUCCESS
                   DISPLAY "ERROR: Unable to open the consolidation "
                       "file."
                   CLOSE BRANCH-CONSOL-FILE
                   EXIT PARAGRAPH
               END-IF
               CLOSE BRANCH-CONSOL-FILE
               OPEN I-O BRANCH-CONSOL-FILE
           END-IF.

           MOVE 'N' TO WS-BX-EXISTS-FLAG.
           MOVE WS-BX-CLOSING TO BX-CLOSING-BRANCH.
           READ BRANCH-CONSOL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BX-EXISTS-FLAG
           END-READ.

      * A pending order is shown and may only be cancelled; key a
      * new one after cancelling to change the terms.
           IF BX-ORDER-EXISTS AND BX-PENDING
               DISPLAY "Pending: " BX-CLOSING-BRANCH " into "
                   BX-SURVIVING-BRANCH " effective "
                   BX-EFFECTIVE-DATE " (by " BX-ENTERED-BY ")"
               IF BX-LAST-RESULT NOT = SPACES
                   DISPLAY "Last run: " BX-RUN-DATE " "
                       BX-LAST-RESULT
               END-IF
               DISPLAY "Cancel this consolidation? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-YES
                   MOVE 'X' TO BX-STATUS
                   MOVE "Cancelled before it ran" TO BX-LAST-RESULT
                   REWRITE BRANCH-CONSOL-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Unable to cancel."
                       NOT INVALID KEY
                           DISPLAY "Consolidation cancelled."
                           MOVE 1 TO WS-VR-CHANGE-COUNT
                           MOVE "CONSOLIDATION" TO WS-VR-FIELD(1)
                           MOVE SPACES TO WS-VR-OLD(1)
                           STRING "Into " BX-SURVIVING-BRANCH
                               " eff " BX-EFFECTIVE-DATE
                               DELIMITED BY SIZE INTO WS-VR-OLD(1)
                           MOVE "CANCELLED" TO WS-VR-NEW(1)
                           MOVE BX-CLOSING-BRANCH TO AU-KEY-VALUE
                           PERFORM 776-LOG-RATE-CHANGES-PARA
                   END-REWRITE
               END-IF
               CLOSE BRANCH-CONSOL-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Surviving branch id: " WITH NO ADVANCING.
           ACCEPT WS-BX-SURVIVING.
           IF WS-BX-SURVIVING = SPACES OR
              WS-BX-SURVIVING = WS-BX-CLOSING
               DISPLAY "ERROR: The surviving branch must be a "
                   "different branch."
               CLOSE BRANCH-CONSOL-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT BRANCH-FILE.
           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.
           MOVE WS-BX-SURVIVING TO BR-BRANCH-ID.
           READ BRANCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BR-ACTIVE
                       MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
                   END-IF
           END-READ.
           CLOSE BRANCH-FILE.
           IF NOT ACCOUNT-FOUND
               DISPLAY "ERROR: Surviving branch must be an active "
                   "branch on file."
               CLOSE BRANCH-CONSOL-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Effective business date (YYYY-MM-DD): "
               WITH NO ADVANCING.
           ACCEPT WS-BX-EFFECTIVE.
           IF WS-BX-EFFECTIVE(1:4) NOT NUMERIC OR
              WS-BX-EFFECTIVE(5:1) NOT = '-' OR
              WS-BX-EFFECTIVE(6:2) NOT NUMERIC OR
              WS-BX-EFFECTIVE(8:1) NOT = '-' OR
              WS-BX-EFFECTIVE(9:2) NOT NUMERIC
               DISPLAY "ERROR: Date must be YYYY-MM-DD."
               CLOSE BRANCH-CONSOL-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-BX-EFFECTIVE NOT > WS-DATE-FORMATTED
               DISPLAY "ERROR: The effective date must be after "
                   "today - the move runs in the EOD stream the "
                   "night before."
               CLOSE BRANCH-CONSOL-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Consolidate branch " WS-BX-CLOSING " into "
               WS-BX-SURVIVING " effective " WS-BX-EFFECTIVE
               "? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT CONFIRM-YES
               DISPLAY "Consolidation not scheduled."
               CLOSE BRANCH-CONSOL-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-BX-CLOSING TO BX-CLOSING-BRANCH.
           MOVE WS-BX-SURVIVING TO BX-SURVIVING-BRANCH.
           MOVE WS-BX-EFFECTIVE TO BX-EFFECTIVE-DATE.
           MOVE 'P' TO BX-STATUS.
           MOVE WS-TELLER-ID TO BX-ENTERED-BY.
           MOVE WS-DATE-FORMATTED TO BX-ENTERED-DATE.
           MOVE SPACES TO BX-RUN-DATE.
           MOVE SPACES TO BX-LAST-RESULT.
           MOVE 0 TO BX-ACCOUNTS-MOVED.
           MOVE 0 TO BX-TELLERS-MOVED.
           MOVE 0 TO BX-CHECKS-MOVED.

           MOVE 'N' TO WS-REWRITE-OK-FLAG.
           IF BX-ORDER-EXISTS
               REWRITE BRANCH-CONSOL-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to schedule."
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-REWRITE-OK-FLAG
               END-REWRITE
           ELSE
               WRITE BRANCH-CONSOL-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to schedule."
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-REWRITE-OK-FLAG
               END-WRITE
           END-IF.
           CLOSE BRANCH-CONSOL-FILE.

           IF REWRITE-OK
               DISPLAY "Consolidation scheduled - drawers at "
                   WS-BX-CLOSING " must be closed by that night's "
                   "EOD run."
               MOVE 1 TO WS-VR-CHANGE-COUNT
               MOVE "CONSOLIDATION" TO WS-VR-FIELD(1)
               MOVE SPACES TO WS-VR-OLD(1)
               MOVE SPACES TO WS-VR-NEW(1)
               STRING "Into " WS-BX-SURVIVING " eff "
                   WS-BX-EFFECTIVE
                   DELIMITED BY SIZE INTO WS-VR-NEW(1)
               MOVE WS-BX-CLOSING TO AU-KEY-VALUE
               PERFORM 776-LOG-RATE-CHANGES-PARA
           END-IF.

      *-----------------------------------------------------------------
      * LEGAL HOLD MAINTENANCE - accounts under litigation, subpoena
      * or regulatory hold. The monthly roll retention run keeps
      * every rolled ledger file carrying an actively held account's
      * activity past the retention period until the hold is
      * released or its release date passes.
      *-----------------------------------------------------------------
       780-LEGAL-HOLD-MAINT-PARA.
           DISPLAY SPACE.
           DISPLAY WS-SEPARATOR.
           DISPLAY "LEGAL HOLD MAINTENANCE".
           DISPLAY WS-SEPARATOR.
           DISPLAY "1. Place / Update Legal Hold".
           DISPLAY "2. Release Legal Hold".
           DISPLAY "3. List Legal Holds".
           DISPLAY "0. Return".
           DISPLAY WS-SEPARATOR.
           DISPLAY "Enter your choice (0-3): " WITH NO ADVANCING.
           ACCEPT WS-SUB-MENU-CHOICE.

           EVALUATE WS-SUB-MENU-CHOICE
               WHEN 1
                   PERFORM 781-PLACE-LEGAL-HOLD-PARA
               WHEN 2
                   PERFORM 782-RELEASE-LEGAL-HOLD-PARA
               WHEN 3
                   PERFORM 783-LIST-LEGAL-HOLDS-PARA
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.

      *-----------------------------------------------------------------
      * PLACE A HOLD, OR CHANGE THE REASON / RELEASE DATE OF ONE
      * ALREADY ON FILE. A closed account may be held - its
      * history is still on the rolled ledger files.
      *-----------------------------------------------------------------
       781-PLACE-LEGAL-HOLD-PARA.
           DISPLAY "Account number: " WITH NO ADVANCING.
           ACCEPT WS-LH-ACCOUNT.
           IF WS-LH-ACCOUNT = SPACES
               DISPLAY "ERROR: Account number is required."
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNT-FILE.
           IF FILE-SUCCESS
               MOVE WS-LH-ACCOUNT TO AR-ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "Note: " WS-LH-ACCOUNT " is not on the "
                           "account master (closed or purged)."
                   NOT INVALID KEY
                       DISPLAY WS-LH-ACCOUNT " " AR-CUSTOMER-NAME
               END-READ
           END-IF.
           CLOSE ACCOUNT-FILE.

           OPEN I-O LEGAL-HOLD-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT LEGAL-HOLD-FILE
               IF NOT FILE-SUCCESS
                   DISPLAY "ERROR: Unable to open the legal hold "
                       "file."
                   CLOSE LEGAL-HOLD-FILE
                   EXIT PARAGRAPH
               END-IF
               CLOSE LEGAL-HOLD-FILE
               OPEN I-O LEGAL-HOLD-FILE
           END-IF.

           MOVE 'N' TO WS-LH-EXISTS-FLAG.
           MOVE WS-LH-ACCOUNT TO LH-ACCOUNT-NUMBER.
           READ LEGAL-HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LH-EXISTS-FLAG
           END-READ.

           IF LH-HOLD-EXISTS AND LH-ACTIVE
               DISPLAY "Active hold: " LH-REASON
               DISPLAY "  Release date: " LH-RELEASE-DATE
                   " (by " LH-ENTERED-BY " on " LH-ENTERED-DATE ")"
           END-IF.

           DISPLAY "Hold reason (blank = keep): " WITH NO ADVANCING.
           ACCEPT WS-LH-REASON.
           IF WS-LH-REASON = SPACES
               IF LH-HOLD-EXISTS AND LH-ACTIVE
                   MOVE LH-REASON TO WS-LH-REASON
               ELSE
                   DISPLAY "ERROR: A reason is required for a new "
                       "hold."
                   CLOSE LEGAL-HOLD-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "Release date YYYY-MM-DD (blank = until released): "
               WITH NO ADVANCING.
           ACCEPT WS-LH-RELEASE.
           IF WS-LH-RELEASE NOT = SPACES
               IF WS-LH-RELEASE(1:4) NOT NUMERIC OR
                  WS-LH-RELEASE(5:1) NOT = '-' OR
                  WS-LH-RELEASE(6:2) NOT NUMERIC OR
                  WS-LH-RELEASE(8:1) NOT = '-' OR
                  WS-LH-RELEASE(9:2) NOT NUMERIC
                   DISPLAY "ERROR: Date must be YYYY-MM-DD."
                   CLOSE LEGAL-HOLD-FILE
                   EXIT PARAGRAPH
               END-IF
               IF WS-LH-RELEASE NOT > WS-DATE-FORMATTED
                   DISPLAY "ERROR: The release date must be after "
                       "today - use Release to lift a hold now."
                   CLOSE LEGAL-HOLD-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 0 TO WS-VR-CHANGE-COUNT.
           IF NOT LH-HOLD-EXISTS OR NOT LH-ACTIVE
               MOVE SPACES TO LH-REASON LH-RELEASE-DATE
           END-IF.
           IF WS-LH-REASON NOT = LH-REASON
               ADD 1 TO WS-VR-CHANGE-COUNT
               MOVE "LEGAL-HOLD-REASON" TO
                   WS-VR-FIELD(WS-VR-CHANGE-COUNT)
               MOVE LH-REASON TO WS-VR-OLD(WS-VR-CHANGE-COUNT)
               MOVE WS-LH-REASON TO WS-VR-NEW(WS-VR-CHANGE-COUNT)
           END-IF.
           IF WS-LH-RELEASE NOT = LH-RELEASE-DATE OR
              NOT LH-HOLD-EXISTS OR NOT LH-ACTIVE
               ADD 1 TO WS-VR-CHANGE-COUNT
               MOVE "LEGAL-HOLD-RELEASE" TO
                   WS-VR-FIELD(WS-VR-CHANGE-COUNT)
               MOVE LH-RELEASE-DATE TO WS-VR-OLD(WS-VR-CHANGE-COUNT)
               MOVE WS-LH-RELEASE TO WS-VR-NEW(WS-VR-CHANGE-COUNT)
               IF WS-LH-RELEASE = SPACES
                   MOVE "UNTIL RELEASED" TO
                       WS-VR-NEW(WS-VR-CHANGE-COUNT)
               END-IF
           END-IF.

           IF NOT LH-HOLD-EXISTS OR NOT LH-ACTIVE
               MOVE WS-TELLER-ID TO LH-ENTERED-BY
               MOVE WS-DATE-FORMATTED TO LH-ENTERED-DATE
               MOVE SPACES TO LH-RELEASED-BY LH-RELEASED-DATE
           END-IF.
           MOVE WS-LH-ACCOUNT TO LH-ACCOUNT-NUMBER.
           MOVE WS-LH-REASON TO LH-REASON.
           MOVE WS-LH-RELEASE TO LH-RELEASE-DATE.
           MOVE 'A' TO LH-STATUS.

           MOVE 'N' TO WS-REWRITE-OK-FLAG.
           IF LH-HOLD-EXISTS
               REWRITE LEGAL-HOLD-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to record the hold."
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-REWRITE-OK-FLAG
               END-REWRITE
           ELSE
               WRITE LEGAL-HOLD-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to record the hold."
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-REWRITE-OK-FLAG
               END-WRITE
           END-IF.
           CLOSE LEGAL-HOLD-FILE.

           IF REWRITE-OK
               DISPLAY "Legal hold recorded for " WS-LH-ACCOUNT "."
               MOVE WS-LH-ACCOUNT TO AU-KEY-VALUE
               PERFORM 776-LOG-RATE-CHANGES-PARA
           ELSE
               MOVE 0 TO WS-VR-CHANGE-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * RELEASE AN ACTIVE HOLD - the record stays on file, released,
      * as the history of who lifted it and when
      *-----------------------------------------------------------------
       782-RELEASE-LEGAL-HOLD-PARA.
           DISPLAY "Account number: " WITH NO ADVANCING.
           ACCEPT WS-LH-ACCOUNT.

           OPEN I-O LEGAL-HOLD-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No legal holds on file."
               CLOSE LEGAL-HOLD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-LH-EXISTS-FLAG.
           MOVE WS-LH-ACCOUNT TO LH-ACCOUNT-NUMBER.
           READ LEGAL-HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LH-ACTIVE
                       MOVE 'Y' TO WS-LH-EXISTS-FLAG
                   END-IF
           END-READ.
           IF NOT LH-HOLD-EXISTS
               DISPLAY "ERROR: No active hold on " WS-LH-ACCOUNT "."
               CLOSE LEGAL-HOLD-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Hold: " LH-REASON.
           DISPLAY "Release this hold? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT CONFIRM-YES
               DISPLAY "Hold not released."
               CLOSE LEGAL-HOLD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'R' TO LH-STATUS.
           MOVE WS-TELLER-ID TO LH-RELEASED-BY.
           MOVE WS-DATE-FORMATTED TO LH-RELEASED-DATE.
           REWRITE LEGAL-HOLD-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to release the hold."
               NOT INVALID KEY
                   DISPLAY "Legal hold on " WS-LH-ACCOUNT " released."
                   MOVE 1 TO WS-VR-CHANGE-COUNT
                   MOVE "LEGAL-HOLD" TO WS-VR-FIELD(1)
                   MOVE LH-REASON TO WS-VR-OLD(1)
                   MOVE "RELEASED" TO WS-VR-NEW(1)
                   MOVE WS-LH-ACCOUNT TO AU-KEY-VALUE
                   PERFORM 776-LOG-RATE-CHANGES-PARA
           END-REWRITE.
           CLOSE LEGAL-HOLD-FILE.

      *-----------------------------------------------------------------
       783-LIST-LEGAL-HOLDS-PARA.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No legal holds on file."
               CLOSE LEGAL-HOLD-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Account    S Release    Entered    By       Reason".
           DISPLAY WS-SEPARATOR.

           MOVE 0 TO WS-LH-LISTED.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ LEGAL-HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       ADD 1 TO WS-LH-LISTED
                       DISPLAY LH-ACCOUNT-NUMBER " " LH-STATUS " "
                           LH-RELEASE-DATE " " LH-ENTERED-DATE " "
                           LH-ENTERED-BY " " LH-REASON
                       IF LH-RELEASED
                           DISPLAY "             released "
                               LH-RELEASED-DATE " by " LH-RELEASED-BY
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LEGAL-HOLD-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           DISPLAY WS-LH-LISTED " hold(s) on file.".

      *-----------------------------------------------------------------
      * RATE INDEX / VARIABLE RATE MAINTENANCE - the dated values of
      * the published indexes (prime, SOFR, the bank's base rates)
      * and the plans tying an account's rate to one of them. The
      * nightly REPRICE step sets AR-INTEREST-RATE from these on
      * each plan's repricing date.
      *-----------------------------------------------------------------
       770-RATE-INDEX-MAINT-PARA.
           DISPLAY SPACE.
           DISPLAY WS-SEPARATOR.
           DISPLAY "RATE INDEX / VARIABLE RATE MAINTENANCE".
           DISPLAY WS-SEPARATOR.
           DISPLAY "1. Enter Index Value".
           DISPLAY "2. List Index Values".
           DISPLAY "3. Tie Account to Index / Change Terms".
           DISPLAY "4. List Variable Rate Accounts".
           DISPLAY "5. Return Account to Fixed Rate".
           DISPLAY "0. Return".
           DISPLAY WS-SEPARATOR.
           DISPLAY "Enter your choice (0-5): " WITH NO ADVANCING.
           ACCEPT WS-SUB-MENU-CHOICE.

           EVALUATE WS-SUB-MENU-CHOICE
               WHEN 1
                   PERFORM 771-ENTER-INDEX-VALUE-PARA
               WHEN 2
                   PERFORM 772-LIST-INDEX-VALUES-PARA
               WHEN 3
                   PERFORM 773-TIE-ACCOUNT-PARA
               WHEN 4
                   PERFORM 774-LIST-VARIABLE-ACCTS-PARA
               WHEN 5
                   PERFORM 775-UNTIE-ACCOUNT-PARA
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.

      *-----------------------------------------------------------------
      * ONE DATED INDEX VALUE - a value keyed again for the same
      * index and date corrects it
      *-----------------------------------------------------------------
       771-ENTER-INDEX-VALUE-PARA.
           OPEN I-O RATE-INDEX-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT RATE-INDEX-FILE
               IF NOT FILE-SUCCESS
                   DISPLAY "ERROR: Unable to open the rate index "
                       "file."
                   CLOSE RATE-INDEX-FILE
                   EXIT PARAGRAPH
               END-IF
               CLOSE RATE-INDEX-FILE
               OPEN I-O RATE-INDEX-FILE
           END-IF.

           DISPLAY "Index code (e.g. PRIME, SOFR, PNCBASE): "
               WITH NO ADVANCING.
           ACCEPT RX-INDEX-CODE.
           INSPECT RX-INDEX-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF RX-INDEX-CODE = SPACES
               DISPLAY "ERROR: Index code is required."
               CLOSE RATE-INDEX-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Effective date (YYYY-MM-DD): " WITH NO ADVANCING.
           ACCEPT RX-EFF-DATE.
           IF RX-EFF-DATE(5:1) NOT = '-' OR
              RX-EFF-DATE(8:1) NOT = '-' OR
              RX-EFF-DATE(1:4) NOT NUMERIC OR
              RX-EFF-DATE(6:2) NOT NUMERIC OR
              RX-EFF-DATE(9:2) NOT NUMERIC
               DISPLAY "ERROR: Date must be YYYY-MM-DD."
               CLOSE RATE-INDEX-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.
           MOVE 0 TO WS-VR-CHANGE-COUNT.
           READ RATE-INDEX-FILE
               INVALID KEY
                   MOVE SPACES TO WS-VR-OLD(1)
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
                   MOVE RX-RATE TO WS-VR-RATE-DISPLAY
                   MOVE WS-VR-RATE-DISPLAY TO WS-VR-OLD(1)
                   DISPLAY "Value exists (" WS-VR-RATE-DISPLAY
                       ") - correcting."
           END-READ.

           DISPLAY "Index rate (e.g. 08.500): " WITH NO ADVANCING.
           ACCEPT RX-RATE.
           IF RX-RATE NOT NUMERIC
               DISPLAY "ERROR: Rate must be numeric."
               CLOSE RATE-INDEX-FILE
               EXIT PARAGRAPH
           END-IF.
           IF NOT ACCOUNT-FOUND
               DISPLAY "Description: " WITH NO ADVANCING
               ACCEPT RX-DESCRIPTION
           END-IF.
           MOVE WS-TELLER-ID TO RX-ENTERED-BY.
           MOVE WS-DATE-FORMATTED TO RX-ENTERED-DATE.

           IF ACCOUNT-FOUND
               REWRITE RATE-INDEX-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to update index value."
                       CLOSE RATE-INDEX-FILE
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE RATE-INDEX-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to add index value."
                       CLOSE RATE-INDEX-FILE
                       EXIT PARAGRAPH
               END-WRITE
           END-IF.
           CLOSE RATE-INDEX-FILE.

           MOVE 1 TO WS-VR-CHANGE-COUNT.
           MOVE SPACES TO AU-KEY-VALUE.
           STRING "RATEIDX " RX-INDEX-CODE
               DELIMITED BY SIZE INTO AU-KEY-VALUE.
           MOVE SPACES TO WS-VR-FIELD(1).
           STRING "RATE " RX-EFF-DATE
               DELIMITED BY SIZE INTO WS-VR-FIELD(1).
           MOVE RX-RATE TO WS-VR-RATE-DISPLAY.
           MOVE WS-VR-RATE-DISPLAY TO WS-VR-NEW(1).
           PERFORM 776-LOG-RATE-CHANGES-PARA.

           DISPLAY "Index value recorded - used by accounts "
               "repricing on or after " RX-EFF-DATE ".".

      *-----------------------------------------------------------------
       772-LIST-INDEX-VALUES-PARA.
           OPEN INPUT RATE-INDEX-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No rate index file on disk yet."
               CLOSE RATE-INDEX-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Index    Effective  Rate   Description"
               "                    By".
           DISPLAY WS-SEPARATOR.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ RATE-INDEX-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       MOVE RX-RATE TO WS-VR-RATE-DISPLAY
                       DISPLAY RX-INDEX-CODE " " RX-EFF-DATE " "
                           WS-VR-RATE-DISPLAY " " RX-DESCRIPTION
                           " " RX-ENTERED-BY
               END-READ
           END-PERFORM.

           CLOSE RATE-INDEX-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
      * TIE AN ACCOUNT TO AN INDEX, OR CHANGE THE TERMS OF ITS PLAN
      *-----------------------------------------------------------------
       773-TIE-ACCOUNT-PARA.
           DISPLAY "Account number: " WITH NO ADVANCING.
           ACCEPT AR-ACCOUNT-NUMBER.

           OPEN INPUT ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open the account file."
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
           END-READ.
           CLOSE ACCOUNT-FILE.

           IF NOT ACCOUNT-FOUND
               DISPLAY "ERROR: Account not found."
               EXIT PARAGRAPH
           END-IF.
           IF AR-CLOSED
               DISPLAY "ERROR: Account is closed."
               EXIT PARAGRAPH
           END-IF.
           MOVE AR-INTEREST-RATE TO WS-VR-RATE-DISPLAY.
           DISPLAY AR-ACCOUNT-NUMBER " " AR-CUSTOMER-NAME " "
               AR-ACCOUNT-TYPE " rate " WS-VR-RATE-DISPLAY.

           OPEN I-O VARIABLE-RATE-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT VARIABLE-RATE-FILE
               IF NOT FILE-SUCCESS
                   DISPLAY "ERROR: Unable to open the variable rate "
                       "file."
                   CLOSE VARIABLE-RATE-FILE
                   EXIT PARAGRAPH
               END-IF
               CLOSE VARIABLE-RATE-FILE
               OPEN I-O VARIABLE-RATE-FILE
           END-IF.

           MOVE 'N' TO WS-VR-EXISTS-FLAG.
           MOVE AR-ACCOUNT-NUMBER TO VR-ACCOUNT-NUMBER.
           READ VARIABLE-RATE-FILE
               INVALID KEY
                   MOVE SPACES TO VR-INDEX-CODE
                   MOVE 0 TO VR-MARGIN VR-FLOOR-RATE
                       VR-CEILING-RATE VR-FREQ-MONTHS
                       VR-LAST-INDEX-RATE
                   MOVE SPACES TO VR-NEXT-REPRICE-DATE
                       VR-LAST-REPRICE-DATE
                   MOVE 'I' TO VR-STATUS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-VR-EXISTS-FLAG
                   MOVE VR-MARGIN TO WS-VR-MARGIN-DISPLAY
                   DISPLAY "Current plan: " VR-INDEX-CODE " "
                       WS-VR-MARGIN-DISPLAY " every "
                       VR-FREQ-MONTHS " months, next "
                       VR-NEXT-REPRICE-DATE " status " VR-STATUS
           END-READ.

           DISPLAY "Index code: " WITH NO ADVANCING.
           ACCEPT WS-VR-NEW-INDEX.
           INSPECT WS-VR-NEW-INDEX CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-VR-NEW-INDEX = SPACES
               DISPLAY "ERROR: Index code is required."
               CLOSE VARIABLE-RATE-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 777-CHECK-INDEX-EXISTS-PARA.
           IF NOT ACCOUNT-FOUND
               DISPLAY "ERROR: No values on file for index "
                   WS-VR-NEW-INDEX "."
               CLOSE VARIABLE-RATE-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Margin over the index (e.g. 1.500 or -0.250): "
               WITH NO ADVANCING.
           ACCEPT WS-VR-MARGIN-IN.
           MOVE FUNCTION NUMVAL(WS-VR-MARGIN-IN) TO WS-VR-NEW-MARGIN.
           DISPLAY "Floor rate (0 = none): " WITH NO ADVANCING.
           ACCEPT WS-VR-NEW-FLOOR.
           DISPLAY "Ceiling rate (0 = none): " WITH NO ADVANCING.
           ACCEPT WS-VR-NEW-CEILING.
           DISPLAY "Repricing frequency in months (1-60): "
               WITH NO ADVANCING.
           ACCEPT WS-VR-NEW-FREQ.

           IF WS-VR-NEW-FLOOR NOT NUMERIC OR
              WS-VR-NEW-CEILING NOT NUMERIC OR
              WS-VR-NEW-FREQ NOT NUMERIC
               DISPLAY "ERROR: Floor, ceiling and frequency must be "
                   "numeric."
               CLOSE VARIABLE-RATE-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-VR-NEW-FREQ < 1 OR WS-VR-NEW-FREQ > 60
               DISPLAY "ERROR: Frequency must be 1 to 60 months."
               CLOSE VARIABLE-RATE-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-VR-NEW-CEILING > 0 AND
              WS-VR-NEW-CEILING < WS-VR-NEW-FLOOR
               DISPLAY "ERROR: Ceiling is below the floor."
               CLOSE VARIABLE-RATE-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Next repricing date (YYYY-MM-DD, blank = "
               "tonight): " WITH NO ADVANCING.
           ACCEPT WS-VR-NEW-NEXT-DATE.
           IF WS-VR-NEW-NEXT-DATE = SPACES
               MOVE WS-DATE-FORMATTED TO WS-VR-NEW-NEXT-DATE
           END-IF.
           IF WS-VR-NEW-NEXT-DATE(5:1) NOT = '-' OR
              WS-VR-NEW-NEXT-DATE(8:1) NOT = '-' OR
              WS-VR-NEW-NEXT-DATE(1:4) NOT NUMERIC OR
              WS-VR-NEW-NEXT-DATE(6:2) NOT NUMERIC OR
              WS-VR-NEW-NEXT-DATE(9:2) NOT NUMERIC
               DISPLAY "ERROR: Date must be YYYY-MM-DD."
               CLOSE VARIABLE-RATE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-VR-CHANGE-COUNT.
           PERFORM 778-NOTE-PLAN-CHANGES-PARA.

           MOVE WS-VR-NEW-INDEX TO VR-INDEX-CODE.
           MOVE WS-VR-NEW-MARGIN TO VR-MARGIN.
           MOVE WS-VR-NEW-FLOOR TO VR-FLOOR-RATE.
           MOVE WS-VR-NEW-CEILING TO VR-CEILING-RATE.
           MOVE WS-VR-NEW-FREQ TO VR-FREQ-MONTHS.
           MOVE WS-VR-NEW-NEXT-DATE TO VR-NEXT-REPRICE-DATE.
           MOVE 'A' TO VR-STATUS.
           MOVE WS-TELLER-ID TO VR-CHANGED-BY.
           MOVE WS-DATE-FORMATTED TO VR-CHANGED-DATE.

           IF VR-PLAN-EXISTS
               REWRITE VARIABLE-RATE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to update the plan."
                       CLOSE VARIABLE-RATE-FILE
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE VARIABLE-RATE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to add the plan."
                       CLOSE VARIABLE-RATE-FILE
                       EXIT PARAGRAPH
               END-WRITE
           END-IF.
           CLOSE VARIABLE-RATE-FILE.

           MOVE VR-ACCOUNT-NUMBER TO AU-KEY-VALUE.
           PERFORM 776-LOG-RATE-CHANGES-PARA.

           DISPLAY "Variable rate plan recorded - reprices on "
               VR-NEXT-REPRICE-DATE ".".

      *-----------------------------------------------------------------
       774-LIST-VARIABLE-ACCTS-PARA.
           OPEN INPUT VARIABLE-RATE-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No variable rate file on disk yet."
               CLOSE VARIABLE-RATE-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Account    Index    Margin  Floor  Ceil   Mo "
               "Next       Last       St".
           DISPLAY WS-SEPARATOR.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ VARIABLE-RATE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       MOVE VR-MARGIN TO WS-VR-MARGIN-DISPLAY
                       DISPLAY VR-ACCOUNT-NUMBER " " VR-INDEX-CODE
                           " " WS-VR-MARGIN-DISPLAY " "
                           VR-FLOOR-RATE " " VR-CEILING-RATE " "
                           VR-FREQ-MONTHS " " VR-NEXT-REPRICE-DATE
                           " " VR-LAST-REPRICE-DATE " " VR-STATUS
               END-READ
           END-PERFORM.

           CLOSE VARIABLE-RATE-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
      * RETURN AN ACCOUNT TO A FIXED RATE - the plan is kept, marked
      * inactive, and the rate stays where the last repricing left it
      *-----------------------------------------------------------------
       775-UNTIE-ACCOUNT-PARA.
           OPEN I-O VARIABLE-RATE-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No variable rate file on disk yet."
               CLOSE VARIABLE-RATE-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Account number: " WITH NO ADVANCING.
           ACCEPT VR-ACCOUNT-NUMBER.
           READ VARIABLE-RATE-FILE
               INVALID KEY
                   DISPLAY "ERROR: Account has no variable rate plan."
                   CLOSE VARIABLE-RATE-FILE
                   EXIT PARAGRAPH
           END-READ.
           IF VR-REMOVED
               DISPLAY "Account is already on a fixed rate."
               CLOSE VARIABLE-RATE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'I' TO VR-STATUS.
           MOVE WS-TELLER-ID TO VR-CHANGED-BY.
           MOVE WS-DATE-FORMATTED TO VR-CHANGED-DATE.
           REWRITE VARIABLE-RATE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to update the plan."
                   CLOSE VARIABLE-RATE-FILE
                   EXIT PARAGRAPH
           END-REWRITE.
           CLOSE VARIABLE-RATE-FILE.

           MOVE 1 TO WS-VR-CHANGE-COUNT.
           MOVE "RATE-INDEX" TO WS-VR-FIELD(1).
           MOVE VR-INDEX-CODE TO WS-VR-OLD(1).
           MOVE "FIXED" TO WS-VR-NEW(1).
           MOVE VR-ACCOUNT-NUMBER TO AU-KEY-VALUE.
           PERFORM 776-LOG-RATE-CHANGES-PARA.

           DISPLAY "Account " VR-ACCOUNT-NUMBER
               " returned to a fixed rate.".

      *-----------------------------------------------------------------
      * WRITE THE NOTED CHANGES TO THE MAINTENANCE AUDIT LOG UNDER
      * THE KEY ALREADY IN AU-KEY-VALUE
      *-----------------------------------------------------------------
       776-LOG-RATE-CHANGES-PARA.
           IF WS-VR-CHANGE-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO AU-DATE(1:4).
           MOVE '-' TO AU-DATE(5:1).
           MOVE WS-CURRENT-MONTH TO AU-DATE(6:2).
           MOVE '-' TO AU-DATE(8:1).
           MOVE WS-CURRENT-DAY TO AU-DATE(9:2).
           MOVE WS-CURRENT-HOUR TO AU-TIME(1:2).
           MOVE ':' TO AU-TIME(3:1).
           MOVE WS-CURRENT-MINUTE TO AU-TIME(4:2).
           MOVE ':' TO AU-TIME(6:1).
           MOVE WS-CURRENT-SECOND TO AU-TIME(7:2).
           MOVE WS-TELLER-ID TO AU-TELLER-ID.

           PERFORM VARYING WS-VR-IDX FROM 1 BY 1
                   UNTIL WS-VR-IDX > WS-VR-CHANGE-COUNT
               MOVE WS-VR-FIELD(WS-VR-IDX) TO AU-FIELD-NAME
               MOVE WS-VR-OLD(WS-VR-IDX) TO AU-OLD-VALUE
               MOVE WS-VR-NEW(WS-VR-IDX) TO AU-NEW-VALUE
               WRITE AUDIT-LOG-RECORD
           END-PERFORM.

           CLOSE AUDIT-LOG-FILE.
           MOVE 0 TO WS-VR-CHANGE-COUNT.

      *-----------------------------------------------------------------
      * SET ACCOUNT-FOUND WHEN WS-VR-NEW-INDEX HAS ANY VALUE ON FILE
      *-----------------------------------------------------------------
       777-CHECK-INDEX-EXISTS-PARA.
           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.
           OPEN INPUT RATE-INDEX-FILE.
           IF NOT FILE-SUCCESS
               CLOSE RATE-INDEX-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-VR-NEW-INDEX TO RX-INDEX-CODE.
           MOVE LOW-VALUES TO RX-EFF-DATE.
           START RATE-INDEX-FILE KEY IS NOT LESS THAN RX-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RATE-INDEX-FILE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RX-INDEX-CODE = WS-VR-NEW-INDEX
                               MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
                           END-IF
                   END-READ
           END-START.

           CLOSE RATE-INDEX-FILE.

      *-----------------------------------------------------------------
      * NOTE EACH TERM THAT DIFFERS FROM THE PLAN ON FILE (EVERY TERM
      * FOR A NEW OR REINSTATED PLAN)
      *-----------------------------------------------------------------
       778-NOTE-PLAN-CHANGES-PARA.
           IF NOT VR-ACTIVE OR WS-VR-NEW-INDEX NOT = VR-INDEX-CODE
               ADD 1 TO WS-VR-CHANGE-COUNT
               MOVE "RATE-INDEX" TO WS-VR-FIELD(WS-VR-CHANGE-COUNT)
               IF VR-ACTIVE
                   MOVE VR-INDEX-CODE TO
                       WS-VR-OLD(WS-VR-CHANGE-COUNT)
               ELSE
                   MOVE "FIXED" TO WS-VR-OLD(WS-VR-CHANGE-COUNT)
               END-IF
               MOVE WS-VR-NEW-INDEX TO WS-VR-NEW(WS-VR-CHANGE-COUNT)
           END-IF.
           IF NOT VR-ACTIVE OR WS-VR-NEW-MARGIN NOT = VR-MARGIN
               ADD 1 TO WS-VR-CHANGE-COUNT
               MOVE "RATE-MARGIN" TO WS-VR-FIELD(WS-VR-CHANGE-COUNT)
               MOVE VR-MARGIN TO WS-VR-MARGIN-DISPLAY
               MOVE WS-VR-MARGIN-DISPLAY TO
                   WS-VR-OLD(WS-VR-CHANGE-COUNT)
               MOVE WS-VR-NEW-MARGIN TO WS-VR-MARGIN-DISPLAY
               MOVE WS-VR-MARGIN-DISPLAY TO
                   WS-VR-NEW(WS-VR-CHANGE-COUNT)
           END-IF.
           IF NOT VR-ACTIVE OR WS-VR-NEW-FLOOR NOT = VR-FLOOR-RATE
               ADD 1 TO WS-VR-CHANGE-COUNT
               MOVE "RATE-FLOOR" TO WS-VR-FIELD(WS-VR-CHANGE-COUNT)
               MOVE VR-FLOOR-RATE TO WS-VR-RATE-DISPLAY
               MOVE WS-VR-RATE-DISPLAY TO
                   WS-VR-OLD(WS-VR-CHANGE-COUNT)
               MOVE WS-VR-NEW-FLOOR TO WS-VR-RATE-DISPLAY
               MOVE WS-VR-RATE-DISPLAY TO
                   WS-VR-NEW(WS-VR-CHANGE-COUNT)
           END-IF.
           IF NOT VR-ACTIVE OR WS-VR-NEW-CEILING NOT = VR-CEILING-RATE
               ADD 1 TO WS-VR-CHANGE-COUNT
               MOVE "RATE-CEILING" TO WS-VR-FIELD(WS-VR-CHANGE-COUNT)
               MOVE VR-CEILING-RATE TO WS-VR-RATE-DISPLAY
               MOVE WS-VR-RATE-DISPLAY TO
                   WS-VR-OLD(WS-VR-CHANGE-COUNT)
               MOVE WS-VR-NEW-CEILING TO WS-VR-RATE-DISPLAY
               MOVE WS-VR-RATE-DISPLAY TO
                   WS-VR-NEW(WS-VR-CHANGE-COUNT)
           END-IF.
           IF NOT VR-ACTIVE OR WS-VR-NEW-FREQ NOT = VR-FREQ-MONTHS
               ADD 1 TO WS-VR-CHANGE-COUNT
               MOVE "REPRICE-FREQ-MONTHS" TO
                   WS-VR-FIELD(WS-VR-CHANGE-COUNT)
               MOVE VR-FREQ-MONTHS TO WS-VR-OLD(WS-VR-CHANGE-COUNT)
               MOVE WS-VR-NEW-FREQ TO WS-VR-NEW(WS-VR-CHANGE-COUNT)
           END-IF.
           IF NOT VR-ACTIVE OR
              WS-VR-NEW-NEXT-DATE NOT = VR-NEXT-REPRICE-DATE
               ADD 1 TO WS-VR-CHANGE-COUNT
               MOVE "NEXT-REPRICE-DATE" TO
                   WS-VR-FIELD(WS-VR-CHANGE-COUNT)
               MOVE VR-NEXT-REPRICE-DATE TO
                   WS-VR-OLD(WS-VR-CHANGE-COUNT)
               MOVE WS-VR-NEW-NEXT-DATE TO
                   WS-VR-NEW(WS-VR-CHANGE-COUNT)
           END-IF.

      *-----------------------------------------------------------------
      * EXAMINER DOSSIER EXTRACT - one chronological file merging an
      * account's (or a whole relationship's) story from every

      *-----------------------------------------------------------------
       764A-SCAN-ONE-ROLL-PARA.
           MOVE WS-DA-DATE-YYYYMMDD TO WS-RR-DATE.

           MOVE 'O' TO WS-RR-FUNCTION.
           CALL 'ROLLREAD' USING WS-ROLL-READ-AREA.
           IF NOT RR-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               MOVE 'R' TO WS-RR-FUNCTION
               CALL 'ROLLREAD' USING WS-ROLL-READ-AREA
               IF NOT RR-OK
                   MOVE 'Y' TO WS-EOF-FLAG
               ELSE
                   PERFORM 764C-PARSE-ROLL-LINE-PARA
                   MOVE WS-PT-ACCOUNT TO WS-DA-TEST-ACCOUNT
                   PERFORM 762-CHECK-ACCT-IN-LIST-PARA
                   IF DA-ACCT-MATCHES
                       PERFORM 764D-ADD-LEDGER-EVENT-PARA
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 'C' TO WS-RR-FUNCTION.
           CALL 'ROLLREAD' USING WS-ROLL-READ-AREA.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
               WS-PT-RELATED WS-PT-CHECK-NO WS-PT-BRANCH
               WS-PT-REMARKS.

           UNSTRING WS-RR-LINE DELIMITED BY ","
               INTO WS-PT-ACCOUNT WS-PT-DATE WS-PT-TIME WS-PT-SEQ
                    WS-PT-TYPE WS-PT-AMOUNT-X WS-PT-RESULT
                    WS-PT-BALANCE-X WS-PT-TELLER WS-PT-CURRENCY
