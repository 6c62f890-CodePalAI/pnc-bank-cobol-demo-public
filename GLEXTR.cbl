      * ledger without manual entry. The mapping table (GLMAP.dat)
      * can override the compiled defaults: one line per transaction
      * type, fixed layout - type (10), debit GL account (8), credit
      * GL account (8); lines keyed by an account type instead name
      * that product's GL control account for the subledger proof
      * (GLPROOF.cbl). Here only the CHECKING and LOAN lines are
      * read: a posting to a LOAN account journals against the loan
      * control (the LOAN line's debit column) in place of the
      * deposit control (the CHECKING line's credit column) its
      * transaction type maps to, so loan activity lands on the
      * control the proof totals loan balances on. Entries dated after
      * the business date were posted after a branch's posting
      * cutoff; they belong to that later day's journal (ROLLLOG
      * carries them forward on the live ledger) and are left out
      * tonight. Run with no operator interaction - see EODJOB.jcl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTR.
           SELECT FX-GL-FILE ASSIGN TO WS-FX-GL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT WIRE-GL-FILE ASSIGN TO WS-WIRE-GL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  FG-AMOUNT              PIC S9(11)V99
                                      SIGN LEADING SEPARATE.

      * Wire settlement handoff written by WIREOUT.cbl - keep the
      * layouts in step
       FD  WIRE-GL-FILE
           LABEL RECORDS ARE STANDARD.
       01  WIRE-GL-RECORD.
           05  WG-DATE                PIC X(10).
           05  WG-CURRENCY            PIC X(3).
           05  WG-AMOUNT              PIC 9(11)V99.
           05  WG-WIRE-ID             PIC 9(7).

       WORKING-STORAGE SECTION.
           COPY 'DATADEF.cpy'.

       01  WS-GL-JOURNAL-FILE-NAME    PIC X(40).
       01  WS-FX-GL-NAME              PIC X(40) VALUE 'FXGL.dat'.
       01  WS-FX-ABS-AMOUNT           PIC 9(11)V99 VALUE 0.
       01  WS-WIRE-GL-NAME            PIC X(40) VALUE 'WIREGL.dat'.

      * Compiled default GL mapping, overridden by GLMAP.dat entries
      * when the file is present.
       01  WS-GL-MAP-TABLE.
           05  WS-GL-MAP-COUNT        PIC 9(2) VALUE 25.
           05  WS-GL-MAP-ENTRIES.
               10  FILLER             PIC X(26) VALUE
                   "DEPOSIT   1001000020010000".
                   "OD-INT    2001000040040000".
               10  FILLER             PIC X(26) VALUE
                   "WITHHOLD  2001000023010000".
               10  FILLER             PIC X(26) VALUE
                   "WIRE-OUT  2001000020017777".
               10  FILLER             PIC X(26) VALUE
                   "WIRE-CAN  2001777720010000".
               10  FILLER             PIC X(26) VALUE
                   "CARD      2001000020016666".
               10  FILLER             PIC X(26) VALUE
                   "PROV-CR   1006000020010000".
               10  FILLER             PIC X(26) VALUE
                   "PROV-REV  2001000010060000".
               10  FILLER             PIC X(26) VALUE
                   "CHGOFF    5005000010020000".
               10  FILLER             PIC X(26) VALUE
                   "CHGOFF-OD 5005000020010000".
               10  FILLER             PIC X(26) VALUE
                   "RECOVERY  1001000040060000".
               10  FILLER             PIC X(26) VALUE
                   "RECOV-XFER2001999940060000".
           05  WS-GL-MAP-ENTRY REDEFINES WS-GL-MAP-ENTRIES
                   OCCURS 25 TIMES INDEXED BY WS-GL-MAP-IDX.
               10  WS-GM-TR-TYPE      PIC X(10).
               10  WS-GM-DR-ACCOUNT   PIC X(8).
               10  WS-GM-CR-ACCOUNT   PIC X(8).
               10  WS-GS-TR-TYPE      PIC X(10).
               10  WS-GS-CURRENCY     PIC X(3).
               10  WS-GS-BRANCH       PIC X(4).
               10  WS-GS-LOAN-FLAG    PIC X(1).
               10  WS-GS-AMOUNT       PIC 9(11)V99.
               10  WS-GS-COUNT        PIC 9(7).
           05  WS-GL-SUM-USED         PIC 9(2) VALUE 0.
           05  WS-GL-COUNT-DISPLAY    PIC 9(7).
           05  WS-GL-MAP-FOUND-FLAG   PIC X(1) VALUE 'N'.
               88 GL-MAP-FOUND        VALUE 'Y'.
           05  WS-GL-DEFERRED-COUNT   PIC 9(7) VALUE 0.
           05  WS-GL-DEPOSIT-CONTROL  PIC X(8) VALUE '20010000'.
           05  WS-GL-LOAN-CONTROL     PIC X(8) VALUE '10020000'.
           05  WS-GL-MASTER-FLAG      PIC X(1) VALUE 'N'.
               88 GL-MASTER-OPEN      VALUE 'Y'.
           05  WS-GL-LOAN-ENTRY-FLAG  PIC X(1) VALUE 'N'.
               88 GL-LOAN-ENTRY       VALUE 'Y'.

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "GLEXTR" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "TRANLOG.dat" TO WS-TRANSACTION-FILE-NAME.
           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           IF BC-DUPLICATE
               DISPLAY "GLEXTR already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.

           DISPLAY "Journal lines written: " WS-GL-LINES-WRITTEN.
           DISPLAY "After-cutoff entries left for a later journal: "
               WS-GL-DEFERRED-COUNT.
           DISPLAY "Journal written to " WS-GL-JOURNAL-FILE-NAME.
           DISPLAY WS-SEPARATOR.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
                                   WS-GM-CR-ACCOUNT(WS-GL-MAP-IDX)
                           END-IF
                       END-PERFORM
                       IF GM-TR-TYPE = "CHECKING" AND
                          GM-CR-ACCOUNT NOT = SPACES
                           MOVE GM-CR-ACCOUNT TO
                               WS-GL-DEPOSIT-CONTROL
                       END-IF
                       IF GM-TR-TYPE = "LOAN" AND
                          GM-DR-ACCOUNT NOT = SPACES
                           MOVE GM-DR-ACCOUNT TO WS-GL-LOAN-CONTROL
                       END-IF
               END-READ
           END-PERFORM.

               EXIT PARAGRAPH
           END-IF.

      * The account master says which postings are on a loan
      * account; without it every posting journals as its type maps.
           MOVE 'N' TO WS-GL-MASTER-FLAG.
           OPEN INPUT ACCOUNT-FILE.
           IF FILE-SUCCESS
               MOVE 'Y' TO WS-GL-MASTER-FLAG
           ELSE
               DISPLAY "WARNING: No account master - loan postings "
                   "journal against the deposit control."
               CLOSE ACCOUNT-FILE
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ TRANSACTION-FILE NEXT
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF TR-RESULT = "SUCCESS"
                           IF TR-KEY-DATE > WS-DATE-FORMATTED
                               ADD 1 TO WS-GL-DEFERRED-COUNT
                           ELSE
                               PERFORM 210-ADD-TO-SUMMARY-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRANSACTION-FILE.
           IF GL-MASTER-OPEN
               CLOSE ACCOUNT-FILE
           END-IF.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
               MOVE TR-BRANCH-ID TO WS-IB-ACCT-BRANCH
           END-IF.

           PERFORM 205-CHECK-LOAN-ACCOUNT-PARA.

           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.

           PERFORM VARYING WS-GL-SUM-IDX FROM 1 BY 1
                   UNTIL WS-GL-SUM-IDX > WS-GL-SUM-USED
               IF WS-GS-TR-TYPE(WS-GL-SUM-IDX) = TR-TYPE AND
                  WS-GS-CURRENCY(WS-GL-SUM-IDX) = TR-CURRENCY AND
                  WS-GS-BRANCH(WS-GL-SUM-IDX) = WS-IB-ACCT-BRANCH AND
                  WS-GS-LOAN-FLAG(WS-GL-SUM-IDX) =
                      WS-GL-LOAN-ENTRY-FLAG
                   ADD TR-AMOUNT TO WS-GS-AMOUNT(WS-GL-SUM-IDX)
                   ADD 1 TO WS-GS-COUNT(WS-GL-SUM-IDX)
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
                       WS-GS-CURRENCY(WS-GL-SUM-USED)
                   MOVE WS-IB-ACCT-BRANCH TO
                       WS-GS-BRANCH(WS-GL-SUM-USED)
                   MOVE WS-GL-LOAN-ENTRY-FLAG TO
                       WS-GS-LOAN-FLAG(WS-GL-SUM-USED)
                   MOVE TR-AMOUNT TO WS-GS-AMOUNT(WS-GL-SUM-USED)
                   MOVE 1 TO WS-GS-COUNT(WS-GL-SUM-USED)
               ELSE

           PERFORM 220-CHECK-INTER-BRANCH-PARA.

      *-----------------------------------------------------------------
      * IS THE POSTING ON A LOAN ACCOUNT - an account no longer on
      * the master is taken as a deposit account
      *-----------------------------------------------------------------
       205-CHECK-LOAN-ACCOUNT-PARA.
           MOVE 'N' TO WS-GL-LOAN-ENTRY-FLAG.
           IF NOT GL-MASTER-OPEN
               EXIT PARAGRAPH
           END-IF.

           MOVE TR-KEY-ACCT-NUM TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AR-TYPE-LOAN
                       MOVE 'Y' TO WS-GL-LOAN-ENTRY-FLAG
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * A TELLER POSTING TO ANOTHER BRANCH'S ACCOUNT ACCUMULATES AN
      * INTER-BRANCH SETTLEMENT AMOUNT UNDER THE ACCOUNT'S BRANCH
           END-PERFORM.

           PERFORM 350-APPEND-FX-REVAL-PARA.
           PERFORM 370-APPEND-WIRE-SETTLE-PARA.

      * One balanced due-from/due-to pair per teller-branch /
      * account-branch / currency with cross-branch teller
           COMPUTE WS-GL-HASH-TOTAL =
               WS-GL-HASH-TOTAL + (WS-FX-ABS-AMOUNT * 2).

      *-----------------------------------------------------------------
      * APPEND THE DAY'S WIRE SETTLEMENT ROWS FROM THE OUTBOUND WIRE
      * HANDOFF - each wire sent tonight moves out of wire clearing
      * (funded by the WIRE-OUT customer debits) against the bank's
      * settlement account at the Federal Reserve
      *-----------------------------------------------------------------
       370-APPEND-WIRE-SETTLE-PARA.
           OPEN INPUT WIRE-GL-FILE.
           IF NOT FILE-SUCCESS
               CLOSE WIRE-GL-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ WIRE-GL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WG-DATE = WS-DATE-FORMATTED AND
                          WG-AMOUNT > 0
                           PERFORM 380-WRITE-WIRE-PAIR-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE WIRE-GL-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       380-WRITE-WIRE-PAIR-PARA.
           MOVE WG-AMOUNT TO WS-GL-AMOUNT-DISPLAY.
           MOVE SPACES TO GL-JOURNAL-LINE.
           STRING "D" WS-DATE-FORMATTED " " "20017777"
               " DR " WS-GL-AMOUNT-DISPLAY " " WG-CURRENCY
               " WIRE-SETL " WG-WIRE-ID DELIMITED BY SIZE
               INTO GL-JOURNAL-LINE.
           WRITE GL-JOURNAL-LINE.
           MOVE SPACES TO GL-JOURNAL-LINE.
           STRING "C" WS-DATE-FORMATTED " " "10050000"
               " CR " WS-GL-AMOUNT-DISPLAY " " WG-CURRENCY
               " WIRE-SETL " WG-WIRE-ID DELIMITED BY SIZE
               INTO GL-JOURNAL-LINE.
           WRITE GL-JOURNAL-LINE.

           ADD 2 TO WS-GL-LINES-WRITTEN.
           COMPUTE WS-GL-HASH-TOTAL =
               WS-GL-HASH-TOTAL + (WG-AMOUNT * 2).

      *-----------------------------------------------------------------
       310-RESOLVE-MAPPING-PARA.
           MOVE 'N' TO WS-GL-MAP-FOUND-FLAG.
                   MOVE 'Y' TO WS-GL-MAP-FOUND-FLAG
               END-IF
           END-PERFORM.

      * A loan account's side of the entry sits on the loan control,
      * not the deposit control the type maps to.
           IF WS-GS-LOAN-FLAG(WS-GL-SUM-IDX) = 'Y'
               IF WS-GL-DR-ACCOUNT = WS-GL-DEPOSIT-CONTROL
                   MOVE WS-GL-LOAN-CONTROL TO WS-GL-DR-ACCOUNT
               END-IF
               IF WS-GL-CR-ACCOUNT = WS-GL-DEPOSIT-CONTROL
                   MOVE WS-GL-LOAN-CONTROL TO WS-GL-CR-ACCOUNT
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-GL-LINES-WRITTEN TO WS-JS-POSTED-COUNT.
           MOVE WS-GL-HASH-TOTAL TO WS-JS-DOLLAR-TOTAL.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
