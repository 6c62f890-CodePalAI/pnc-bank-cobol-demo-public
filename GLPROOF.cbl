      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - SUBLEDGER TO GL PROOF
      *
      * End-of-day batch step, run right after GLEXTR: proves the GL
      * control accounts against the deposit and loan subledger.
      *   - keeps a running balance per GL control account, currency
      *     and branch on the GL control file (GLCTRL.dat), rolled
      *     forward each night from the debit and credit lines of
      *     the day's journal GLJRNL_YYYYMMDD.dat - the FX
      *     revaluation rows GLEXTR appends from the FXREVAL handoff
      *     included - and checks the journal against its trailer
      *   - totals the account master balances onto the same control
      *     accounts through the GLMAP.dat mapping, by account type,
      *     currency and branch (blank branch = 0001, as the GL
      *     extract treats it)
      *   - backs out, as in transit, the postings made after a
      *     branch's posting cutoff: the master already holds them
      *     but the GL extract leaves them for the next day's journal
      *   - carries each control row's prior proof forward: the
      *     prior night's difference is kept beside tonight's, and an
      *     out-of-proof row keeps the night its break started until
      *     it comes back into proof
      *   - control rows of a branch closed by a branch consolidation
      *     are folded into the surviving branch, where its accounts
      *     now sit
      * GLMAP.dat lines keyed by an account type (CHECKING, SAVINGS,
      * CD, MONEYMKT, LOAN) name the product's GL control account -
      * the debit column for an asset product, the credit column for
      * a liability product - and override the compiled defaults
      * below; the transaction type lines are read as GLEXTR reads
      * them, to place the in-transit postings - a LOAN account's
      * posting on the loan control in place of the deposit control,
      * as GLEXTR journals it. The journal carries the transaction
      * type, not the product, so products whose postings share a
      * GL account share its control row. The first run, with no
      * control file yet, takes the opening balances over from the
      * subledger. Writes the proof report GLPROOF_YYYYMMDD.txt;
      * every row out of proof is raised on the alert console and
      * gives RC 4. Run with no operator interaction - see
      * EODJOB.jcl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPROOF.
       AUTHOR. PNC-DEMO.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FILECTL.cpy'.
           SELECT GL-MAP-FILE ASSIGN TO WS-GL-MAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO WS-GL-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FILEDEF.cpy'.
      * GL mapping table - same layout GLEXTR.cbl reads
       FD  GL-MAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-MAP-RECORD.
           05  GM-TR-TYPE             PIC X(10).
           05  GM-DR-ACCOUNT          PIC X(8).
           05  GM-CR-ACCOUNT          PIC X(8).

      * Daily GL journal written by GLEXTR.cbl - keep the layouts in
      * step
       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-JOURNAL-LINE.
           05  JL-KIND                PIC X(1).
               88 JL-DEBIT-LINE       VALUE 'D'.
               88 JL-CREDIT-LINE      VALUE 'C'.
               88 JL-TRAILER          VALUE 'Z'.
           05  JL-DATE                PIC X(10).
           05  FILLER                 PIC X(1).
           05  JL-GL-ACCOUNT          PIC X(8).
           05  FILLER                 PIC X(1).
           05  JL-SIDE                PIC X(2).
           05  FILLER                 PIC X(1).
           05  JL-AMOUNT-WHOLE        PIC 9(11).
           05  FILLER                 PIC X(1).
           05  JL-AMOUNT-CENTS        PIC 9(2).
           05  FILLER                 PIC X(1).
           05  JL-CURRENCY            PIC X(3).
           05  FILLER                 PIC X(1).
           05  JL-TR-TYPE             PIC X(10).
           05  FILLER                 PIC X(1).
           05  JL-BRANCH-TAG          PIC X(2).
           05  FILLER                 PIC X(1).
           05  JL-BRANCH              PIC X(4).
           05  FILLER                 PIC X(19).
       01  GL-JOURNAL-TRAILER.
           05  JT-KIND                PIC X(1).
           05  JT-DATE                PIC X(10).
           05  FILLER                 PIC X(1).
           05  JT-LINE-COUNT          PIC 9(7).
           05  FILLER                 PIC X(61).

       WORKING-STORAGE SECTION.
           COPY 'DATADEF.cpy'.

       01  WS-GL-MAP-FILE-NAME        PIC X(40) VALUE 'GLMAP.dat'.
       01  WS-GL-JOURNAL-FILE-NAME    PIC X(40).
       01  WS-DEFAULT-BRANCH          PIC X(4) VALUE '0001'.

      * Compiled default product control accounts, overridden by
      * GLMAP.dat lines keyed by account type
       01  WS-PF-PRODUCT-MAP-TABLE.
           05  WS-PF-PRODUCT-COUNT    PIC 9(2) VALUE 5.
           05  WS-PF-PRODUCT-ENTRIES.
               10  FILLER             PIC X(26) VALUE
                   "CHECKING          20010000".
               10  FILLER             PIC X(26) VALUE
                   "SAVINGS           20010000".
               10  FILLER             PIC X(26) VALUE
                   "CD                20010000".
               10  FILLER             PIC X(26) VALUE
                   "MONEYMKT          20010000".
               10  FILLER             PIC X(26) VALUE
                   "LOAN      10020000        ".
           05  WS-PF-PRODUCT-ENTRY REDEFINES WS-PF-PRODUCT-ENTRIES
                   OCCURS 5 TIMES INDEXED BY WS-PF-PM-IDX.
               10  WS-PF-PM-TYPE      PIC X(10).
               10  WS-PF-PM-DR-ACCOUNT PIC X(8).
               10  WS-PF-PM-CR-ACCOUNT PIC X(8).

      * Compiled default transaction mapping - the same defaults as
      * GLEXTR.cbl (keep the two in step), overridden by GLMAP.dat
      * entries when the file is present.
       01  WS-GL-MAP-TABLE.
           05  WS-GL-MAP-COUNT        PIC 9(2) VALUE 25.
           05  WS-GL-MAP-ENTRIES.
               10  FILLER             PIC X(26) VALUE
                   "DEPOSIT   1001000020010000".
               10  FILLER             PIC X(26) VALUE
                   "WITHDRAWAL2001000010010000".
               10  FILLER             PIC X(26) VALUE
                   "XFER-OUT  2001000020019999".
               10  FILLER             PIC X(26) VALUE
                   "XFER-IN   2001999920010000".
               10  FILLER             PIC X(26) VALUE
                   "OD-SWEEP  2001000020010000".
               10  FILLER             PIC X(26) VALUE
                   "INTEREST  5001000020010000".
               10  FILLER             PIC X(26) VALUE
                   "FEE       2001000040010000".
               10  FILLER             PIC X(26) VALUE
                   "PENALTY   2001000040020000".
               10  FILLER             PIC X(26) VALUE
                   "REVERSAL  2001999920010000".
               10  FILLER             PIC X(26) VALUE
                   "LOAN-INT  1002000040030000".
               10  FILLER             PIC X(26) VALUE
                   "REVERSAL-D2001000020019999".
               10  FILLER             PIC X(26) VALUE
                   "ACH-OUT   2001000020018888".
               10  FILLER             PIC X(26) VALUE
                   "ACH-RET   2001888820010000".
               10  FILLER             PIC X(26) VALUE
                   "CHECK     2001000010010000".
               10  FILLER             PIC X(26) VALUE
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

      * One row per GL control account, currency and branch - the
      * control file is loaded whole, rolled forward and proved in
      * the table, then written back.
       01  WS-PF-PROOF-TABLE.
           05  WS-PF-COUNT            PIC 9(3) VALUE 0.
           05  WS-PF-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-PF-IDX.
               10  WS-PF-GL-ACCOUNT   PIC X(8).
               10  WS-PF-CURRENCY     PIC X(3).
               10  WS-PF-BRANCH       PIC X(4).
               10  WS-PF-SIDE         PIC X(1).
               10  WS-PF-OPENING      PIC S9(13)V99.
               10  WS-PF-DEBITS       PIC 9(13)V99.
               10  WS-PF-CREDITS      PIC 9(13)V99.
               10  WS-PF-CLOSING      PIC S9(13)V99.
               10  WS-PF-SUBLEDGER    PIC S9(13)V99.
               10  WS-PF-IN-TRANSIT   PIC S9(13)V99.
               10  WS-PF-DIFFERENCE   PIC S9(13)V99.
               10  WS-PF-STATUS       PIC X(1).
               10  WS-PF-BREAK-DATE   PIC X(10).
               10  WS-PF-PRIOR-DATE   PIC X(10).
               10  WS-PF-PRIOR-DIFF   PIC S9(13)V99.
               10  WS-PF-PRIOR-STATUS PIC X(1).
               10  WS-PF-OPENED-DATE  PIC X(10).
               10  WS-PF-ON-FILE      PIC X(1).
               10  WS-PF-SEEDED       PIC X(1).

       01  WS-PF-WORK.
           05  WS-PF-RUN-TIME         PIC X(8).
           05  WS-PF-KEY-ACCOUNT      PIC X(8).
           05  WS-PF-KEY-CURRENCY     PIC X(3).
           05  WS-PF-KEY-BRANCH       PIC X(4).
           05  WS-PF-KEY-SIDE         PIC X(1).
           05  WS-PF-ROW-FLAG         PIC X(1) VALUE 'N'.
               88 PF-ROW-FOUND        VALUE 'Y'.
           05  WS-PF-CONTROL-FLAG     PIC X(1) VALUE 'N'.
               88 PF-IS-CONTROL       VALUE 'Y'.
           05  WS-PF-TAKEOVER-FLAG    PIC X(1) VALUE 'N'.
               88 PF-TAKEOVER         VALUE 'Y'.
           05  WS-PF-JOURNAL-FLAG     PIC X(1) VALUE 'N'.
               88 PF-JOURNAL-PROVED   VALUE 'Y'.
           05  WS-PF-TRAILER-FLAG     PIC X(1) VALUE 'N'.
               88 PF-TRAILER-SEEN     VALUE 'Y'.
           05  WS-PF-TABLE-FULL-FLAG  PIC X(1) VALUE 'N'.
               88 PF-TABLE-FULL       VALUE 'Y'.
           05  WS-PF-FROM-IDX         PIC 9(3).
           05  WS-PF-AMOUNT           PIC 9(13)V99.
           05  WS-PF-NET              PIC S9(13)V99.
           05  WS-PF-PROVED-SUB       PIC S9(13)V99.
           05  WS-PF-CHANGE           PIC S9(13)V99.
           05  WS-PF-TR-BRANCH        PIC X(4).
           05  WS-PF-TR-DR-ACCOUNT    PIC X(8).
           05  WS-PF-TR-CR-ACCOUNT    PIC X(8).
           05  WS-PF-TR-MAP-FLAG      PIC X(1) VALUE 'N'.
               88 PF-TR-MAPPED        VALUE 'Y'.
           05  WS-PF-DEPOSIT-CONTROL  PIC X(8).
           05  WS-PF-LOAN-CONTROL     PIC X(8).
           05  WS-PF-MASTER-FLAG      PIC X(1) VALUE 'N'.
               88 PF-MASTER-OPEN      VALUE 'Y'.

       01  WS-PF-COUNTERS.
           05  WS-PF-JOURNAL-LINES    PIC 9(7) VALUE 0.
           05  WS-PF-CONTROL-LINES    PIC 9(7) VALUE 0.
           05  WS-PF-ACCOUNTS-READ    PIC 9(7) VALUE 0.
           05  WS-PF-UNMAPPED-ACCTS   PIC 9(7) VALUE 0.
           05  WS-PF-UNMAPPED-TOTAL   PIC S9(13)V99 VALUE 0.
           05  WS-PF-TRANSIT-ENTRIES  PIC 9(7) VALUE 0.
           05  WS-PF-ROWS-PROVED      PIC 9(5) VALUE 0.
           05  WS-PF-ROWS-OUT         PIC 9(5) VALUE 0.
           05  WS-PF-ROWS-NEW-BREAK   PIC 9(5) VALUE 0.
           05  WS-PF-ROWS-FOLDED      PIC 9(5) VALUE 0.
           05  WS-PF-OUT-TOTAL        PIC S9(13)V99 VALUE 0.
           05  WS-PF-DEBIT-TOTAL      PIC 9(13)V99 VALUE 0.
           05  WS-PF-CREDIT-TOTAL     PIC 9(13)V99 VALUE 0.

      * Report detail - two print lines per control row
       01  WS-PF-DETAIL-1.
           05  WS-PF-D1-ACCOUNT       PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PF-D1-CURRENCY      PIC X(3).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PF-D1-BRANCH        PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-PF-D1-SIDE          PIC X(2).
           05  WS-PF-D1-OPENING       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PF-D1-DEBITS        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PF-D1-CREDITS       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PF-D1-CLOSING       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PF-D1-NOTE          PIC X(19).
       01  WS-PF-DETAIL-2.
           05  FILLER                 PIC X(21) VALUE SPACES.
           05  WS-PF-D2-SUBLEDGER     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PF-D2-IN-TRANSIT    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PF-D2-DIFFERENCE    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PF-D2-PRIOR-DIFF    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-PF-D2-STATUS        PIC X(19).

       01  WS-PF-AMOUNT-EDIT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PF-CHANGE-EDIT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PF-PRIOR-EDIT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "GLPROOF" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "TRANLOG.dat" TO WS-TRANSACTION-FILE-NAME.
           MOVE "BRCONSOL.dat" TO WS-BRCONSOL-FILE-NAME.
           MOVE "GLCTRL.dat" TO WS-GLCTRL-FILE-NAME.
           MOVE "MONITOR.dat" TO WS-MONITOR-FILE-NAME.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-HOUR TO WS-PF-RUN-TIME(1:2).
           MOVE ':' TO WS-PF-RUN-TIME(3:1).
           MOVE WS-CURRENT-MINUTE TO WS-PF-RUN-TIME(4:2).
           MOVE ':' TO WS-PF-RUN-TIME(6:1).
           MOVE WS-CURRENT-SECOND TO WS-PF-RUN-TIME(7:2).

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

           MOVE 'S' TO WS-BC-FUNCTION.
           MOVE "GLPROOF" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-DUPLICATE
               DISPLAY "GLPROOF already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

           MOVE SPACES TO WS-GL-JOURNAL-FILE-NAME.
           STRING "GLJRNL_" WS-DATE-FORMATTED(1:4)
               WS-DATE-FORMATTED(6:2) WS-DATE-FORMATTED(9:2) ".dat"
               DELIMITED BY SIZE INTO WS-GL-JOURNAL-FILE-NAME.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "GLPROOF_" WS-DATE-FORMATTED(1:4)
               WS-DATE-FORMATTED(6:2) WS-DATE-FORMATTED(9:2) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

           DISPLAY WS-SEPARATOR.
           DISPLAY "SUBLEDGER TO GL PROOF - " WS-DATE-FORMATTED.
           DISPLAY WS-SEPARATOR.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PNC BANK - SUBLEDGER TO GL CONTROL PROOF - "
               WS-DATE-FORMATTED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 100-LOAD-GL-MAP-PARA.
           PERFORM 150-LOAD-CONTROL-FILE-PARA.
           PERFORM 200-ROLL-FORWARD-PARA.
           PERFORM 300-TOTAL-SUBLEDGER-PARA.
           PERFORM 350-TOTAL-IN-TRANSIT-PARA.
           PERFORM 380-FOLD-CLOSED-BRANCHES-PARA.
           PERFORM 400-PROVE-CONTROLS-PARA.
           PERFORM 450-SAVE-CONTROL-FILE-PARA.
           PERFORM 500-REPORT-BREAKS-PARA.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Control rows proved: " WS-PF-ROWS-PROVED
               "   out of proof: " WS-PF-ROWS-OUT
               "   new breaks tonight: " WS-PF-ROWS-NEW-BREAK
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Journal lines read: " WS-PF-JOURNAL-LINES
               "   on control accounts: " WS-PF-CONTROL-LINES
               "   accounts totalled: " WS-PF-ACCOUNTS-READ
               "   in-transit entries: " WS-PF-TRANSIT-ENTRIES
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE REPORT-FILE.

           IF WS-PF-ROWS-OUT > 0 OR NOT PF-JOURNAL-PROVED OR
              PF-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "Control rows proved: " WS-PF-ROWS-PROVED
               "  out of proof: " WS-PF-ROWS-OUT.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME.
           DISPLAY WS-SEPARATOR.

           MOVE 'E' TO WS-BC-FUNCTION.
           MOVE "GLPROOF" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      * OVERLAY THE COMPILED PRODUCT AND TRANSACTION MAPPINGS WITH
      * GLMAP.dat ENTRIES
      *-----------------------------------------------------------------
       100-LOAD-GL-MAP-PARA.
           OPEN INPUT GL-MAP-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No GL mapping file - using compiled defaults."
               CLOSE GL-MAP-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ GL-MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       PERFORM VARYING WS-PF-PM-IDX FROM 1 BY 1
                               UNTIL WS-PF-PM-IDX >
                                   WS-PF-PRODUCT-COUNT
                           IF WS-PF-PM-TYPE(WS-PF-PM-IDX) =
                                   GM-TR-TYPE
                               MOVE GM-DR-ACCOUNT TO
                                   WS-PF-PM-DR-ACCOUNT(WS-PF-PM-IDX)
                               MOVE GM-CR-ACCOUNT TO
                                   WS-PF-PM-CR-ACCOUNT(WS-PF-PM-IDX)
                           END-IF
                       END-PERFORM
                       PERFORM VARYING WS-GL-MAP-IDX FROM 1 BY 1
                               UNTIL WS-GL-MAP-IDX > WS-GL-MAP-COUNT
                           IF WS-GM-TR-TYPE(WS-GL-MAP-IDX) =
                                   GM-TR-TYPE
                               MOVE GM-DR-ACCOUNT TO
                                   WS-GM-DR-ACCOUNT(WS-GL-MAP-IDX)
                               MOVE GM-CR-ACCOUNT TO
                                   WS-GM-CR-ACCOUNT(WS-GL-MAP-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

           CLOSE GL-MAP-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
      * LOAD THE RUNNING CONTROL BALANCES - last night's proof becomes
      * the prior proof; no file yet means the balances are taken
      * over from the subledger tonight
      *-----------------------------------------------------------------
       150-LOAD-CONTROL-FILE-PARA.
           OPEN INPUT GL-CONTROL-FILE.
           IF NOT FILE-SUCCESS
               CLOSE GL-CONTROL-FILE
               MOVE 'Y' TO WS-PF-TAKEOVER-FLAG
               MOVE SPACES TO REPORT-LINE
               STRING "  No GL control file - opening control "
                   "balances are taken over from the subledger "
                   "tonight."
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ GL-CONTROL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-PF-COUNT < 200
                           ADD 1 TO WS-PF-COUNT
                           SET WS-PF-IDX TO WS-PF-COUNT
                           PERFORM 160-LOAD-ONE-ROW-PARA
                       ELSE
                           MOVE 'Y' TO WS-PF-TABLE-FULL-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GL-CONTROL-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       160-LOAD-ONE-ROW-PARA.
           MOVE GC-GL-ACCOUNT TO WS-PF-GL-ACCOUNT(WS-PF-IDX).
           MOVE GC-CURRENCY TO WS-PF-CURRENCY(WS-PF-IDX).
           MOVE GC-BRANCH TO WS-PF-BRANCH(WS-PF-IDX).
           MOVE GC-NORMAL-SIDE TO WS-PF-SIDE(WS-PF-IDX).
           MOVE GC-BALANCE TO WS-PF-OPENING(WS-PF-IDX).
           MOVE 0 TO WS-PF-DEBITS(WS-PF-IDX).
           MOVE 0 TO WS-PF-CREDITS(WS-PF-IDX).
           MOVE 0 TO WS-PF-CLOSING(WS-PF-IDX).
           MOVE 0 TO WS-PF-SUBLEDGER(WS-PF-IDX).
           MOVE 0 TO WS-PF-IN-TRANSIT(WS-PF-IDX).
           MOVE 0 TO WS-PF-DIFFERENCE(WS-PF-IDX).
           MOVE GC-PROOF-STATUS TO WS-PF-STATUS(WS-PF-IDX).
           MOVE GC-BREAK-DATE TO WS-PF-BREAK-DATE(WS-PF-IDX).
           MOVE GC-PROOF-DATE TO WS-PF-PRIOR-DATE(WS-PF-IDX).
           MOVE GC-DIFFERENCE TO WS-PF-PRIOR-DIFF(WS-PF-IDX).
           MOVE GC-PROOF-STATUS TO WS-PF-PRIOR-STATUS(WS-PF-IDX).
           MOVE GC-OPENED-DATE TO WS-PF-OPENED-DATE(WS-PF-IDX).
           MOVE 'Y' TO WS-PF-ON-FILE(WS-PF-IDX).
           MOVE 'N' TO WS-PF-SEEDED(WS-PF-IDX).

      *-----------------------------------------------------------------
      * ROLL THE CONTROL BALANCES FORWARD FROM THE DAY'S JOURNAL -
      * only lines on a control account count; the line count is
      * proved against the journal trailer
      *-----------------------------------------------------------------
       200-ROLL-FORWARD-PARA.
           OPEN INPUT GL-JOURNAL-FILE.
           IF NOT FILE-SUCCESS
               CLOSE GL-JOURNAL-FILE
               MOVE SPACES TO REPORT-LINE
               STRING "  *** No GL journal " WS-GL-JOURNAL-FILE-NAME
                   DELIMITED BY SPACE
                   " - control balances not rolled forward ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY REPORT-LINE
               MOVE SPACES TO ML-DETAILS
               STRING "GL journal " WS-GL-JOURNAL-FILE-NAME
                   DELIMITED BY SPACE
                   " missing - control balances not rolled forward"
                   DELIMITED BY SIZE INTO ML-DETAILS
               PERFORM 290-RAISE-ALERT-PARA
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ GL-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN JL-DEBIT-LINE OR JL-CREDIT-LINE
                               ADD 1 TO WS-PF-JOURNAL-LINES
                               PERFORM 210-POST-JOURNAL-LINE-PARA
                           WHEN JL-TRAILER
                               MOVE 'Y' TO WS-PF-TRAILER-FLAG
                               IF JT-LINE-COUNT = WS-PF-JOURNAL-LINES
                                   MOVE 'Y' TO WS-PF-JOURNAL-FLAG
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE GL-JOURNAL-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

           IF NOT PF-JOURNAL-PROVED
               MOVE SPACES TO REPORT-LINE
               IF PF-TRAILER-SEEN
                   STRING "  *** GL journal line count does not "
                       "agree with its trailer - control balances "
                       "may be incomplete ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "  *** GL journal has no trailer - "
                       "control balances may be incomplete ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               DISPLAY REPORT-LINE
               MOVE SPACES TO ML-DETAILS
               STRING "GL journal " WS-GL-JOURNAL-FILE-NAME
                   DELIMITED BY SPACE
                   " incomplete - trailer missing or count differs"
                   DELIMITED BY SIZE INTO ML-DETAILS
               PERFORM 290-RAISE-ALERT-PARA
           END-IF.

      *-----------------------------------------------------------------
       210-POST-JOURNAL-LINE-PARA.
           MOVE JL-GL-ACCOUNT TO WS-PF-KEY-ACCOUNT.
           PERFORM 520-CHECK-CONTROL-PARA.
           IF NOT PF-IS-CONTROL
               EXIT PARAGRAPH
           END-IF.

           MOVE JL-CURRENCY TO WS-PF-KEY-CURRENCY.
           IF JL-BRANCH-TAG = "BR" AND JL-BRANCH NOT = SPACES
               MOVE JL-BRANCH TO WS-PF-KEY-BRANCH
           ELSE
               MOVE WS-DEFAULT-BRANCH TO WS-PF-KEY-BRANCH
           END-IF.
           PERFORM 510-FIND-ROW-PARA.
           IF NOT PF-ROW-FOUND
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PF-CONTROL-LINES.
           COMPUTE WS-PF-AMOUNT =
               JL-AMOUNT-WHOLE + (JL-AMOUNT-CENTS / 100).
           IF JL-DEBIT-LINE
               ADD WS-PF-AMOUNT TO WS-PF-DEBITS(WS-PF-IDX)
               ADD WS-PF-AMOUNT TO WS-PF-DEBIT-TOTAL
           ELSE
               ADD WS-PF-AMOUNT TO WS-PF-CREDITS(WS-PF-IDX)
               ADD WS-PF-AMOUNT TO WS-PF-CREDIT-TOTAL
           END-IF.

      *-----------------------------------------------------------------
       290-RAISE-ALERT-PARA.
           OPEN EXTEND MONITOR-LOG-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT MONITOR-LOG-FILE
           END-IF.
           MOVE WS-DATE-FORMATTED TO ML-DATE.
           MOVE WS-PF-RUN-TIME TO ML-TIME.
           MOVE "GL-PROOF" TO ML-ALERT-TYPE.
           MOVE 'N' TO ML-ACK-FLAG.
           MOVE SPACES TO ML-ACK-TELLER-ID.
           MOVE SPACES TO ML-ACK-NOTE.
           WRITE MONITOR-LOG-RECORD.
           CLOSE MONITOR-LOG-FILE.

      *-----------------------------------------------------------------
      * TOTAL THE ACCOUNT MASTER ONTO THE CONTROL ROWS BY PRODUCT,
      * CURRENCY AND BRANCH
      *-----------------------------------------------------------------
       300-TOTAL-SUBLEDGER-PARA.
           OPEN INPUT ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No account master - subledger totals are zero."
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ ACCOUNT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       ADD 1 TO WS-PF-ACCOUNTS-READ
                       PERFORM 310-TOTAL-ONE-ACCOUNT-PARA
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

           IF WS-PF-UNMAPPED-ACCTS > 0
               MOVE WS-PF-UNMAPPED-TOTAL TO WS-PF-AMOUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "  *** " WS-PF-UNMAPPED-ACCTS
                   " account(s) with no GL control mapping for "
                   "their type, balance " WS-PF-AMOUNT-EDIT
                   " - not proved ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
       310-TOTAL-ONE-ACCOUNT-PARA.
           MOVE SPACES TO WS-PF-KEY-ACCOUNT.
           PERFORM VARYING WS-PF-PM-IDX FROM 1 BY 1
                   UNTIL WS-PF-PM-IDX > WS-PF-PRODUCT-COUNT
               IF WS-PF-PM-TYPE(WS-PF-PM-IDX) = AR-ACCOUNT-TYPE
                   IF WS-PF-PM-DR-ACCOUNT(WS-PF-PM-IDX) NOT = SPACES
                       MOVE WS-PF-PM-DR-ACCOUNT(WS-PF-PM-IDX) TO
                           WS-PF-KEY-ACCOUNT
                       MOVE 'D' TO WS-PF-KEY-SIDE
                   ELSE
                       MOVE WS-PF-PM-CR-ACCOUNT(WS-PF-PM-IDX) TO
                           WS-PF-KEY-ACCOUNT
                       MOVE 'C' TO WS-PF-KEY-SIDE
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-PF-KEY-ACCOUNT = SPACES
               ADD 1 TO WS-PF-UNMAPPED-ACCTS
               ADD AR-BALANCE TO WS-PF-UNMAPPED-TOTAL
               EXIT PARAGRAPH
           END-IF.

           MOVE AR-CURRENCY-CODE TO WS-PF-KEY-CURRENCY.
           IF AR-BRANCH-ID = SPACES
               MOVE WS-DEFAULT-BRANCH TO WS-PF-KEY-BRANCH
           ELSE
               MOVE AR-BRANCH-ID TO WS-PF-KEY-BRANCH
           END-IF.
           PERFORM 510-FIND-ROW-PARA.
           IF PF-ROW-FOUND
               ADD AR-BALANCE TO WS-PF-SUBLEDGER(WS-PF-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * POSTINGS AFTER A BRANCH'S CUTOFF - already on the master, on
      * tomorrow's journal; their effect on each control row is held
      * as in transit
      *-----------------------------------------------------------------
       350-TOTAL-IN-TRANSIT-PARA.
           OPEN INPUT TRANSACTION-FILE.
           IF NOT FILE-SUCCESS
               CLOSE TRANSACTION-FILE
               EXIT PARAGRAPH
           END-IF.

      * GLEXTR journals a loan account's postings on the loan control
      * where the type maps the deposit control; the master says
      * which entries are on a loan account.
           MOVE SPACES TO WS-PF-DEPOSIT-CONTROL WS-PF-LOAN-CONTROL.
           PERFORM VARYING WS-PF-PM-IDX FROM 1 BY 1
                   UNTIL WS-PF-PM-IDX > WS-PF-PRODUCT-COUNT
               IF WS-PF-PM-TYPE(WS-PF-PM-IDX) = "CHECKING"
                   MOVE WS-PF-PM-CR-ACCOUNT(WS-PF-PM-IDX) TO
                       WS-PF-DEPOSIT-CONTROL
               END-IF
               IF WS-PF-PM-TYPE(WS-PF-PM-IDX) = "LOAN"
                   MOVE WS-PF-PM-DR-ACCOUNT(WS-PF-PM-IDX) TO
                       WS-PF-LOAN-CONTROL
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-PF-MASTER-FLAG.
           OPEN INPUT ACCOUNT-FILE.
           IF FILE-SUCCESS
               MOVE 'Y' TO WS-PF-MASTER-FLAG
           ELSE
               CLOSE ACCOUNT-FILE
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF TR-RESULT = "SUCCESS" AND
                          TR-KEY-DATE > WS-DATE-FORMATTED
                           ADD 1 TO WS-PF-TRANSIT-ENTRIES
                           PERFORM 360-PLACE-IN-TRANSIT-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRANSACTION-FILE.
           IF PF-MASTER-OPEN
               CLOSE ACCOUNT-FILE
           END-IF.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
       360-PLACE-IN-TRANSIT-PARA.
           MOVE 'N' TO WS-PF-TR-MAP-FLAG.
           PERFORM VARYING WS-GL-MAP-IDX FROM 1 BY 1
                   UNTIL WS-GL-MAP-IDX > WS-GL-MAP-COUNT
               IF WS-GM-TR-TYPE(WS-GL-MAP-IDX) = TR-TYPE
                   MOVE WS-GM-DR-ACCOUNT(WS-GL-MAP-IDX) TO
                       WS-PF-TR-DR-ACCOUNT
                   MOVE WS-GM-CR-ACCOUNT(WS-GL-MAP-IDX) TO
                       WS-PF-TR-CR-ACCOUNT
                   MOVE 'Y' TO WS-PF-TR-MAP-FLAG
               END-IF
           END-PERFORM.
           IF NOT PF-TR-MAPPED
               EXIT PARAGRAPH
           END-IF.

           IF PF-MASTER-OPEN AND WS-PF-LOAN-CONTROL NOT = SPACES
               MOVE TR-KEY-ACCT-NUM TO AR-ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AR-TYPE-LOAN
                           IF WS-PF-TR-DR-ACCOUNT =
                                   WS-PF-DEPOSIT-CONTROL
                               MOVE WS-PF-LOAN-CONTROL TO
                                   WS-PF-TR-DR-ACCOUNT
                           END-IF
                           IF WS-PF-TR-CR-ACCOUNT =
                                   WS-PF-DEPOSIT-CONTROL
                               MOVE WS-PF-LOAN-CONTROL TO
                                   WS-PF-TR-CR-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-IF.

           IF TR-BRANCH-ID = SPACES
               MOVE WS-DEFAULT-BRANCH TO WS-PF-TR-BRANCH
           ELSE
               MOVE TR-BRANCH-ID TO WS-PF-TR-BRANCH
           END-IF.

      * Debit leg: adds to an asset control, reduces a liability one
           MOVE WS-PF-TR-DR-ACCOUNT TO WS-PF-KEY-ACCOUNT.
           PERFORM 520-CHECK-CONTROL-PARA.
           IF PF-IS-CONTROL
               MOVE TR-CURRENCY TO WS-PF-KEY-CURRENCY
               MOVE WS-PF-TR-BRANCH TO WS-PF-KEY-BRANCH
               PERFORM 510-FIND-ROW-PARA
               IF PF-ROW-FOUND
                   IF WS-PF-KEY-SIDE = 'D'
                       ADD TR-AMOUNT TO WS-PF-IN-TRANSIT(WS-PF-IDX)
                   ELSE
                       SUBTRACT TR-AMOUNT FROM
                           WS-PF-IN-TRANSIT(WS-PF-IDX)
                   END-IF
               END-IF
           END-IF.

      * Credit leg: the reverse
           MOVE WS-PF-TR-CR-ACCOUNT TO WS-PF-KEY-ACCOUNT.
           PERFORM 520-CHECK-CONTROL-PARA.
           IF PF-IS-CONTROL
               MOVE TR-CURRENCY TO WS-PF-KEY-CURRENCY
               MOVE WS-PF-TR-BRANCH TO WS-PF-KEY-BRANCH
               PERFORM 510-FIND-ROW-PARA
               IF PF-ROW-FOUND
                   IF WS-PF-KEY-SIDE = 'C'
                       ADD TR-AMOUNT TO WS-PF-IN-TRANSIT(WS-PF-IDX)
                   ELSE
                       SUBTRACT TR-AMOUNT FROM
                           WS-PF-IN-TRANSIT(WS-PF-IDX)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * A BRANCH CLOSED BY CONSOLIDATION - its accounts were re-homed
      * to the surviving branch, so its control rows follow them
      *-----------------------------------------------------------------
       380-FOLD-CLOSED-BRANCHES-PARA.
           OPEN INPUT BRANCH-CONSOL-FILE.
           IF NOT FILE-SUCCESS
               CLOSE BRANCH-CONSOL-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ BRANCH-CONSOL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF BX-DONE
                           PERFORM 385-FOLD-ONE-BRANCH-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BRANCH-CONSOL-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       385-FOLD-ONE-BRANCH-PARA.
           PERFORM VARYING WS-PF-FROM-IDX FROM 1 BY 1
                   UNTIL WS-PF-FROM-IDX > WS-PF-COUNT
               IF WS-PF-BRANCH(WS-PF-FROM-IDX) = BX-CLOSING-BRANCH
                  AND (WS-PF-OPENING(WS-PF-FROM-IDX) NOT = 0 OR
                       WS-PF-DEBITS(WS-PF-FROM-IDX) NOT = 0 OR
                       WS-PF-CREDITS(WS-PF-FROM-IDX) NOT = 0 OR
                       WS-PF-IN-TRANSIT(WS-PF-FROM-IDX) NOT = 0)
                   PERFORM 386-FOLD-ONE-ROW-PARA
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       386-FOLD-ONE-ROW-PARA.
           MOVE WS-PF-GL-ACCOUNT(WS-PF-FROM-IDX) TO WS-PF-KEY-ACCOUNT.
           MOVE WS-PF-CURRENCY(WS-PF-FROM-IDX) TO WS-PF-KEY-CURRENCY.
           MOVE WS-PF-SIDE(WS-PF-FROM-IDX) TO WS-PF-KEY-SIDE.
           MOVE BX-SURVIVING-BRANCH TO WS-PF-KEY-BRANCH.
           PERFORM 510-FIND-ROW-PARA.
           IF NOT PF-ROW-FOUND
               EXIT PARAGRAPH
           END-IF.

           ADD WS-PF-OPENING(WS-PF-FROM-IDX) TO
               WS-PF-OPENING(WS-PF-IDX).
           ADD WS-PF-DEBITS(WS-PF-FROM-IDX) TO
               WS-PF-DEBITS(WS-PF-IDX).
           ADD WS-PF-CREDITS(WS-PF-FROM-IDX) TO
               WS-PF-CREDITS(WS-PF-IDX).
           ADD WS-PF-IN-TRANSIT(WS-PF-FROM-IDX) TO
               WS-PF-IN-TRANSIT(WS-PF-IDX).

           MOVE WS-PF-OPENING(WS-PF-FROM-IDX) TO WS-PF-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Control " WS-PF-KEY-ACCOUNT " "
               WS-PF-KEY-CURRENCY " opening " WS-PF-AMOUNT-EDIT
               " and tonight's activity moved from closed branch "
               BX-CLOSING-BRANCH " to " BX-SURVIVING-BRANCH
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-PF-ROWS-FOLDED.

           MOVE 0 TO WS-PF-OPENING(WS-PF-FROM-IDX).
           MOVE 0 TO WS-PF-DEBITS(WS-PF-FROM-IDX).
           MOVE 0 TO WS-PF-CREDITS(WS-PF-FROM-IDX).
           MOVE 0 TO WS-PF-IN-TRANSIT(WS-PF-FROM-IDX).

      *-----------------------------------------------------------------
      * PROVE EVERY CONTROL ROW: GL closing balance against the
      * subledger net of in-transit postings
      *-----------------------------------------------------------------
       400-PROVE-CONTROLS-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "GL ACCT  CUR BRCH  DC       OPENING BALANCE"
               "             DAY DEBITS            DAY CREDITS"
               "             GL CLOSING"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "                            SUBLEDGER TOTAL"
               "             IN TRANSIT             DIFFERENCE"
               "       PRIOR DIFFERENCE PROOF"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PF-COUNT
               PERFORM 410-PROVE-ONE-ROW-PARA
           END-PERFORM.

           IF WS-PF-COUNT = 0
               MOVE "  No GL control balances to prove." TO
                   REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
       410-PROVE-ONE-ROW-PARA.
           IF WS-PF-SIDE(WS-PF-IDX) = 'D'
               COMPUTE WS-PF-NET = WS-PF-DEBITS(WS-PF-IDX) -
                   WS-PF-CREDITS(WS-PF-IDX)
           ELSE
               COMPUTE WS-PF-NET = WS-PF-CREDITS(WS-PF-IDX) -
                   WS-PF-DEBITS(WS-PF-IDX)
           END-IF.
           COMPUTE WS-PF-PROVED-SUB = WS-PF-SUBLEDGER(WS-PF-IDX) -
               WS-PF-IN-TRANSIT(WS-PF-IDX).

      * Takeover night: the opening balance is whatever brings the
      * control to the subledger after tonight's journal
           IF PF-TAKEOVER
               COMPUTE WS-PF-OPENING(WS-PF-IDX) =
                   WS-PF-PROVED-SUB - WS-PF-NET
               MOVE 'Y' TO WS-PF-SEEDED(WS-PF-IDX)
           END-IF.

           COMPUTE WS-PF-CLOSING(WS-PF-IDX) =
               WS-PF-OPENING(WS-PF-IDX) + WS-PF-NET.
           COMPUTE WS-PF-DIFFERENCE(WS-PF-IDX) =
               WS-PF-CLOSING(WS-PF-IDX) - WS-PF-PROVED-SUB.

           IF WS-PF-DIFFERENCE(WS-PF-IDX) = 0
               MOVE 'P' TO WS-PF-STATUS(WS-PF-IDX)
               MOVE SPACES TO WS-PF-BREAK-DATE(WS-PF-IDX)
               ADD 1 TO WS-PF-ROWS-PROVED
           ELSE
               IF WS-PF-PRIOR-STATUS(WS-PF-IDX) NOT = 'O' OR
                  WS-PF-BREAK-DATE(WS-PF-IDX) = SPACES
                   MOVE WS-DATE-FORMATTED TO
                       WS-PF-BREAK-DATE(WS-PF-IDX)
                   ADD 1 TO WS-PF-ROWS-NEW-BREAK
               END-IF
               MOVE 'O' TO WS-PF-STATUS(WS-PF-IDX)
               ADD 1 TO WS-PF-ROWS-OUT
               ADD WS-PF-DIFFERENCE(WS-PF-IDX) TO WS-PF-OUT-TOTAL
           END-IF.

      * A row with nothing on it and nothing owed is not printed
           IF WS-PF-OPENING(WS-PF-IDX) = 0 AND
              WS-PF-DEBITS(WS-PF-IDX) = 0 AND
              WS-PF-CREDITS(WS-PF-IDX) = 0 AND
              WS-PF-SUBLEDGER(WS-PF-IDX) = 0 AND
              WS-PF-IN-TRANSIT(WS-PF-IDX) = 0 AND
              WS-PF-DIFFERENCE(WS-PF-IDX) = 0 AND
              WS-PF-PRIOR-DIFF(WS-PF-IDX) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PF-GL-ACCOUNT(WS-PF-IDX) TO WS-PF-D1-ACCOUNT.
           MOVE WS-PF-CURRENCY(WS-PF-IDX) TO WS-PF-D1-CURRENCY.
           MOVE WS-PF-BRANCH(WS-PF-IDX) TO WS-PF-D1-BRANCH.
           IF WS-PF-SIDE(WS-PF-IDX) = 'D'
               MOVE "DR" TO WS-PF-D1-SIDE
           ELSE
               MOVE "CR" TO WS-PF-D1-SIDE
           END-IF.
           MOVE WS-PF-OPENING(WS-PF-IDX) TO WS-PF-D1-OPENING.
           MOVE WS-PF-DEBITS(WS-PF-IDX) TO WS-PF-D1-DEBITS.
           MOVE WS-PF-CREDITS(WS-PF-IDX) TO WS-PF-D1-CREDITS.
           MOVE WS-PF-CLOSING(WS-PF-IDX) TO WS-PF-D1-CLOSING.
           MOVE SPACES TO WS-PF-D1-NOTE.
           IF WS-PF-SEEDED(WS-PF-IDX) = 'Y'
               MOVE "OPENING TAKEN OVER" TO WS-PF-D1-NOTE
           ELSE
               IF WS-PF-ON-FILE(WS-PF-IDX) NOT = 'Y'
                   MOVE "NEW CONTROL ROW" TO WS-PF-D1-NOTE
               END-IF
           END-IF.
           MOVE WS-PF-DETAIL-1 TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-PF-SUBLEDGER(WS-PF-IDX) TO WS-PF-D2-SUBLEDGER.
           MOVE WS-PF-IN-TRANSIT(WS-PF-IDX) TO WS-PF-D2-IN-TRANSIT.
           MOVE WS-PF-DIFFERENCE(WS-PF-IDX) TO WS-PF-D2-DIFFERENCE.
           MOVE WS-PF-PRIOR-DIFF(WS-PF-IDX) TO WS-PF-D2-PRIOR-DIFF.
           MOVE SPACES TO WS-PF-D2-STATUS.
           IF WS-PF-STATUS(WS-PF-IDX) = 'P'
               MOVE "IN PROOF" TO WS-PF-D2-STATUS
           ELSE
               STRING "OUT FROM " WS-PF-BREAK-DATE(WS-PF-IDX)
                   DELIMITED BY SIZE INTO WS-PF-D2-STATUS
           END-IF.
           MOVE WS-PF-DETAIL-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * WRITE THE ROLLED-FORWARD BALANCES AND TONIGHT'S PROOF BACK TO
      * THE CONTROL FILE
      *-----------------------------------------------------------------
       450-SAVE-CONTROL-FILE-PARA.
           OPEN I-O GL-CONTROL-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT GL-CONTROL-FILE
               CLOSE GL-CONTROL-FILE
               OPEN I-O GL-CONTROL-FILE
           END-IF.

           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PF-COUNT
               MOVE WS-PF-GL-ACCOUNT(WS-PF-IDX) TO GC-GL-ACCOUNT
               MOVE WS-PF-CURRENCY(WS-PF-IDX) TO GC-CURRENCY
               MOVE WS-PF-BRANCH(WS-PF-IDX) TO GC-BRANCH
               MOVE WS-PF-SIDE(WS-PF-IDX) TO GC-NORMAL-SIDE
               MOVE WS-PF-CLOSING(WS-PF-IDX) TO GC-BALANCE
               MOVE WS-PF-DEBITS(WS-PF-IDX) TO GC-DAY-DEBITS
               MOVE WS-PF-CREDITS(WS-PF-IDX) TO GC-DAY-CREDITS
               MOVE WS-PF-SUBLEDGER(WS-PF-IDX) TO GC-SUBLEDGER
               MOVE WS-PF-IN-TRANSIT(WS-PF-IDX) TO GC-IN-TRANSIT
               MOVE WS-PF-DIFFERENCE(WS-PF-IDX) TO GC-DIFFERENCE
               MOVE WS-DATE-FORMATTED TO GC-PROOF-DATE
               MOVE WS-PF-STATUS(WS-PF-IDX) TO GC-PROOF-STATUS
               MOVE WS-PF-BREAK-DATE(WS-PF-IDX) TO GC-BREAK-DATE
               MOVE WS-PF-PRIOR-DATE(WS-PF-IDX) TO GC-PRIOR-DATE
               MOVE WS-PF-PRIOR-DIFF(WS-PF-IDX) TO
                   GC-PRIOR-DIFFERENCE
               MOVE WS-PF-PRIOR-STATUS(WS-PF-IDX) TO GC-PRIOR-STATUS
               MOVE WS-PF-OPENED-DATE(WS-PF-IDX) TO GC-OPENED-DATE
               IF WS-PF-ON-FILE(WS-PF-IDX) = 'Y'
                   REWRITE GL-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY "ERROR rewriting GL control "
                               GC-KEY
                   END-REWRITE
               ELSE
                   WRITE GL-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY "ERROR writing GL control "
                               GC-KEY
                   END-WRITE
               END-IF
           END-PERFORM.

           CLOSE GL-CONTROL-FILE.

      *-----------------------------------------------------------------
      * OUT-OF-PROOF SECTION - each break with the prior night's
      * difference beside tonight's, so it can be traced to the night
      * it started; each one is raised on the alert console
      *-----------------------------------------------------------------
       500-REPORT-BREAKS-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OUT OF PROOF" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-PF-ROWS-OUT = 0
               MOVE "  All GL control rows are in proof." TO
                   REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PF-COUNT
               IF WS-PF-STATUS(WS-PF-IDX) = 'O'
                   PERFORM 505-REPORT-ONE-BREAK-PARA
               END-IF
           END-PERFORM.

           IF PF-TABLE-FULL
               MOVE SPACES TO REPORT-LINE
               STRING "  *** GL control table full (200 rows) - "
                   "rows beyond it were not proved ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY REPORT-LINE
               MOVE SPACES TO ML-DETAILS
               STRING "GL control table full - some control rows "
                   "not proved"
                   DELIMITED BY SIZE INTO ML-DETAILS
               PERFORM 290-RAISE-ALERT-PARA
           END-IF.

      *-----------------------------------------------------------------
       505-REPORT-ONE-BREAK-PARA.
           COMPUTE WS-PF-CHANGE = WS-PF-DIFFERENCE(WS-PF-IDX) -
               WS-PF-PRIOR-DIFF(WS-PF-IDX).
           MOVE WS-PF-DIFFERENCE(WS-PF-IDX) TO WS-PF-AMOUNT-EDIT.
           MOVE WS-PF-PRIOR-DIFF(WS-PF-IDX) TO WS-PF-PRIOR-EDIT.
           MOVE WS-PF-CHANGE TO WS-PF-CHANGE-EDIT.

           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-PF-GL-ACCOUNT(WS-PF-IDX) " "
               WS-PF-CURRENCY(WS-PF-IDX) " BR "
               WS-PF-BRANCH(WS-PF-IDX)
               "  difference " WS-PF-AMOUNT-EDIT
               "  prior night " WS-PF-PRIOR-EDIT
               "  change " WS-PF-CHANGE-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           IF WS-PF-BREAK-DATE(WS-PF-IDX) = WS-DATE-FORMATTED
               IF WS-PF-PRIOR-DATE(WS-PF-IDX) = SPACES
                   MOVE "      NEW BREAK TONIGHT - new control row" TO
                       REPORT-LINE
               ELSE
                   STRING "      NEW BREAK TONIGHT - in proof at the "
                       "prior proof of "
                       WS-PF-PRIOR-DATE(WS-PF-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           ELSE
               STRING "      out of proof since "
                   WS-PF-BREAK-DATE(WS-PF-IDX)
                   " - look for the break in that night's journal "
                   "and postings"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

           MOVE SPACES TO ML-DETAILS.
           STRING "GL " WS-PF-GL-ACCOUNT(WS-PF-IDX) " "
               WS-PF-CURRENCY(WS-PF-IDX) " br "
               WS-PF-BRANCH(WS-PF-IDX) " out of proof by "
               WS-PF-AMOUNT-EDIT " since "
               WS-PF-BREAK-DATE(WS-PF-IDX)
               DELIMITED BY SIZE INTO ML-DETAILS.
           PERFORM 290-RAISE-ALERT-PARA.

      *-----------------------------------------------------------------
      * FIND (OR ADD) THE CONTROL ROW FOR WS-PF-KEY-ACCOUNT/CURRENCY/
      * BRANCH; WS-PF-IDX is left on it
      *-----------------------------------------------------------------
       510-FIND-ROW-PARA.
           MOVE 'N' TO WS-PF-ROW-FLAG.
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PF-COUNT OR PF-ROW-FOUND
               IF WS-PF-GL-ACCOUNT(WS-PF-IDX) = WS-PF-KEY-ACCOUNT AND
                  WS-PF-CURRENCY(WS-PF-IDX) = WS-PF-KEY-CURRENCY AND
                  WS-PF-BRANCH(WS-PF-IDX) = WS-PF-KEY-BRANCH
                   MOVE 'Y' TO WS-PF-ROW-FLAG
               END-IF
           END-PERFORM.
           IF PF-ROW-FOUND
               SET WS-PF-IDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF.

           IF WS-PF-COUNT NOT < 200
               MOVE 'Y' TO WS-PF-TABLE-FULL-FLAG
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PF-COUNT.
           SET WS-PF-IDX TO WS-PF-COUNT.
           MOVE WS-PF-KEY-ACCOUNT TO WS-PF-GL-ACCOUNT(WS-PF-IDX).
           MOVE WS-PF-KEY-CURRENCY TO WS-PF-CURRENCY(WS-PF-IDX).
           MOVE WS-PF-KEY-BRANCH TO WS-PF-BRANCH(WS-PF-IDX).
           MOVE WS-PF-KEY-SIDE TO WS-PF-SIDE(WS-PF-IDX).
           MOVE 0 TO WS-PF-OPENING(WS-PF-IDX).
           MOVE 0 TO WS-PF-DEBITS(WS-PF-IDX).
           MOVE 0 TO WS-PF-CREDITS(WS-PF-IDX).
           MOVE 0 TO WS-PF-CLOSING(WS-PF-IDX).
           MOVE 0 TO WS-PF-SUBLEDGER(WS-PF-IDX).
           MOVE 0 TO WS-PF-IN-TRANSIT(WS-PF-IDX).
           MOVE 0 TO WS-PF-DIFFERENCE(WS-PF-IDX).
           MOVE 'P' TO WS-PF-STATUS(WS-PF-IDX).
           MOVE SPACES TO WS-PF-BREAK-DATE(WS-PF-IDX).
           MOVE SPACES TO WS-PF-PRIOR-DATE(WS-PF-IDX).
           MOVE 0 TO WS-PF-PRIOR-DIFF(WS-PF-IDX).
           MOVE SPACE TO WS-PF-PRIOR-STATUS(WS-PF-IDX).
           MOVE WS-DATE-FORMATTED TO WS-PF-OPENED-DATE(WS-PF-IDX).
           MOVE 'N' TO WS-PF-ON-FILE(WS-PF-IDX).
           MOVE 'N' TO WS-PF-SEEDED(WS-PF-IDX).
           MOVE 'Y' TO WS-PF-ROW-FLAG.

      *-----------------------------------------------------------------
      * IS WS-PF-KEY-ACCOUNT A PRODUCT CONTROL ACCOUNT? - sets the
      * normal side in WS-PF-KEY-SIDE
      *-----------------------------------------------------------------
       520-CHECK-CONTROL-PARA.
           MOVE 'N' TO WS-PF-CONTROL-FLAG.
           IF WS-PF-KEY-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PF-PM-IDX FROM 1 BY 1
                   UNTIL WS-PF-PM-IDX > WS-PF-PRODUCT-COUNT
               IF WS-PF-PM-DR-ACCOUNT(WS-PF-PM-IDX) =
                       WS-PF-KEY-ACCOUNT
                   MOVE 'D' TO WS-PF-KEY-SIDE
                   MOVE 'Y' TO WS-PF-CONTROL-FLAG
               END-IF
               IF WS-PF-PM-CR-ACCOUNT(WS-PF-PM-IDX) =
                       WS-PF-KEY-ACCOUNT
                   MOVE 'C' TO WS-PF-KEY-SIDE
                   MOVE 'Y' TO WS-PF-CONTROL-FLAG
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-PF-JOURNAL-LINES TO WS-JS-READ-COUNT.
           MOVE WS-PF-ROWS-PROVED TO WS-JS-POSTED-COUNT.
           MOVE WS-PF-ROWS-OUT TO WS-JS-REJECTED-COUNT.
           MOVE WS-PF-OUT-TOTAL TO WS-JS-DOLLAR-TOTAL.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
