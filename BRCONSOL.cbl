      ******************************************************************
      * PNC BANK COBOL DEMO APPLICATION - BRANCH CONSOLIDATION
      *
      * End-of-day batch step, run just ahead of ROLLLOG: carries out
      * each pending branch consolidation a supervisor scheduled from
      * ADMIN branch maintenance whose effective date is the next
      * business day (or has already passed), so the effective day
      * posts, proves and reports under the surviving branch. For
      * each order:
      *   - refuses (the order stays pending and is retried the next
      *     night) when the surviving branch is not an active branch
      *     or any drawer at the closing branch is still open
      *   - re-homes every account, every teller and every
      *     outstanding (or escheat-flagged) official check from the
      *     closing branch to the surviving branch
      *   - folds the closing vault's denominations into the
      *     surviving vault and zeroes the closing vault
      *   - marks the closing branch inactive
      * Records carrying no branch id belong to the default branch
      * 0001, as the GL extract treats them. Every field changed is
      * written to the audit log under the scheduling supervisor's
      * id; accounts go to the after-image journal. Writes the
      * before/after control report BRCONSOL_YYYYMMDD.txt with the
      * counts and amounts at both branches and a proof that nothing
      * was lost in the move. Refusals and an out-of-proof move are
      * raised on the alert console. Run with no operator
      * interaction - see EODJOB.jcl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCONSOL.
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

       01  WS-ORDERS-READ             PIC 9(5) VALUE 0.
       01  WS-ORDERS-DONE             PIC 9(5) VALUE 0.
       01  WS-ORDERS-REFUSED          PIC 9(5) VALUE 0.
       01  WS-BALANCE-MOVED-TOTAL     PIC S9(13)V99 VALUE 0.
       01  WS-DATE-YYYYMMDD           PIC 9(8).
       01  WS-NEXT-DATE-INTEGER       PIC 9(8).
       01  WS-NEXT-BUSINESS-DATE      PIC X(10).
       01  WS-DEFAULT-BRANCH          PIC X(4) VALUE '0001'.

      * The order being carried out
       01  WS-BX-WORK.
           05  WS-BX-CLOSING          PIC X(4).
           05  WS-BX-SURVIVING        PIC X(4).
           05  WS-BX-SUPERVISOR       PIC X(8).
           05  WS-BX-REASON           PIC X(50).
           05  WS-BX-TEST-BRANCH      PIC X(4).
           05  WS-BX-OPEN-DRAWERS     PIC 9(5) VALUE 0.
           05  WS-BX-ACCOUNTS-MOVED   PIC 9(7) VALUE 0.
           05  WS-BX-TELLERS-MOVED    PIC 9(5) VALUE 0.
           05  WS-BX-CHECKS-MOVED     PIC 9(5) VALUE 0.
           05  WS-BX-AUDIT-TIME       PIC X(8).
           05  WS-BX-PROOF-FLAG       PIC X(1) VALUE 'Y'.
               88 BX-IN-PROOF         VALUE 'Y'.

      * Before/after control figures - row 1 is the closing branch,
      * row 2 the surviving branch; phase 1 is before, 2 after
       01  WS-CX-CONTROL.
           05  WS-CX-ROW-ENTRY OCCURS 2 TIMES.
               10  WS-CX-BRANCH       PIC X(4).
               10  WS-CX-PHASE-ENTRY OCCURS 2 TIMES.
                   15  WS-CX-ACCOUNTS     PIC 9(7).
                   15  WS-CX-BALANCE      PIC S9(13)V99.
                   15  WS-CX-TELLERS      PIC 9(5).
                   15  WS-CX-CHECKS       PIC 9(5).
                   15  WS-CX-CHECK-AMT    PIC 9(11)V99.
                   15  WS-CX-VAULT-CASH   PIC 9(11)V99.
       01  WS-CX-ROW                  PIC 9(1).
       01  WS-CX-PH                   PIC 9(1).

      * Vault denominations, laid out as on VAULT-RECORD after the
      * branch id, so a whole vault moves in one reference
       01  WS-VX-CLOSE-AREA.
           05  WS-VX-C-DENOM OCCURS 6 TIMES.
               10  WS-VX-C-STRAPS     PIC 9(5).
               10  WS-VX-C-LOOSE      PIC 9(3).
           05  WS-VX-C-COIN           PIC 9(5)V99.
       01  WS-VX-SURV-AREA.
           05  WS-VX-S-DENOM OCCURS 6 TIMES.
               10  WS-VX-S-STRAPS     PIC 9(5).
               10  WS-VX-S-LOOSE      PIC 9(3).
           05  WS-VX-S-COIN           PIC 9(5)V99.
       01  WS-VX-OLD-AREA.
           05  WS-VX-O-DENOM OCCURS 6 TIMES.
               10  WS-VX-O-STRAPS     PIC 9(5).
               10  WS-VX-O-LOOSE      PIC 9(3).
           05  WS-VX-O-COIN           PIC 9(5)V99.
       01  WS-VX-LABEL-VALUES.
           05  FILLER                 PIC X(4) VALUE 'D100'.
           05  FILLER                 PIC X(4) VALUE 'D50'.
           05  FILLER                 PIC X(4) VALUE 'D20'.
           05  FILLER                 PIC X(4) VALUE 'D10'.
           05  FILLER                 PIC X(4) VALUE 'D5'.
           05  FILLER                 PIC X(4) VALUE 'D1'.
       01  WS-VX-LABEL-TABLE REDEFINES WS-VX-LABEL-VALUES.
           05  WS-VX-LABEL OCCURS 6 TIMES PIC X(4).
       01  WS-VX-IDX                  PIC 9(1).
       01  WS-VX-CLOSE-FOUND-FLAG     PIC X(1) VALUE 'N'.
           88 VX-CLOSE-VAULT-FOUND    VALUE 'Y'.
       01  WS-VX-SURV-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88 VX-SURV-VAULT-FOUND     VALUE 'Y'.
       01  WS-VX-FOLDED-CASH          PIC 9(11)V99 VALUE 0.
       01  WS-VX-COUNT-DISPLAY        PIC 9(5).
       01  WS-VX-COIN-DISPLAY         PIC 9(5).99.

      * One before/after line of the control report
       01  WS-CX-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-CL-BRANCH           PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-CL-PHASE            PIC X(6).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  WS-CL-ACCOUNTS         PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  WS-CL-BALANCE          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-CL-TELLERS          PIC ZZ,ZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-CL-CHECKS           PIC ZZ,ZZ9.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  WS-CL-CHECK-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  WS-CL-VAULT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-EDIT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       000-MAIN-PARA.
           MOVE 'B' TO WS-JS-FUNCTION.
           MOVE "EODJOB" TO WS-JS-JOB-NAME.
           MOVE "BRCONSOL" TO WS-JS-STEP-NAME.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.

           MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME.
           MOVE "TELLERS.dat" TO WS-TELLER-FILE-NAME.
           MOVE "DRAWER.dat" TO WS-DRAWER-FILE-NAME.
           MOVE "BRANCH.dat" TO WS-BRANCH-FILE-NAME.
           MOVE "VAULT.dat" TO WS-VAULT-FILE-NAME.
           MOVE "OFFCHK.dat" TO WS-OFFCHK-FILE-NAME.
           MOVE "BRCONSOL.dat" TO WS-BRCONSOL-FILE-NAME.
           MOVE "AUDITLOG.dat" TO WS-AUDIT-FILE-NAME.
           MOVE "MONITOR.dat" TO WS-MONITOR-FILE-NAME.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-HOUR TO WS-BX-AUDIT-TIME(1:2).
           MOVE ':' TO WS-BX-AUDIT-TIME(3:1).
           MOVE WS-CURRENT-MINUTE TO WS-BX-AUDIT-TIME(4:2).
           MOVE ':' TO WS-BX-AUDIT-TIME(6:1).
           MOVE WS-CURRENT-SECOND TO WS-BX-AUDIT-TIME(7:2).
           MOVE "23:59:59" TO WS-TR-TIME.

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

           CALL 'PARMLOAD' USING WS-BUSINESS-RULES
               WS-DATE-FORMATTED.

           MOVE 'S' TO WS-BC-FUNCTION.
           MOVE "BRCONSOL" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-DUPLICATE
               DISPLAY "BRCONSOL already ran for "
                   WS-DATE-FORMATTED " - step skipped."
               MOVE 'S' TO WS-JS-STEP-STATUS
               PERFORM 990-RECORD-JOB-STATS-PARA
               GOBACK
           END-IF.

      * The day ROLLLOG is about to roll to - an order effective on
      * that day (or overdue) is carried out tonight.
           MOVE WS-DATE-FORMATTED(1:4) TO WS-DATE-YYYYMMDD(1:4).
           MOVE WS-DATE-FORMATTED(6:2) TO WS-DATE-YYYYMMDD(5:2).
           MOVE WS-DATE-FORMATTED(9:2) TO WS-DATE-YYYYMMDD(7:2).
           COMPUTE WS-NEXT-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD) + 1.
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-NEXT-DATE-INTEGER).
           MOVE WS-DATE-YYYYMMDD(1:4) TO WS-NEXT-BUSINESS-DATE(1:4).
           MOVE '-' TO WS-NEXT-BUSINESS-DATE(5:1).
           MOVE WS-DATE-YYYYMMDD(5:2) TO WS-NEXT-BUSINESS-DATE(6:2).
           MOVE '-' TO WS-NEXT-BUSINESS-DATE(8:1).
           MOVE WS-DATE-YYYYMMDD(7:2) TO WS-NEXT-BUSINESS-DATE(9:2).

           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "BRCONSOL_" WS-DATE-FORMATTED(1:4)
               WS-DATE-FORMATTED(6:2) WS-DATE-FORMATTED(9:2) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

           DISPLAY WS-SEPARATOR.
           DISPLAY "BRANCH CONSOLIDATION - " WS-DATE-FORMATTED.
           DISPLAY WS-SEPARATOR.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PNC BANK - BRANCH CONSOLIDATION CONTROL REPORT - "
               WS-DATE-FORMATTED " (effective through "
               WS-NEXT-BUSINESS-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 100-SCAN-ORDERS-PARA.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Orders due: " WS-ORDERS-READ
               "   carried out: " WS-ORDERS-DONE
               "   refused: " WS-ORDERS-REFUSED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE REPORT-FILE.

           DISPLAY "Consolidations due: " WS-ORDERS-READ
               "  done: " WS-ORDERS-DONE
               "  refused: " WS-ORDERS-REFUSED.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME.
           DISPLAY WS-SEPARATOR.

           MOVE 'E' TO WS-BC-FUNCTION.
           MOVE "BRCONSOL" TO WS-BC-JOB-NAME.
           MOVE WS-DATE-FORMATTED TO WS-BC-PERIOD.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           PERFORM 990-RECORD-JOB-STATS-PARA.
           GOBACK.

      *-----------------------------------------------------------------
      * CARRY OUT EVERY PENDING ORDER THAT HAS COME DUE
      *-----------------------------------------------------------------
       100-SCAN-ORDERS-PARA.
           OPEN I-O BRANCH-CONSOL-FILE.
           IF NOT FILE-SUCCESS
               MOVE "  No branch consolidations scheduled." TO
                   REPORT-LINE
               WRITE REPORT-LINE
               CLOSE BRANCH-CONSOL-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ BRANCH-CONSOL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF BX-PENDING AND
                          BX-EFFECTIVE-DATE NOT > WS-NEXT-BUSINESS-DATE
                           ADD 1 TO WS-ORDERS-READ
                           PERFORM 200-CONSOLIDATE-BRANCH-PARA
                           REWRITE BRANCH-CONSOL-RECORD
                               INVALID KEY
                                   DISPLAY "ERROR rewriting "
                                       "consolidation order "
                                       BX-CLOSING-BRANCH
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BRANCH-CONSOL-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

           IF WS-ORDERS-READ = 0
               MOVE "  No branch consolidations due." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      * ONE CONSOLIDATION - checks, before figures, the moves, after
      * figures and the proof; the order record is updated in place
      * for the caller to rewrite
      *-----------------------------------------------------------------
       200-CONSOLIDATE-BRANCH-PARA.
           MOVE BX-CLOSING-BRANCH TO WS-BX-CLOSING.
           MOVE BX-SURVIVING-BRANCH TO WS-BX-SURVIVING.
           MOVE BX-ENTERED-BY TO WS-BX-SUPERVISOR.
           MOVE SPACES TO WS-BX-REASON.
           MOVE 0 TO WS-BX-ACCOUNTS-MOVED.
           MOVE 0 TO WS-BX-TELLERS-MOVED.
           MOVE 0 TO WS-BX-CHECKS-MOVED.
           MOVE 0 TO WS-VX-FOLDED-CASH.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Consolidate " WS-BX-CLOSING " into "
               WS-BX-SURVIVING " effective " BX-EFFECTIVE-DATE
               " - scheduled by " WS-BX-SUPERVISOR " on "
               BX-ENTERED-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 210-CHECK-BRANCHES-PARA.
           IF WS-BX-REASON = SPACES
               PERFORM 220-CHECK-OPEN-DRAWERS-PARA
           END-IF.
           IF WS-BX-REASON NOT = SPACES
               PERFORM 290-REFUSE-ORDER-PARA
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-BX-CLOSING TO WS-CX-BRANCH(1).
           MOVE WS-BX-SURVIVING TO WS-CX-BRANCH(2).
           MOVE 1 TO WS-CX-PH.
           PERFORM 300-COUNT-BRANCHES-PARA.

           PERFORM 400-REHOME-ACCOUNTS-PARA.
           PERFORM 410-REHOME-TELLERS-PARA.
           PERFORM 420-REHOME-OFFICIAL-CHECKS-PARA.
           PERFORM 430-FOLD-VAULT-PARA.
           PERFORM 440-CLOSE-BRANCH-PARA.

           MOVE 2 TO WS-CX-PH.
           PERFORM 300-COUNT-BRANCHES-PARA.

           PERFORM 500-REPORT-CONTROLS-PARA.

           ADD 1 TO WS-ORDERS-DONE.
           MOVE 'D' TO BX-STATUS.
           MOVE WS-DATE-FORMATTED TO BX-RUN-DATE.
           MOVE WS-BX-ACCOUNTS-MOVED TO BX-ACCOUNTS-MOVED.
           MOVE WS-BX-TELLERS-MOVED TO BX-TELLERS-MOVED.
           MOVE WS-BX-CHECKS-MOVED TO BX-CHECKS-MOVED.
           IF BX-IN-PROOF
               MOVE "Completed" TO BX-LAST-RESULT
           ELSE
               MOVE "Completed - OUT OF PROOF, see control report"
                   TO BX-LAST-RESULT
           END-IF.

      *-----------------------------------------------------------------
       210-CHECK-BRANCHES-PARA.
           IF WS-BX-SURVIVING = WS-BX-CLOSING
               MOVE "Surviving branch is the closing branch" TO
                   WS-BX-REASON
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT BRANCH-FILE.
           IF NOT FILE-SUCCESS
               MOVE "Unable to open the branch file" TO WS-BX-REASON
               CLOSE BRANCH-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BX-SURVIVING TO BR-BRANCH-ID.
           READ BRANCH-FILE
               INVALID KEY
                   MOVE "Surviving branch is not on file" TO
                       WS-BX-REASON
               NOT INVALID KEY
                   IF NOT BR-ACTIVE
                       MOVE "Surviving branch is not active" TO
                           WS-BX-REASON
                   END-IF
           END-READ.
           CLOSE BRANCH-FILE.

      *-----------------------------------------------------------------
      * NO DRAWER AT THE CLOSING BRANCH MAY STILL BE OPEN - its cash
      * has to be proved and returned to the vault before the vault
      * is folded
      *-----------------------------------------------------------------
       220-CHECK-OPEN-DRAWERS-PARA.
           MOVE 0 TO WS-BX-OPEN-DRAWERS.

           OPEN INPUT DRAWER-FILE.
           IF NOT FILE-SUCCESS
               CLOSE DRAWER-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ DRAWER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE DW-BRANCH-ID TO WS-BX-TEST-BRANCH
                       PERFORM 310-DEFAULT-BRANCH-PARA
                       IF DW-OPEN AND
                          WS-BX-TEST-BRANCH = WS-BX-CLOSING
                           ADD 1 TO WS-BX-OPEN-DRAWERS
                           MOVE SPACES TO REPORT-LINE
                           STRING "  Drawer still open: teller "
                               DW-TELLER-ID " opened " DW-DATE
                               " " DW-OPEN-TIME
                               DELIMITED BY SIZE INTO REPORT-LINE
                           WRITE REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DRAWER-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

           IF WS-BX-OPEN-DRAWERS > 0
               MOVE SPACES TO WS-BX-REASON
               STRING WS-BX-OPEN-DRAWERS
                   " drawer(s) still open at the closing branch"
                   DELIMITED BY SIZE INTO WS-BX-REASON
           END-IF.

      *-----------------------------------------------------------------
      * REFUSE THE ORDER - it stays pending with the reason for the
      * ADMIN branch list, and the alert console is told
      *-----------------------------------------------------------------
       290-REFUSE-ORDER-PARA.
           ADD 1 TO WS-ORDERS-REFUSED.
           MOVE WS-DATE-FORMATTED TO BX-RUN-DATE.
           MOVE WS-BX-REASON TO BX-LAST-RESULT.

           MOVE SPACES TO REPORT-LINE.
           STRING "  REFUSED - " WS-BX-REASON
               " - order left pending, retried next run"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "*** CONSOLIDATION " WS-BX-CLOSING " REFUSED: "
               WS-BX-REASON " ***".

           MOVE SPACES TO ML-DETAILS.
           STRING "Consolidation of " WS-BX-CLOSING " into "
               WS-BX-SURVIVING " refused: " WS-BX-REASON
               DELIMITED BY SIZE INTO ML-DETAILS.
           PERFORM 295-RAISE-ALERT-PARA.

      *-----------------------------------------------------------------
       295-RAISE-ALERT-PARA.
           OPEN EXTEND MONITOR-LOG-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT MONITOR-LOG-FILE
           END-IF.
           MOVE WS-DATE-FORMATTED TO ML-DATE.
           MOVE WS-BX-AUDIT-TIME TO ML-TIME.
           MOVE "BRANCH-CONSOL" TO ML-ALERT-TYPE.
           MOVE 'N' TO ML-ACK-FLAG.
           MOVE SPACES TO ML-ACK-TELLER-ID.
           MOVE SPACES TO ML-ACK-NOTE.
           WRITE MONITOR-LOG-RECORD.
           CLOSE MONITOR-LOG-FILE.

      *-----------------------------------------------------------------
      * COUNT ACCOUNTS, TELLERS, OUTSTANDING OFFICIAL CHECKS AND VAULT
      * CASH AT BOTH BRANCHES INTO PHASE WS-CX-PH
      *-----------------------------------------------------------------
       300-COUNT-BRANCHES-PARA.
           PERFORM VARYING WS-CX-ROW FROM 1 BY 1 UNTIL WS-CX-ROW > 2
               MOVE 0 TO WS-CX-ACCOUNTS(WS-CX-ROW, WS-CX-PH)
               MOVE 0 TO WS-CX-BALANCE(WS-CX-ROW, WS-CX-PH)
               MOVE 0 TO WS-CX-TELLERS(WS-CX-ROW, WS-CX-PH)
               MOVE 0 TO WS-CX-CHECKS(WS-CX-ROW, WS-CX-PH)
               MOVE 0 TO WS-CX-CHECK-AMT(WS-CX-ROW, WS-CX-PH)
               MOVE 0 TO WS-CX-VAULT-CASH(WS-CX-ROW, WS-CX-PH)
           END-PERFORM.

           OPEN INPUT ACCOUNT-FILE.
           IF FILE-SUCCESS
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ ACCOUNT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE AR-BRANCH-ID TO WS-BX-TEST-BRANCH
                           PERFORM 320-PICK-ROW-PARA
                           IF WS-CX-ROW > 0
                               ADD 1 TO
                                   WS-CX-ACCOUNTS(WS-CX-ROW, WS-CX-PH)
                               ADD AR-BALANCE TO
                                   WS-CX-BALANCE(WS-CX-ROW, WS-CX-PH)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACCOUNT-FILE.

           OPEN INPUT TELLER-FILE.
           IF FILE-SUCCESS
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ TELLER-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE TL-BRANCH-ID TO WS-BX-TEST-BRANCH
                           PERFORM 320-PICK-ROW-PARA
                           IF WS-CX-ROW > 0
                               ADD 1 TO
                                   WS-CX-TELLERS(WS-CX-ROW, WS-CX-PH)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE TELLER-FILE.

           OPEN INPUT OFFICIAL-CHECK-FILE.
           IF FILE-SUCCESS
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ OFFICIAL-CHECK-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE OC-BRANCH-ID TO WS-BX-TEST-BRANCH
                           PERFORM 320-PICK-ROW-PARA
                           IF WS-CX-ROW > 0 AND
                              (OC-OUTSTANDING OR OC-ESCHEAT-FLAGGED)
                               ADD 1 TO
                                   WS-CX-CHECKS(WS-CX-ROW, WS-CX-PH)
                               ADD OC-AMOUNT TO
                                   WS-CX-CHECK-AMT(WS-CX-ROW, WS-CX-PH)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OFFICIAL-CHECK-FILE.

           OPEN INPUT VAULT-FILE.
           IF FILE-SUCCESS
               PERFORM VARYING WS-CX-ROW FROM 1 BY 1
                       UNTIL WS-CX-ROW > 2
                   MOVE WS-CX-BRANCH(WS-CX-ROW) TO VT-BRANCH-ID
                   READ VAULT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-CX-VAULT-CASH(WS-CX-ROW,
                                   WS-CX-PH) =
                               (VT-D100-STRAPS * 10000) +
                               (VT-D100-LOOSE * 100) +
                               (VT-D50-STRAPS * 5000) +
                               (VT-D50-LOOSE * 50) +
                               (VT-D20-STRAPS * 2000) +
                               (VT-D20-LOOSE * 20) +
                               (VT-D10-STRAPS * 1000) +
                               (VT-D10-LOOSE * 10) +
                               (VT-D5-STRAPS * 500) +
                               (VT-D5-LOOSE * 5) +
                               (VT-D1-STRAPS * 100) + VT-D1-LOOSE +
                               VT-COIN
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE VAULT-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * A RECORD WITH NO BRANCH ID BELONGS TO THE DEFAULT BRANCH
      *-----------------------------------------------------------------
       310-DEFAULT-BRANCH-PARA.
           IF WS-BX-TEST-BRANCH = SPACES
               MOVE WS-DEFAULT-BRANCH TO WS-BX-TEST-BRANCH
           END-IF.

      *-----------------------------------------------------------------
      * WS-CX-ROW 1 OR 2 FOR A RECORD AT THE CLOSING OR SURVIVING
      * BRANCH, ELSE 0
      *-----------------------------------------------------------------
       320-PICK-ROW-PARA.
           PERFORM 310-DEFAULT-BRANCH-PARA.
           EVALUATE WS-BX-TEST-BRANCH
               WHEN WS-CX-BRANCH(1)
                   MOVE 1 TO WS-CX-ROW
               WHEN WS-CX-BRANCH(2)
                   MOVE 2 TO WS-CX-ROW
               WHEN OTHER
                   MOVE 0 TO WS-CX-ROW
           END-EVALUATE.

      *-----------------------------------------------------------------
      * RE-HOME EVERY ACCOUNT AT THE CLOSING BRANCH
      *-----------------------------------------------------------------
       400-REHOME-ACCOUNTS-PARA.
           OPEN I-O ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ ACCOUNT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE AR-BRANCH-ID TO WS-BX-TEST-BRANCH
                       PERFORM 310-DEFAULT-BRANCH-PARA
                       IF WS-BX-TEST-BRANCH = WS-BX-CLOSING
                           PERFORM 405-REHOME-ONE-ACCOUNT-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
       405-REHOME-ONE-ACCOUNT-PARA.
           MOVE AR-BRANCH-ID TO AU-OLD-VALUE.
           MOVE WS-BX-SURVIVING TO AR-BRANCH-ID.
           MOVE WS-BX-SUPERVISOR TO AR-LAST-CHANGED-BY.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERROR re-homing account "
                       AR-ACCOUNT-NUMBER
                   EXIT PARAGRAPH
           END-REWRITE.
           CALL 'JRNLWRT' USING WS-JRNL-ACTION ACCOUNT-RECORD.

           ADD 1 TO WS-BX-ACCOUNTS-MOVED.
           ADD AR-BALANCE TO WS-BALANCE-MOVED-TOTAL.

           MOVE AR-ACCOUNT-NUMBER TO AU-KEY-VALUE.
           MOVE "ACCOUNT-BRANCH" TO AU-FIELD-NAME.
           MOVE WS-BX-SURVIVING TO AU-NEW-VALUE.
           PERFORM 450-WRITE-AUDIT-PARA.

      *-----------------------------------------------------------------
      * RE-HOME EVERY TELLER AT THE CLOSING BRANCH
      *-----------------------------------------------------------------
       410-REHOME-TELLERS-PARA.
           OPEN I-O TELLER-FILE.
           IF NOT FILE-SUCCESS
               CLOSE TELLER-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ TELLER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE TL-BRANCH-ID TO WS-BX-TEST-BRANCH
                       PERFORM 310-DEFAULT-BRANCH-PARA
                       IF WS-BX-TEST-BRANCH = WS-BX-CLOSING
                           MOVE TL-BRANCH-ID TO AU-OLD-VALUE
                           MOVE WS-BX-SURVIVING TO TL-BRANCH-ID
                           MOVE WS-BX-SUPERVISOR TO TL-LAST-CHANGED-BY
                           REWRITE TELLER-RECORD
                               INVALID KEY
                                   DISPLAY "ERROR re-homing teller "
                                       TL-TELLER-ID
                               NOT INVALID KEY
                                   ADD 1 TO WS-BX-TELLERS-MOVED
                                   MOVE TL-TELLER-ID TO AU-KEY-VALUE
                                   MOVE "TELLER-BRANCH" TO
                                       AU-FIELD-NAME
                                   MOVE WS-BX-SURVIVING TO
                                       AU-NEW-VALUE
                                   PERFORM 450-WRITE-AUDIT-PARA
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TELLER-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * RE-HOME THE CLOSING BRANCH'S OUTSTANDING OFFICIAL CHECKS -
      * paid, stopped and voided items stay where they were sold
      *-----------------------------------------------------------------
       420-REHOME-OFFICIAL-CHECKS-PARA.
           OPEN I-O OFFICIAL-CHECK-FILE.
           IF NOT FILE-SUCCESS
               CLOSE OFFICIAL-CHECK-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ OFFICIAL-CHECK-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE OC-BRANCH-ID TO WS-BX-TEST-BRANCH
                       PERFORM 310-DEFAULT-BRANCH-PARA
                       IF WS-BX-TEST-BRANCH = WS-BX-CLOSING AND
                          (OC-OUTSTANDING OR OC-ESCHEAT-FLAGGED)
                           MOVE OC-BRANCH-ID TO AU-OLD-VALUE
                           MOVE WS-BX-SURVIVING TO OC-BRANCH-ID
                           REWRITE OFFICIAL-CHECK-RECORD
                               INVALID KEY
                                   DISPLAY "ERROR re-homing official "
                                       "check " OC-SERIAL
                               NOT INVALID KEY
                                   ADD 1 TO WS-BX-CHECKS-MOVED
                                   MOVE SPACES TO AU-KEY-VALUE
                                   STRING "OFFCHK " OC-SERIAL
                                       DELIMITED BY SIZE
                                       INTO AU-KEY-VALUE
                                   MOVE "OFFCHK-BRANCH" TO
                                       AU-FIELD-NAME
                                   MOVE WS-BX-SURVIVING TO
                                       AU-NEW-VALUE
                                   PERFORM 450-WRITE-AUDIT-PARA
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OFFICIAL-CHECK-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * FOLD THE CLOSING VAULT INTO THE SURVIVING VAULT - loose notes
      * that make up a full strap of 100 are strapped, and the
      * closing vault is left at zero
      *-----------------------------------------------------------------
       430-FOLD-VAULT-PARA.
           OPEN I-O VAULT-FILE.
           IF NOT FILE-SUCCESS
               CLOSE VAULT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-VX-CLOSE-FOUND-FLAG.
           MOVE WS-BX-CLOSING TO VT-BRANCH-ID.
           READ VAULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-VX-CLOSE-FOUND-FLAG
                   MOVE VAULT-RECORD(5:55) TO WS-VX-CLOSE-AREA
           END-READ.
           IF NOT VX-CLOSE-VAULT-FOUND
               CLOSE VAULT-FILE
               EXIT PARAGRAPH
           END-IF.

      * Empty the closing vault first, auditing each denomination.
           INITIALIZE WS-VX-SURV-AREA.
           MOVE WS-VX-SURV-AREA TO VAULT-RECORD(5:55).
           MOVE WS-BX-SUPERVISOR TO VT-LAST-CHANGED-BY.
           REWRITE VAULT-RECORD
               INVALID KEY
                   DISPLAY "ERROR clearing vault " WS-BX-CLOSING
                   CLOSE VAULT-FILE
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE WS-VX-CLOSE-AREA TO WS-VX-OLD-AREA.
           MOVE WS-BX-CLOSING TO AU-KEY-VALUE.
           PERFORM 435-AUDIT-VAULT-PARA.

           MOVE 'N' TO WS-VX-SURV-FOUND-FLAG.
           MOVE WS-BX-SURVIVING TO VT-BRANCH-ID.
           READ VAULT-FILE
               INVALID KEY
                   INITIALIZE WS-VX-SURV-AREA
               NOT INVALID KEY
                   MOVE 'Y' TO WS-VX-SURV-FOUND-FLAG
                   MOVE VAULT-RECORD(5:55) TO WS-VX-SURV-AREA
           END-READ.
           MOVE WS-VX-SURV-AREA TO WS-VX-OLD-AREA.

           PERFORM VARYING WS-VX-IDX FROM 1 BY 1 UNTIL WS-VX-IDX > 6
               ADD WS-VX-C-STRAPS(WS-VX-IDX) TO
                   WS-VX-S-STRAPS(WS-VX-IDX)
               ADD WS-VX-C-LOOSE(WS-VX-IDX) TO
                   WS-VX-S-LOOSE(WS-VX-IDX)
               IF WS-VX-S-LOOSE(WS-VX-IDX) >= 100
                   SUBTRACT 100 FROM WS-VX-S-LOOSE(WS-VX-IDX)
                   ADD 1 TO WS-VX-S-STRAPS(WS-VX-IDX)
               END-IF
           END-PERFORM.
           ADD WS-VX-C-COIN TO WS-VX-S-COIN.

           IF NOT VX-SURV-VAULT-FOUND
               MOVE SPACES TO VAULT-RECORD
               MOVE WS-BX-SURVIVING TO VT-BRANCH-ID
           END-IF.
           MOVE WS-VX-SURV-AREA TO VAULT-RECORD(5:55).
           MOVE WS-BX-SUPERVISOR TO VT-LAST-CHANGED-BY.
           IF VX-SURV-VAULT-FOUND
               REWRITE VAULT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR updating vault " WS-BX-SURVIVING
               END-REWRITE
           ELSE
               WRITE VAULT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR adding vault " WS-BX-SURVIVING
               END-WRITE
           END-IF.
           CLOSE VAULT-FILE.

           MOVE WS-BX-SURVIVING TO AU-KEY-VALUE.
           PERFORM 435-AUDIT-VAULT-PARA.

           MOVE WS-CX-VAULT-CASH(1, 1) TO WS-VX-FOLDED-CASH.

      *-----------------------------------------------------------------
      * AUDIT EACH VAULT FIELD THAT DIFFERS BETWEEN WS-VX-OLD-AREA AND
      * THE NEW IMAGE NOW IN VAULT-RECORD (key already in
      * AU-KEY-VALUE)
      *-----------------------------------------------------------------
       435-AUDIT-VAULT-PARA.
           MOVE VAULT-RECORD(5:55) TO WS-VX-SURV-AREA.
           PERFORM VARYING WS-VX-IDX FROM 1 BY 1 UNTIL WS-VX-IDX > 6
               IF WS-VX-O-STRAPS(WS-VX-IDX) NOT =
                  WS-VX-S-STRAPS(WS-VX-IDX)
                   MOVE SPACES TO AU-FIELD-NAME
                   STRING "VAULT-" WS-VX-LABEL(WS-VX-IDX) "-STRAPS"
                       DELIMITED BY SPACE INTO AU-FIELD-NAME
                   MOVE WS-VX-O-STRAPS(WS-VX-IDX) TO
                       WS-VX-COUNT-DISPLAY
                   MOVE WS-VX-COUNT-DISPLAY TO AU-OLD-VALUE
                   MOVE WS-VX-S-STRAPS(WS-VX-IDX) TO
                       WS-VX-COUNT-DISPLAY
                   MOVE WS-VX-COUNT-DISPLAY TO AU-NEW-VALUE
                   PERFORM 450-WRITE-AUDIT-PARA
               END-IF
               IF WS-VX-O-LOOSE(WS-VX-IDX) NOT =
                  WS-VX-S-LOOSE(WS-VX-IDX)
                   MOVE SPACES TO AU-FIELD-NAME
                   STRING "VAULT-" WS-VX-LABEL(WS-VX-IDX) "-LOOSE"
                       DELIMITED BY SPACE INTO AU-FIELD-NAME
                   MOVE WS-VX-O-LOOSE(WS-VX-IDX) TO
                       WS-VX-COUNT-DISPLAY
                   MOVE WS-VX-COUNT-DISPLAY TO AU-OLD-VALUE
                   MOVE WS-VX-S-LOOSE(WS-VX-IDX) TO
                       WS-VX-COUNT-DISPLAY
                   MOVE WS-VX-COUNT-DISPLAY TO AU-NEW-VALUE
                   PERFORM 450-WRITE-AUDIT-PARA
               END-IF
           END-PERFORM.
           IF WS-VX-O-COIN NOT = WS-VX-S-COIN
               MOVE "VAULT-COIN" TO AU-FIELD-NAME
               MOVE WS-VX-O-COIN TO WS-VX-COIN-DISPLAY
               MOVE WS-VX-COIN-DISPLAY TO AU-OLD-VALUE
               MOVE WS-VX-S-COIN TO WS-VX-COIN-DISPLAY
               MOVE WS-VX-COIN-DISPLAY TO AU-NEW-VALUE
               PERFORM 450-WRITE-AUDIT-PARA
           END-IF.

      *-----------------------------------------------------------------
      * MARK THE CLOSING BRANCH INACTIVE
      *-----------------------------------------------------------------
       440-CLOSE-BRANCH-PARA.
           OPEN I-O BRANCH-FILE.
           IF NOT FILE-SUCCESS
               CLOSE BRANCH-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-BX-CLOSING TO BR-BRANCH-ID.
           READ BRANCH-FILE
               INVALID KEY
                   CLOSE BRANCH-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF BR-INACTIVE
               CLOSE BRANCH-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE BR-STATUS TO AU-OLD-VALUE.
           MOVE 'I' TO BR-STATUS.
           MOVE WS-BX-SUPERVISOR TO BR-LAST-CHANGED-BY.
           REWRITE BRANCH-RECORD
               INVALID KEY
                   DISPLAY "ERROR marking branch " WS-BX-CLOSING
                       " inactive"
                   CLOSE BRANCH-FILE
                   EXIT PARAGRAPH
           END-REWRITE.
           CLOSE BRANCH-FILE.

           MOVE WS-BX-CLOSING TO AU-KEY-VALUE.
           MOVE "BRANCH-STATUS" TO AU-FIELD-NAME.
           MOVE "I" TO AU-NEW-VALUE.
           PERFORM 450-WRITE-AUDIT-PARA.

      *-----------------------------------------------------------------
      * ONE AUDIT LOG ENTRY UNDER THE SCHEDULING SUPERVISOR'S ID -
      * key, field and values are set by the caller
      *-----------------------------------------------------------------
       450-WRITE-AUDIT-PARA.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

           MOVE WS-DATE-FORMATTED TO AU-DATE.
           MOVE WS-BX-AUDIT-TIME TO AU-TIME.
           MOVE WS-BX-SUPERVISOR TO AU-TELLER-ID.
           WRITE AUDIT-LOG-RECORD.

           CLOSE AUDIT-LOG-FILE.

      *-----------------------------------------------------------------
      * BEFORE/AFTER CONTROL LINES FOR BOTH BRANCHES AND THE PROOF -
      * after the move the closing branch must hold nothing and the
      * surviving branch exactly what the two held before
      *-----------------------------------------------------------------
       500-REPORT-CONTROLS-PARA.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Branch Phase   Accounts      Balance total"
               "  Tellers  Off.checks  Check amount    Vault cash"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-CX-PH FROM 1 BY 1 UNTIL WS-CX-PH > 2
               PERFORM VARYING WS-CX-ROW FROM 1 BY 1
                       UNTIL WS-CX-ROW > 2
                   PERFORM 510-WRITE-CONTROL-LINE-PARA
               END-PERFORM
           END-PERFORM.

           MOVE 'Y' TO WS-BX-PROOF-FLAG.
           IF WS-CX-ACCOUNTS(1, 2) NOT = 0 OR
              WS-CX-TELLERS(1, 2) NOT = 0 OR
              WS-CX-CHECKS(1, 2) NOT = 0 OR
              WS-CX-VAULT-CASH(1, 2) NOT = 0
               MOVE 'N' TO WS-BX-PROOF-FLAG
           END-IF.
           IF WS-CX-ACCOUNTS(2, 2) NOT =
                  WS-CX-ACCOUNTS(1, 1) + WS-CX-ACCOUNTS(2, 1) OR
              WS-CX-BALANCE(2, 2) NOT =
                  WS-CX-BALANCE(1, 1) + WS-CX-BALANCE(2, 1) OR
              WS-CX-TELLERS(2, 2) NOT =
                  WS-CX-TELLERS(1, 1) + WS-CX-TELLERS(2, 1) OR
              WS-CX-CHECKS(2, 2) NOT =
                  WS-CX-CHECKS(1, 1) + WS-CX-CHECKS(2, 1) OR
              WS-CX-CHECK-AMT(2, 2) NOT =
                  WS-CX-CHECK-AMT(1, 1) + WS-CX-CHECK-AMT(2, 1) OR
              WS-CX-VAULT-CASH(2, 2) NOT =
                  WS-CX-VAULT-CASH(1, 1) + WS-CX-VAULT-CASH(2, 1)
               MOVE 'N' TO WS-BX-PROOF-FLAG
           END-IF.

           MOVE WS-VX-FOLDED-CASH TO WS-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Moved: " WS-BX-ACCOUNTS-MOVED " accounts, "
               WS-BX-TELLERS-MOVED " tellers, " WS-BX-CHECKS-MOVED
               " official checks; vault cash folded "
               WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           IF BX-IN-PROOF
               MOVE "  Control totals IN PROOF" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "  *** Control totals OUT OF PROOF - investigate"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "*** CONSOLIDATION " WS-BX-CLOSING
                   " OUT OF PROOF ***"
               MOVE SPACES TO ML-DETAILS
               STRING "Consolidation of " WS-BX-CLOSING " into "
                   WS-BX-SURVIVING " is out of proof - see "
                   WS-REPORT-FILE-NAME
                   DELIMITED BY SIZE INTO ML-DETAILS
               PERFORM 295-RAISE-ALERT-PARA
           END-IF.

      *-----------------------------------------------------------------
       510-WRITE-CONTROL-LINE-PARA.
           MOVE WS-CX-BRANCH(WS-CX-ROW) TO WS-CL-BRANCH.
           IF WS-CX-PH = 1
               MOVE "BEFORE" TO WS-CL-PHASE
           ELSE
               MOVE "AFTER" TO WS-CL-PHASE
           END-IF.
           MOVE WS-CX-ACCOUNTS(WS-CX-ROW, WS-CX-PH) TO WS-CL-ACCOUNTS.
           MOVE WS-CX-BALANCE(WS-CX-ROW, WS-CX-PH) TO WS-CL-BALANCE.
           MOVE WS-CX-TELLERS(WS-CX-ROW, WS-CX-PH) TO WS-CL-TELLERS.
           MOVE WS-CX-CHECKS(WS-CX-ROW, WS-CX-PH) TO WS-CL-CHECKS.
           MOVE WS-CX-CHECK-AMT(WS-CX-ROW, WS-CX-PH) TO
               WS-CL-CHECK-AMT.
           MOVE WS-CX-VAULT-CASH(WS-CX-ROW, WS-CX-PH) TO WS-CL-VAULT.
           MOVE WS-CX-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * RECORD THE STEP'S VOLUMES AND RETURN CODE ON THE JOB
      * STATISTICS FILE
      *-----------------------------------------------------------------
       990-RECORD-JOB-STATS-PARA.
           MOVE WS-ORDERS-READ TO WS-JS-READ-COUNT.
           MOVE WS-ORDERS-DONE TO WS-JS-POSTED-COUNT.
           MOVE WS-ORDERS-REFUSED TO WS-JS-REJECTED-COUNT.
           MOVE WS-BALANCE-MOVED-TOTAL TO WS-JS-DOLLAR-TOTAL.
           MOVE RETURN-CODE TO WS-JS-RETURN-CODE.
           MOVE 'E' TO WS-JS-FUNCTION.
           CALL 'JOBSTAT' USING WS-JOB-STATS-AREA.
