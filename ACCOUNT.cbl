      * PNC BANK COBOL DEMO APPLICATION - ACCOUNT MANAGEMENT MODULE
      *
      * This module handles account management functions including
      * creating, viewing, searching, suspending and deleting accounts,
      * loan autopay enrollment and checking target-balance sweep
      * settings from the account view.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT.
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
       01  WS-LS-FILE-STATUS          PIC X(2).
           88 LS-FILE-SUCCESS         VALUE '00'.

      * Posting date work - ledger entries made here at or after the
      * account branch's posting cutoff (or while the night's stream
      * is still running past midnight) are dated the next business
      * day, as the teller screens date them and RECON ranks them
       01  WS-POSTING-CUTOFF-WORK.
           05  WS-PC-BRANCH-ID        PIC X(4).
           05  WS-PC-BUSINESS-DATE    PIC X(10).
           05  WS-PC-POSTING-DATE     PIC X(10).
           05  WS-PC-CUTOFF-HHMM      PIC 9(4).
           05  WS-PC-NOW-HHMM         PIC 9(4).
           05  WS-PC-DATE-INTEGER     PIC 9(8).
           05  WS-PC-DATE-YYYYMMDD    PIC 9(8).
           05  WS-PC-AFTER-FLAG       PIC X(1) VALUE 'N'.
               88 PC-AFTER-CUTOFF     VALUE 'Y'.

      * A dated roll file line read back for the legal order benefit
      * lookback, parsed into this work area
       01  WS-PARSED-TRANSACTION.
           05  WS-PT-ACCOUNT          PIC X(10).
           05  WS-PT-DATE             PIC X(10).
           05  WS-PT-TIME             PIC X(8).
           05  WS-PT-SEQ              PIC X(4).
           05  WS-PT-TYPE             PIC X(10).
           05  WS-PT-AMOUNT-X         PIC X(11).
           05  WS-PT-RESULT           PIC X(10).
           05  WS-PT-BALANCE-X        PIC X(12).
           05  WS-PT-TELLER           PIC X(8).
           05  WS-PT-CURRENCY         PIC X(3).
           05  WS-PT-RELATED          PIC X(10).
           05  WS-PT-CHECK-NO         PIC X(6).
           05  WS-PT-BRANCH           PIC X(4).
           05  WS-PT-REMARKS          PIC X(50).
           05  WS-PT-AMOUNT-RAW       PIC 9(11).
           05  WS-PT-AMOUNT           PIC 9(9)V99.

      * Loan origination work - the captured terms and the
      * amortization arithmetic that builds the full payment
      * schedule up front
           05  WS-LN-IDX              PIC 9(3) VALUE 0.
           05  WS-LN-ENTRIES-WRITTEN  PIC 9(3) VALUE 0.

      * Loan autopay enrollment work - the loan's currency is held
      * while the paying account is read and checked
       01  WS-AUTOPAY-WORK.
           05  WS-AP-PAY-ACCOUNT      PIC X(10).
           05  WS-AP-OLD-ACCOUNT      PIC X(10).
           05  WS-AP-LOAN-CURRENCY    PIC X(3).
           05  WS-AP-ENROLLED-FLAG    PIC X(1) VALUE 'N'.
               88 AP-ENROLLED         VALUE 'Y'.

      * Target-balance sweep settings work - the checking account's
      * currency is held while the linked account is read and checked
       01  WS-SWEEP-WORK.
           05  WS-SWP-LINKED-ACCOUNT  PIC X(10).
           05  WS-SWP-OLD-LINKED      PIC X(10).
           05  WS-SWP-TARGET          PIC 9(9)V99 VALUE 0.
           05  WS-SWP-MIN-TRANSFER    PIC 9(7)V99 VALUE 0.
           05  WS-SWP-OLD-TARGET      PIC 9(9)V99 VALUE 0.
           05  WS-SWP-OLD-MIN         PIC 9(7)V99 VALUE 0.
           05  WS-SWP-CURRENCY        PIC X(3).
           05  WS-SWP-MIN-BALANCE     PIC 9(7)V99 VALUE 0.
           05  WS-SWP-SET-FLAG        PIC X(1) VALUE 'N'.
               88 SWP-SET-UP          VALUE 'Y'.

      * Pending before/after maintenance changes, written to the
      * audit log only after the locked rewrite persists. A
      * sensitive field is held (WS-MT-HELD) with the value to apply
      * and goes to the pending change file instead of the master.
       01  WS-MAINT-WORK.
           05  WS-MT-CHANGE-COUNT     PIC 9(2) VALUE 0.
           05  WS-MT-CHANGES OCCURS 10 TIMES
               10  WS-MT-FIELD        PIC X(20).
               10  WS-MT-OLD          PIC X(30).
               10  WS-MT-NEW          PIC X(30).
               10  WS-MT-HELD-FLAG    PIC X(1).
                   88 MT-HELD         VALUE 'Y'.
               10  WS-MT-DATA         PIC X(30).
               10  WS-MT-RATE         PIC 9(2)V9(3).
               10  WS-MT-AMOUNT       PIC 9(7)V99.
           05  WS-MT-HELD-COUNT       PIC 9(2) VALUE 0.
           05  WS-MT-DIRECT-COUNT     PIC 9(2) VALUE 0.
           05  WS-MT-NEW-VALUE        PIC X(30).
           05  WS-MT-NEW-RATE         PIC 9(2)V9(3).
           05  WS-MT-NEW-AMOUNT       PIC 9(7)V99.
           05  WS-MT-AMOUNT-DISPLAY   PIC 9(7).99.
           05  WS-MT-DONE-FLAG        PIC X(1) VALUE 'N'.
               88 MAINT-DONE          VALUE 'Y'.
           05  WS-MT-DATE-YYYYMMDD    PIC 9(8).
           05  WS-MT-DATE-INTEGER     PIC 9(8).
           05  WS-MT-MADE-DATE        PIC X(10).
           05  WS-MT-EXPIRY-DATE      PIC X(10).
           05  WS-MT-TIME             PIC X(8).

      * Maintenance approval queue work
       01  WS-MAINT-QUEUE-WORK.
           05  WS-MQ-DECISION         PIC X(1).
               88 MQ-APPROVE          VALUE 'A' 'a'.
               88 MQ-REJECT           VALUE 'R' 'r'.
               88 MQ-QUIT             VALUE 'Q' 'q'.
           05  WS-MQ-LISTED           PIC 9(5) VALUE 0.
           05  WS-MQ-DECIDED          PIC 9(5) VALUE 0.
           05  WS-MQ-OWN              PIC 9(5) VALUE 0.
           05  WS-MQ-CURRENT-VALUE    PIC X(30).
      * Y applied to the master, R refused (the change no longer
      * fits the account), N not applied this time (left pending)
           05  WS-MQ-APPLIED-FLAG     PIC X(1) VALUE 'N'.
               88 MQ-APPLIED          VALUE 'Y'.
               88 MQ-REFUSED          VALUE 'R'.

       LINKAGE SECTION.
           COPY 'SESSION.cpy'.
               MOVE "DEMOREST.dat" TO WS-RESTRICT-FILE-NAME
               MOVE "DEMOAUDT.dat" TO WS-AUDIT-FILE-NAME
               MOVE "DEMOWLHT.dat" TO WS-WLHITS-FILE-NAME
               MOVE "DEMOCARD.dat" TO WS-CARD-FILE-NAME
               MOVE "DEMOPODB.dat" TO WS-BENEFICIARY-FILE-NAME
               MOVE "DEMOLGOR.dat" TO WS-LEGAL-ORDER-FILE-NAME
               MOVE "DEMOAPAY.dat" TO WS-AUTOPAY-FILE-NAME
               MOVE "DEMOSWPP.dat" TO WS-SWEEP-FILE-NAME
               MOVE "DEMOPEND.dat" TO WS-PENDCHG-FILE-NAME
           ELSE
               MOVE "ACCOUNTS.dat" TO WS-ACCOUNT-FILE-NAME
               MOVE "TRANLOG.dat"  TO WS-TRANSACTION-FILE-NAME
               MOVE "RESTRICT.dat" TO WS-RESTRICT-FILE-NAME
               MOVE "AUDITLOG.dat" TO WS-AUDIT-FILE-NAME
               MOVE "WLHITS.dat"   TO WS-WLHITS-FILE-NAME
               MOVE "CARDS.dat"    TO WS-CARD-FILE-NAME
               MOVE "PODBENE.dat"  TO WS-BENEFICIARY-FILE-NAME
               MOVE "LEGALORD.dat" TO WS-LEGAL-ORDER-FILE-NAME
               MOVE "AUTOPAY.dat"  TO WS-AUTOPAY-FILE-NAME
               MOVE "SWEEPPLN.dat" TO WS-SWEEP-FILE-NAME
               MOVE "PENDCHG.dat"  TO WS-PENDCHG-FILE-NAME
           END-IF.

      *-----------------------------------------------------------------
           CALL 'PARMLOAD' USING WS-BUSINESS-RULES
               WS-DATE-FORMATTED.

      *-----------------------------------------------------------------
      * WORK OUT THE DATE LEDGER ENTRIES POST AS OF - the official
      * business date, or the next business day once the posting
      * cutoff of branch WS-PC-BRANCH-ID has passed or the calendar
      * has run ahead of the business date (the night's stream has
      * not yet rolled the day). Expects WS-CURRENT-DATE-DATA and
      * WS-DATE-FORMATTED to hold the current clock.
      *-----------------------------------------------------------------
       097-SET-POSTING-DATE-PARA.
           MOVE 'N' TO WS-PC-AFTER-FLAG.

           MOVE 'D' TO WS-BC-FUNCTION.
           CALL 'BATCHCTL' USING WS-BATCH-CONTROL-AREA.
           IF BC-OK
               MOVE WS-BC-BUSINESS-DATE TO WS-PC-BUSINESS-DATE
           ELSE
               MOVE WS-DATE-FORMATTED TO WS-PC-BUSINESS-DATE
           END-IF.
           MOVE WS-PC-BUSINESS-DATE TO WS-PC-POSTING-DATE.

           MOVE WS-POSTING-CUTOFF-HHMM TO WS-PC-CUTOFF-HHMM.
           OPEN INPUT BRANCH-FILE.
           IF FILE-SUCCESS
               MOVE WS-PC-BRANCH-ID TO BR-BRANCH-ID
               READ BRANCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BR-CUTOFF-HHMM NUMERIC AND
                          BR-CUTOFF-HHMM > 0
                           MOVE BR-CUTOFF-HHMM TO WS-PC-CUTOFF-HHMM
                       END-IF
               END-READ
           END-IF.
           CLOSE BRANCH-FILE.

           COMPUTE WS-PC-NOW-HHMM =
               WS-CURRENT-HOUR * 100 + WS-CURRENT-MINUTE.

           IF WS-DATE-FORMATTED > WS-PC-BUSINESS-DATE
               MOVE 'Y' TO WS-PC-AFTER-FLAG
           END-IF.
           IF WS-DATE-FORMATTED = WS-PC-BUSINESS-DATE AND
              WS-PC-NOW-HHMM >= WS-PC-CUTOFF-HHMM
               MOVE 'Y' TO WS-PC-AFTER-FLAG
           END-IF.

           IF NOT PC-AFTER-CUTOFF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PC-BUSINESS-DATE(1:4) TO WS-PC-DATE-YYYYMMDD(1:4).
           MOVE WS-PC-BUSINESS-DATE(6:2) TO WS-PC-DATE-YYYYMMDD(5:2).
           MOVE WS-PC-BUSINESS-DATE(9:2) TO WS-PC-DATE-YYYYMMDD(7:2).
           COMPUTE WS-PC-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PC-DATE-YYYYMMDD) + 1.
           COMPUTE WS-PC-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-PC-DATE-INTEGER).
           MOVE WS-PC-DATE-YYYYMMDD(1:4) TO WS-PC-POSTING-DATE(1:4).
           MOVE '-' TO WS-PC-POSTING-DATE(5:1).
           MOVE WS-PC-DATE-YYYYMMDD(5:2) TO WS-PC-POSTING-DATE(6:2).
           MOVE '-' TO WS-PC-POSTING-DATE(8:1).
           MOVE WS-PC-DATE-YYYYMMDD(7:2) TO WS-PC-POSTING-DATE(9:2).
           CALL 'BUSCAL' USING WS-PC-POSTING-DATE.

      *-----------------------------------------------------------------
      * ACCOUNT MANAGEMENT MENU
      *-----------------------------------------------------------------
           DISPLAY "6. Reactivate Account".
           DISPLAY "7. Customer (CIF) Functions".
           DISPLAY "8. Archive Functions".
           DISPLAY "9. Holds / Restrictions / Stops / Cards".
           DISPLAY "0. Return to Main Menu".
           DISPLAY WS-SEPARATOR.

               END-IF
           END-IF.

           IF ACCOUNT-FOUND AND AR-TYPE-LOAN
               PERFORM 3I0-LOAN-AUTOPAY-PARA
           END-IF.

           IF ACCOUNT-FOUND AND AR-TYPE-CHECKING
               PERFORM 3J0-SWEEP-SETTINGS-PARA
           END-IF.

      *-----------------------------------------------------------------
      * FIND AND DISPLAY ACCOUNT (direct indexed read, req 002/015)
      *-----------------------------------------------------------------
           MOVE AR-TRANSACTION-COUNT TO XA-TRANSACTION-COUNT.
           MOVE WS-DATE-FORMATTED TO XA-CLOSE-DATE.
           MOVE WS-TELLER-ID TO XA-CLOSED-BY.
           MOVE AR-BRANCH-ID TO XA-BRANCH-ID.
           WRITE ACCOUNT-ARCHIVE-RECORD.
           CLOSE ACCOUNT-ARCHIVE-FILE.

           DISPLAY "1. Add / Update Customer".
           DISPLAY "2. View Customer".
           DISPLAY "3. Relationship Inquiry".
           DISPLAY "4. Record Date of Death".
           DISPLAY "5. Payable-on-Death Beneficiaries".
           DISPLAY "6. Payable-on-Death Settlement".
           DISPLAY "7. Legal Orders (Levy / Garnishment)".
           DISPLAY "8. Record Due Diligence Review".
           DISPLAY "9. Maintenance Approval Queue (supervisor)".
           DISPLAY "0. Return".
           DISPLAY WS-SEPARATOR.
           DISPLAY "Enter your choice (0-9): " WITH NO ADVANCING.
           ACCEPT WS-SUB-MENU-CHOICE.

           EVALUATE WS-SUB-MENU-CHOICE
                   PERFORM 392-VIEW-CUSTOMER-PARA
               WHEN 3
                   PERFORM 393-RELATIONSHIP-INQUIRY-PARA
               WHEN 4
                   PERFORM 3D0-RECORD-DEATH-PARA
               WHEN 5
                   PERFORM 3E0-POD-MENU-PARA
               WHEN 6
                   PERFORM 3F0-POD-SETTLEMENT-PARA
               WHEN 7
                   PERFORM 3G0-LEGAL-ORDER-MENU-PARA
               WHEN 8
                   PERFORM 3H0-RECORD-RISK-REVIEW-PARA
               WHEN 9
                   IF SESSION-SUPERVISOR
                       PERFORM 3K0-MAINT-APPROVAL-QUEUE-PARA
                   ELSE
                       DISPLAY "ERROR: The approval queue requires "
                           "a supervisor sign-on."
                   END-IF
               WHEN 0
                   CONTINUE
               WHEN OTHER
           IF NOT ACCOUNT-FOUND
               MOVE SPACES TO CUSTOMER-RECORD
               MOVE WS-CU-CUSTOMER-ID TO CU-CUSTOMER-ID
               MOVE 0 TO CU-RISK-SCORE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-YEAR TO CU-DATE-OPENED(1:4)
               MOVE '-' TO CU-DATE-OPENED(5:1)
           DISPLAY "TIN (9 digits): " WITH NO ADVANCING.
           ACCEPT CU-TIN.

      * A customer recorded as deceased stays deceased through an
      * address or name correction.
           IF NOT CU-DECEASED
               MOVE 'A' TO CU-STATUS
           END-IF.
           MOVE WS-TELLER-ID TO CU-LAST-CHANGED-BY.

           IF ACCOUNT-FOUND
           DISPLAY "Phone: " CU-PHONE.
           DISPLAY "TIN: " CU-TIN.
           DISPLAY "Date Opened: " CU-DATE-OPENED.
           IF CU-DECEASED
               DISPLAY "Status: D (DECEASED - date of death "
                   CU-DATE-OF-DEATH ")"
           ELSE
               DISPLAY "Status: " CU-STATUS
           END-IF.
           PERFORM 396-DISPLAY-RISK-RATING-PARA.
           DISPLAY WS-SEPARATOR.

      *-----------------------------------------------------------------
      * KYC RISK RATING LINE - shared by the customer display and the
      * relationship inquiry totals
      *-----------------------------------------------------------------
       396-DISPLAY-RISK-RATING-PARA.
           EVALUATE TRUE
               WHEN CU-RISK-HIGH
                   DISPLAY "Risk Rating: H (HIGH - score "
                       CU-RISK-SCORE ") rated " CU-RISK-RATED-DATE
               WHEN CU-RISK-MEDIUM
                   DISPLAY "Risk Rating: M (MEDIUM - score "
                       CU-RISK-SCORE ") rated " CU-RISK-RATED-DATE
               WHEN CU-RISK-LOW
                   DISPLAY "Risk Rating: L (LOW - score "
                       CU-RISK-SCORE ") rated " CU-RISK-RATED-DATE
               WHEN OTHER
                   DISPLAY "Risk Rating: not yet rated"
           END-EVALUATE.
           IF NOT CU-RISK-UNRATED
               IF CU-RISK-REVIEW-DATE NOT = SPACES AND
                  CU-RISK-REVIEW-DATE <= WS-DATE-FORMATTED
                   DISPLAY "Next Review: " CU-RISK-REVIEW-DATE
                       " *** REVIEW DUE ***"
               ELSE
                   DISPLAY "Next Review: " CU-RISK-REVIEW-DATE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * RELATIONSHIP INQUIRY - every account owned by a customer id
      * with a combined balance across the relationship
           DISPLAY "Accounts in relationship: " WS-CU-ACCT-COUNT.
           DISPLAY "Combined balance (loans net): "
               WS-FORMATTED-BALANCE.
           PERFORM 396-DISPLAY-RISK-RATING-PARA.
           DISPLAY WS-SEPARATOR.

      *-----------------------------------------------------------------
           CLOSE CUSTOMER-FILE.

      *-----------------------------------------------------------------
      * RECORD A CUSTOMER'S DATE OF DEATH - marks the customer
      * deceased, blocks debits on every open account the customer
      * owns alone (the estate settles those through the POD
      * settlement screen) and takes the customer off every joint
      * account, leaving the surviving owners' access intact
      *-----------------------------------------------------------------
       3D0-RECORD-DEATH-PARA.
           DISPLAY SPACE.
           DISPLAY WS-SEPARATOR.
           DISPLAY "RECORD DATE OF DEATH".
           DISPLAY WS-SEPARATOR.

           PERFORM 329-CHECK-CREATION-AUTH-PARA.
           IF NOT PIN-OK
               DISPLAY "Date of death not recorded."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter customer id: " WITH NO ADVANCING.
           ACCEPT WS-ES-CUST-ID.

           OPEN I-O CUSTOMER-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open customer file."
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ES-CUST-ID TO CU-CUSTOMER-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Customer not found."
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ.

           PERFORM 395-DISPLAY-CUSTOMER-PARA.
           IF CU-DECEASED
               DISPLAY "ERROR: Customer is already recorded as "
                   "deceased."
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           MOVE '-' TO WS-DATE-FORMATTED(5:1).
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).

           DISPLAY "Date of death (YYYY-MM-DD): " WITH NO ADVANCING.
           ACCEPT WS-ES-DEATH-DATE.
           IF WS-ES-DEATH-DATE(1:4) NOT NUMERIC OR
              WS-ES-DEATH-DATE(5:1) NOT = '-' OR
              WS-ES-DEATH-DATE(6:2) NOT NUMERIC OR
              WS-ES-DEATH-DATE(8:1) NOT = '-' OR
              WS-ES-DEATH-DATE(9:2) NOT NUMERIC
               DISPLAY "ERROR: Date must be entered as YYYY-MM-DD."
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ES-DEATH-DATE > WS-DATE-FORMATTED
               DISPLAY "ERROR: Date of death cannot be in the "
                   "future."
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Record " CU-NAME " as deceased? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT CONFIRM-YES
               DISPLAY "Date of death not recorded."
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE CU-NAME TO WS-ES-CUST-NAME.
           MOVE 1 TO WS-MT-CHANGE-COUNT.
           MOVE "CUSTOMER-STATUS" TO WS-MT-FIELD(1).
           MOVE CU-STATUS TO WS-MT-OLD(1).
           MOVE SPACES TO WS-MT-NEW(1).
           STRING "D - DIED " WS-ES-DEATH-DATE DELIMITED BY SIZE
               INTO WS-MT-NEW(1).

           MOVE 'D' TO CU-STATUS.
           MOVE WS-ES-DEATH-DATE TO CU-DATE-OF-DEATH.
           MOVE WS-TELLER-ID TO CU-LAST-CHANGED-BY.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to update customer."
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-REWRITE.
           CLOSE CUSTOMER-FILE.

           MOVE WS-ES-CUST-ID TO WS-ACCOUNT-NUMBER.
           PERFORM 348-WRITE-MAINT-AUDIT-PARA.

           PERFORM 3D1-APPLY-DEATH-TO-ACCOUNTS-PARA.

           DISPLAY WS-SEPARATOR.
           DISPLAY "Customer recorded as deceased as of "
               WS-ES-DEATH-DATE ".".
           DISPLAY "Sole-owned accounts with debits blocked: "
               WS-ES-SOLE-COUNT.
           DISPLAY "Joint accounts the customer was removed from: "
               WS-ES-JOINT-COUNT.
           DISPLAY WS-SEPARATOR.

      *-----------------------------------------------------------------
      * WALK THE ACCOUNT FILE FOR EVERY OPEN ACCOUNT THE DECEASED
      * CUSTOMER IS AN OWNER OF
      *-----------------------------------------------------------------
       3D1-APPLY-DEATH-TO-ACCOUNTS-PARA.
           MOVE 0 TO WS-ES-SOLE-COUNT.
           MOVE 0 TO WS-ES-JOINT-COUNT.

           OPEN I-O ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open account file - the "
                   "customer's accounts were not updated."
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ ACCOUNT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       EVALUATE WS-ES-CUST-ID
                           WHEN AR-OWNER-1-CUST-ID
                               MOVE 1 TO WS-ES-SLOT
                           WHEN AR-OWNER-2-CUST-ID
                               MOVE 2 TO WS-ES-SLOT
                           WHEN AR-OWNER-3-CUST-ID
                               MOVE 3 TO WS-ES-SLOT
                           WHEN OTHER
                               MOVE 0 TO WS-ES-SLOT
                       END-EVALUATE
                       IF WS-ES-SLOT > 0 AND NOT AR-CLOSED
                           PERFORM 3D4-CLASSIFY-OWNERSHIP-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

      *-----------------------------------------------------------------
      * AN ACCOUNT WITH ANY OTHER OWNER NAMED IS JOINT - the deceased
      * comes off it; otherwise it is sole-owned and blocked
      *-----------------------------------------------------------------
       3D4-CLASSIFY-OWNERSHIP-PARA.
           EVALUATE WS-ES-SLOT
               WHEN 1
                   IF AR-OWNER-2-NAME = SPACES AND
                      AR-OWNER-3-NAME = SPACES
                       PERFORM 3D2-BLOCK-SOLE-ACCOUNT-PARA
                   ELSE
                       PERFORM 3D3-REMOVE-DECEASED-OWNER-PARA
                   END-IF
               WHEN OTHER
                   PERFORM 3D3-REMOVE-DECEASED-OWNER-PARA
           END-EVALUATE.

      *-----------------------------------------------------------------
      * BLOCK DEBITS ON A SOLE-OWNED ACCOUNT - a standing debit
      * restriction every posting path honours; credits still post
      *-----------------------------------------------------------------
       3D2-BLOCK-SOLE-ACCOUNT-PARA.
           MOVE AR-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER.

           OPEN I-O RESTRICT-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT RESTRICT-FILE
               IF NOT FILE-SUCCESS
                   DISPLAY "ERROR: Unable to open the restriction "
                       "file - block " AR-ACCOUNT-NUMBER " by hand."
                   CLOSE RESTRICT-FILE
                   EXIT PARAGRAPH
               END-IF
               CLOSE RESTRICT-FILE
               OPEN I-O RESTRICT-FILE
           END-IF.

           PERFORM 3B4-NEXT-RESTRICT-SEQ-PARA.

           MOVE WS-ACCOUNT-NUMBER TO RS-ACCOUNT-NUMBER.
           MOVE WS-RS-NEXT-SEQ TO RS-SEQ.
           MOVE 'D' TO RS-TYPE.
           MOVE 0 TO RS-AMOUNT.
           MOVE "DECEASED OWNER - ESTATE" TO RS-DESCRIPTION.
           MOVE SPACES TO RS-EXPIRY-DATE.
           MOVE 'A' TO RS-STATUS.
           MOVE WS-DATE-FORMATTED TO RS-PLACED-DATE.
           MOVE WS-TELLER-ID TO RS-PLACED-BY.
           MOVE 0 TO RS-CHECK-NO-LOW.
           MOVE 0 TO RS-CHECK-NO-HIGH.

           WRITE RESTRICT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to block "
                       WS-ACCOUNT-NUMBER " - block it by hand."
               NOT INVALID KEY
                   ADD 1 TO WS-ES-SOLE-COUNT
                   DISPLAY "  " WS-ACCOUNT-NUMBER
                       "  sole owner - debits blocked"
           END-WRITE.

           CLOSE RESTRICT-FILE.

      *-----------------------------------------------------------------
      * TAKE THE DECEASED OFF A JOINT ACCOUNT - the later owners
      * move up a slot, the primary-owner pointer follows them, and
      * the removal is journaled and audited
      *-----------------------------------------------------------------
       3D3-REMOVE-DECEASED-OWNER-PARA.
           MOVE 1 TO WS-MT-CHANGE-COUNT.
           MOVE "OWNER-REMOVED" TO WS-MT-FIELD(1).
           MOVE SPACES TO WS-MT-NEW(1).
           STRING "DECEASED " WS-ES-DEATH-DATE DELIMITED BY SIZE
               INTO WS-MT-NEW(1).

           EVALUATE WS-ES-SLOT
               WHEN 1
                   MOVE AR-CUSTOMER-NAME TO WS-MT-OLD(1)
                   MOVE AR-OWNER-2-NAME TO AR-CUSTOMER-NAME
                   MOVE AR-OWNER-2-CUST-ID TO AR-OWNER-1-CUST-ID
                   MOVE AR-OWNER-3-NAME TO AR-OWNER-2-NAME
                   MOVE AR-OWNER-3-CUST-ID TO AR-OWNER-2-CUST-ID
               WHEN 2
                   MOVE AR-OWNER-2-NAME TO WS-MT-OLD(1)
                   MOVE AR-OWNER-3-NAME TO AR-OWNER-2-NAME
                   MOVE AR-OWNER-3-CUST-ID TO AR-OWNER-2-CUST-ID
               WHEN OTHER
                   MOVE AR-OWNER-3-NAME TO WS-MT-OLD(1)
           END-EVALUATE.
           MOVE SPACES TO AR-OWNER-3-NAME.
           MOVE SPACES TO AR-OWNER-3-CUST-ID.

      * Should the slot that moved up into first place be empty, the
      * next named owner moves up so the account keeps a name.
           IF AR-CUSTOMER-NAME = SPACES
               MOVE AR-OWNER-2-NAME TO AR-CUSTOMER-NAME
               MOVE AR-OWNER-2-CUST-ID TO AR-OWNER-1-CUST-ID
               MOVE SPACES TO AR-OWNER-2-NAME
               MOVE SPACES TO AR-OWNER-2-CUST-ID
           END-IF.

           IF AR-PRIMARY-OWNER = WS-ES-SLOT
               MOVE 1 TO AR-PRIMARY-OWNER
           ELSE
               IF AR-PRIMARY-OWNER > WS-ES-SLOT
                   SUBTRACT 1 FROM AR-PRIMARY-OWNER
               END-IF
           END-IF.
           PERFORM 347H-RECOUNT-OWNERS-PARA.
           IF AR-PRIMARY-OWNER > AR-OWNER-COUNT
               MOVE 1 TO AR-PRIMARY-OWNER
           END-IF.
           MOVE WS-TELLER-ID TO AR-LAST-CHANGED-BY.

           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to update "
                       AR-ACCOUNT-NUMBER " - remove the owner by "
                       "hand."
                   EXIT PARAGRAPH
           END-REWRITE.
           CALL 'JRNLWRT' USING WS-JRNL-ACTION ACCOUNT-RECORD.

           ADD 1 TO WS-ES-JOINT-COUNT.
           DISPLAY "  " AR-ACCOUNT-NUMBER
               "  joint - deceased owner removed, "
               AR-OWNER-COUNT " owner(s) remain".

           MOVE AR-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER.
           PERFORM 348-WRITE-MAINT-AUDIT-PARA.

      *-----------------------------------------------------------------
      * PAYABLE-ON-DEATH BENEFICIARY MENU - the named beneficiaries
      * of an account and their percentage shares
      *-----------------------------------------------------------------
       3E0-POD-MENU-PARA.
           DISPLAY SPACE.
           DISPLAY WS-SEPARATOR.
           DISPLAY "PAYABLE-ON-DEATH BENEFICIARIES".
           DISPLAY WS-SEPARATOR.
           DISPLAY "1. Add Beneficiary".
           DISPLAY "2. Remove Beneficiary".
           DISPLAY "3. List Beneficiaries".
           DISPLAY "0. Return".
           DISPLAY WS-SEPARATOR.
           DISPLAY "Enter your choice (0-3): " WITH NO ADVANCING.
           ACCEPT WS-SUB-MENU-CHOICE.

           EVALUATE WS-SUB-MENU-CHOICE
               WHEN 1
                   PERFORM 3E1-ADD-BENEFICIARY-PARA
               WHEN 2
                   PERFORM 3E2-REMOVE-BENEFICIARY-PARA
               WHEN 3
                   PERFORM 3E3-LIST-BENEFICIARIES-PARA
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.

      *-----------------------------------------------------------------
      * ADD A BENEFICIARY - shares on an account may not total more
      * than 100 percent
      *-----------------------------------------------------------------
       3E1-ADD-BENEFICIARY-PARA.
           DISPLAY "Enter account number: " WITH NO ADVANCING.
           ACCEPT WS-ACCOUNT-NUMBER.

           MOVE WS-ACCOUNT-NUMBER TO WS-TEMP-ACCOUNT-NUMBER.
           PERFORM 333-CHECK-ACCOUNT-EXISTS-PARA.
           IF NOT ACCOUNT-FOUND
               DISPLAY "Account not found."
               EXIT PARAGRAPH
           END-IF.
           IF AR-TYPE-LOAN OR AR-CLOSED
               DISPLAY "ERROR: Beneficiaries may only be named on "
                   "an open deposit account."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3E4-LOAD-BENEFICIARIES-PARA.
           IF WS-PB-TOTAL-PCT >= 100
               DISPLAY "ERROR: Beneficiary shares on this account "
                   "already total 100%."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PB-COUNT >= 20 OR WS-PB-NEXT-SEQ = 0
               DISPLAY "ERROR: No more beneficiaries can be named "
                   "on this account."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Beneficiary name: " WITH NO ADVANCING.
           ACCEPT WS-PB-NAME.
           IF WS-PB-NAME = SPACES
               DISPLAY "ERROR: A beneficiary name is required."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Beneficiary customer id (blank if not on "
               "file): " WITH NO ADVANCING.
           ACCEPT WS-PB-CUST-ID.
           IF WS-PB-CUST-ID NOT = SPACES
               MOVE WS-PB-CUST-ID TO WS-CU-CUSTOMER-ID
               PERFORM 394-CHECK-CUSTOMER-EXISTS-PARA
               IF NOT ACCOUNT-FOUND
                   DISPLAY "ERROR: Customer id not on file."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           COMPUTE WS-PB-PERCENT = 100 - WS-PB-TOTAL-PCT.
           MOVE WS-PB-PERCENT TO WS-PB-PCT-DISPLAY.
           DISPLAY "Share percentage (up to " WS-PB-PCT-DISPLAY
               "): " WITH NO ADVANCING.
           ACCEPT WS-PB-PERCENT.
           IF WS-PB-PERCENT NOT NUMERIC OR WS-PB-PERCENT = 0
               DISPLAY "ERROR: Share must be a positive percentage."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PB-TOTAL-PCT + WS-PB-PERCENT > 100
               DISPLAY "ERROR: Shares on the account would total "
                   "more than 100%."
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O BENEFICIARY-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT BENEFICIARY-FILE
               IF NOT FILE-SUCCESS
                   DISPLAY "ERROR: Unable to open the beneficiary "
                       "file."
                   CLOSE BENEFICIARY-FILE
                   EXIT PARAGRAPH
               END-IF
               CLOSE BENEFICIARY-FILE
               OPEN I-O BENEFICIARY-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           MOVE '-' TO WS-DATE-FORMATTED(5:1).
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).

           MOVE SPACES TO BENEFICIARY-RECORD.
           MOVE WS-ACCOUNT-NUMBER TO PB-ACCOUNT-NUMBER.
           MOVE WS-PB-NEXT-SEQ TO PB-SEQ.
           MOVE WS-PB-NAME TO PB-NAME.
           MOVE WS-PB-CUST-ID TO PB-CUST-ID.
           MOVE WS-PB-PERCENT TO PB-PERCENT.
           MOVE 'A' TO PB-STATUS.
           MOVE WS-DATE-FORMATTED TO PB-ADDED-DATE.
           MOVE WS-TELLER-ID TO PB-ADDED-BY.
           MOVE 0 TO PB-PAID-AMOUNT.

           WRITE BENEFICIARY-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to add beneficiary."
                   CLOSE BENEFICIARY-FILE
                   EXIT PARAGRAPH
           END-WRITE.
           CLOSE BENEFICIARY-FILE.

           ADD WS-PB-PERCENT TO WS-PB-TOTAL-PCT.
           MOVE WS-PB-TOTAL-PCT TO WS-PB-PCT-DISPLAY.
           DISPLAY "Beneficiary " WS-PB-NEXT-SEQ " added - shares "
               "now total " WS-PB-PCT-DISPLAY "%.".

           MOVE 1 TO WS-MT-CHANGE-COUNT.
           MOVE "POD-BENEFICIARY-ADD" TO WS-MT-FIELD(1).
           MOVE SPACES TO WS-MT-OLD(1).
           MOVE WS-PB-NAME TO WS-MT-NEW(1).
           PERFORM 348-WRITE-MAINT-AUDIT-PARA.

      *-----------------------------------------------------------------
      * REMOVE A BENEFICIARY - kept on file as removed for the audit
      * trail; a paid beneficiary cannot be removed
      *-----------------------------------------------------------------
       3E2-REMOVE-BENEFICIARY-PARA.
           DISPLAY "Enter account number: " WITH NO ADVANCING.
           ACCEPT WS-ACCOUNT-NUMBER.
           DISPLAY "Beneficiary sequence to remove: "
               WITH NO ADVANCING.
           ACCEPT WS-PB-SEQ.

           OPEN I-O BENEFICIARY-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: No beneficiary file."
               CLOSE BENEFICIARY-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ACCOUNT-NUMBER TO PB-ACCOUNT-NUMBER.
           MOVE WS-PB-SEQ TO PB-SEQ.
           READ BENEFICIARY-FILE
               INVALID KEY
                   DISPLAY "Beneficiary not found."
                   CLOSE BENEFICIARY-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF NOT PB-ACTIVE
               DISPLAY "ERROR: Beneficiary is already paid or "
                   "removed."
               CLOSE BENEFICIARY-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'R' TO PB-STATUS.
           REWRITE BENEFICIARY-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to remove beneficiary."
                   CLOSE BENEFICIARY-FILE
                   EXIT PARAGRAPH
           END-REWRITE.
           CLOSE BENEFICIARY-FILE.
           DISPLAY "Beneficiary " WS-PB-SEQ " removed.".

           MOVE 1 TO WS-MT-CHANGE-COUNT.
           MOVE "POD-BENEFICIARY-DEL" TO WS-MT-FIELD(1).
           MOVE PB-NAME TO WS-MT-OLD(1).
           MOVE SPACES TO WS-MT-NEW(1).
           PERFORM 348-WRITE-MAINT-AUDIT-PARA.

      *-----------------------------------------------------------------
      * LIST THE BENEFICIARIES OF AN ACCOUNT
      *-----------------------------------------------------------------
       3E3-LIST-BENEFICIARIES-PARA.
           DISPLAY "Enter account number: " WITH NO ADVANCING.
           ACCEPT WS-ACCOUNT-NUMBER.

           OPEN INPUT BENEFICIARY-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No beneficiaries on file."
               CLOSE BENEFICIARY-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ACCOUNT-NUMBER TO PB-ACCOUNT-NUMBER.
           MOVE 0 TO PB-SEQ.
           START BENEFICIARY-FILE KEY IS NOT LESS THAN PB-KEY
               INVALID KEY
                   DISPLAY "No beneficiaries on this account."
                   CLOSE BENEFICIARY-FILE
                   EXIT PARAGRAPH
           END-START.

           DISPLAY WS-SEPARATOR.
           DISPLAY "POD BENEFICIARIES OF " WS-ACCOUNT-NUMBER.
           DISPLAY WS-SEPARATOR.
           MOVE 0 TO WS-PB-TOTAL-PCT.
           MOVE 0 TO WS-PB-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ BENEFICIARY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PB-ACCOUNT-NUMBER NOT = WS-ACCOUNT-NUMBER
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-PB-COUNT
                           PERFORM 3E5-DISPLAY-BENEFICIARY-PARA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BENEFICIARY-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

           IF WS-PB-COUNT = 0
               DISPLAY "No beneficiaries on this account."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PB-TOTAL-PCT TO WS-PB-PCT-DISPLAY.
           DISPLAY WS-SEPARATOR.
           DISPLAY "Shares named (active and paid): "
               WS-PB-PCT-DISPLAY "%".
           IF WS-PB-TOTAL-PCT NOT = 100
               DISPLAY "WARNING: Shares do not total 100% - the "
                   "account cannot be settled until they do."
           END-IF.

      *-----------------------------------------------------------------
       3E5-DISPLAY-BENEFICIARY-PARA.
           MOVE PB-PERCENT TO WS-PB-PCT-DISPLAY.
           EVALUATE TRUE
               WHEN PB-ACTIVE
                   ADD PB-PERCENT TO WS-PB-TOTAL-PCT
                   DISPLAY "  " PB-SEQ "  " PB-NAME "  " PB-CUST-ID
                       "  " WS-PB-PCT-DISPLAY "%  ACTIVE"
               WHEN PB-PAID
                   ADD PB-PERCENT TO WS-PB-TOTAL-PCT
                   MOVE PB-PAID-AMOUNT TO WS-FORMATTED-BALANCE
                   DISPLAY "  " PB-SEQ "  " PB-NAME "  " PB-CUST-ID
                       "  " WS-PB-PCT-DISPLAY "%  PAID "
                       PB-PAID-DATE
                   IF PB-PAID-TO-ACCOUNT
                       DISPLAY "      " WS-FORMATTED-BALANCE
                           " to new account " PB-PAID-REFERENCE
                   ELSE
                       DISPLAY "      " WS-FORMATTED-BALANCE
                           " by official check " PB-PAID-REFERENCE
                   END-IF
               WHEN OTHER
                   DISPLAY "  " PB-SEQ "  " PB-NAME "  " PB-CUST-ID
                       "  " WS-PB-PCT-DISPLAY "%  REMOVED"
           END-EVALUATE.

      *-----------------------------------------------------------------
      * LOAD AN ACCOUNT'S BENEFICIARIES - shares named (active and
      * paid), the unpaid beneficiaries into the settlement table,
      * and the next free sequence number
      *-----------------------------------------------------------------
       3E4-LOAD-BENEFICIARIES-PARA.
           MOVE 0 TO WS-PB-TOTAL-PCT.
           MOVE 0 TO WS-PB-OPEN-PCT.
           MOVE 0 TO WS-PB-COUNT.
           MOVE 1 TO WS-PB-NEXT-SEQ.

           OPEN INPUT BENEFICIARY-FILE.
           IF NOT FILE-SUCCESS
               CLOSE BENEFICIARY-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ACCOUNT-NUMBER TO PB-ACCOUNT-NUMBER.
           MOVE 0 TO PB-SEQ.
           START BENEFICIARY-FILE KEY IS NOT LESS THAN PB-KEY
               INVALID KEY
                   CLOSE BENEFICIARY-FILE
                   EXIT PARAGRAPH
           END-START.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ BENEFICIARY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PB-ACCOUNT-NUMBER NOT = WS-ACCOUNT-NUMBER
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           COMPUTE WS-PB-NEXT-SEQ = PB-SEQ + 1
                           IF PB-ACTIVE OR PB-PAID
                               ADD PB-PERCENT TO WS-PB-TOTAL-PCT
                           END-IF
                           IF PB-ACTIVE AND WS-PB-COUNT < 20
                               ADD PB-PERCENT TO WS-PB-OPEN-PCT
                               ADD 1 TO WS-PB-COUNT
                               MOVE PB-SEQ TO
                                   WS-PB-E-SEQ(WS-PB-COUNT)
                               MOVE PB-NAME TO
                                   WS-PB-E-NAME(WS-PB-COUNT)
                               MOVE PB-CUST-ID TO
                                   WS-PB-E-CUST-ID(WS-PB-COUNT)
                               MOVE PB-PERCENT TO
                                   WS-PB-E-PERCENT(WS-PB-COUNT)
                               MOVE 0 TO WS-PB-E-SHARE(WS-PB-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BENEFICIARY-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * PAYABLE-ON-DEATH SETTLEMENT - pays each unpaid beneficiary of
      * a deceased customer's sole-owned account its share of the
      * balance, into a new account or by official check, and
      * archives the account once the balance is fully paid out. A
      * settlement stopped part way is finished by running it again:
      * the balance left is split across the beneficiaries not yet
      * paid in proportion to their shares.
      *-----------------------------------------------------------------
       3F0-POD-SETTLEMENT-PARA.
           DISPLAY SPACE.
           DISPLAY WS-SEPARATOR.
           DISPLAY "PAYABLE-ON-DEATH SETTLEMENT".
           DISPLAY WS-SEPARATOR.

           PERFORM 329-CHECK-CREATION-AUTH-PARA.
           IF NOT PIN-OK
               DISPLAY "Settlement aborted."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter account number: " WITH NO ADVANCING.
           ACCEPT WS-ACCOUNT-NUMBER.

           PERFORM 3F1-CHECK-SETTLEMENT-ACCOUNT-PARA.
           IF NOT VALID-DATA
               DISPLAY "Settlement aborted."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3E4-LOAD-BENEFICIARIES-PARA.
           IF WS-PB-COUNT = 0
               DISPLAY "ERROR: No unpaid beneficiaries are named on "
                   "this account."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PB-TOTAL-PCT NOT = 100
               MOVE WS-PB-TOTAL-PCT TO WS-PB-PCT-DISPLAY
               DISPLAY "ERROR: Beneficiary shares total "
                   WS-PB-PCT-DISPLAY "% - they must total 100% "
                   "before the account can be settled."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3F2-COMPUTE-SHARES-PARA.

           MOVE WS-ES-BALANCE TO WS-FORMATTED-BALANCE.
           DISPLAY "Decedent: " WS-ES-CUST-NAME " died "
               WS-ES-DEATH-DATE.
           DISPLAY "Balance to distribute: " WS-FORMATTED-BALANCE
               " " WS-ES-CURRENCY.
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
                   UNTIL WS-PB-IDX > WS-PB-COUNT
               MOVE WS-PB-E-PERCENT(WS-PB-IDX) TO WS-PB-PCT-DISPLAY
               MOVE WS-PB-E-SHARE(WS-PB-IDX) TO WS-FORMATTED-BALANCE
               DISPLAY "  " WS-PB-E-SEQ(WS-PB-IDX) "  "
                   WS-PB-E-NAME(WS-PB-IDX) "  " WS-PB-PCT-DISPLAY
                   "%  " WS-FORMATTED-BALANCE
           END-PERFORM.

           DISPLAY "Pay out these shares? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT CONFIRM-YES
               DISPLAY "Settlement aborted."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-VALID-DATA-FLAG.
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
                   UNTIL WS-PB-IDX > WS-PB-COUNT OR NOT VALID-DATA
               PERFORM 3F3-PAY-ONE-BENEFICIARY-PARA
           END-PERFORM.

           DISPLAY WS-SEPARATOR.
           IF VALID-DATA AND WS-ES-BALANCE = 0
               DISPLAY "All beneficiaries paid - archiving the "
                   "account."
               MOVE WS-ES-ACCOUNT TO WS-ACCOUNT-NUMBER
               PERFORM 352-PERFORM-ACCOUNT-DELETION-PARA
           ELSE
               DISPLAY "Settlement incomplete - run it again to pay "
                   "the beneficiaries still unpaid."
           END-IF.

      *-----------------------------------------------------------------
      * THE ACCOUNT MUST BE AN OPEN, SOLE-OWNED DEPOSIT ACCOUNT NOT
      * OVERDRAWN, WHOSE OWNER IS RECORDED AS DECEASED
      *-----------------------------------------------------------------
       3F1-CHECK-SETTLEMENT-ACCOUNT-PARA.
           MOVE 'N' TO WS-VALID-DATA-FLAG.

           OPEN INPUT ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open account file."
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Account not found."
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE ACCOUNT-FILE.

           IF AR-TYPE-LOAN OR AR-CLOSED
               DISPLAY "ERROR: Only an open deposit account can be "
                   "settled."
               EXIT PARAGRAPH
           END-IF.
           IF AR-OWNER-2-NAME NOT = SPACES OR
              AR-OWNER-3-NAME NOT = SPACES
               DISPLAY "ERROR: The account has a surviving owner - "
                   "only a sole-owned account is settled to its "
                   "beneficiaries."
               EXIT PARAGRAPH
           END-IF.
           IF AR-OWNER-1-CUST-ID = SPACES
               DISPLAY "ERROR: The owner is not on the customer "
                   "file - record the date of death first."
               EXIT PARAGRAPH
           END-IF.
           IF AR-BALANCE < 0
               DISPLAY "ERROR: The account is overdrawn - clear the "
                   "overdraft before settlement."
               EXIT PARAGRAPH
           END-IF.

           MOVE AR-ACCOUNT-NUMBER TO WS-ES-ACCOUNT.
           MOVE AR-CUSTOMER-NAME TO WS-ES-ACCOUNT-NAME.
           MOVE AR-BALANCE TO WS-ES-BALANCE.
           MOVE AR-CURRENCY-CODE TO WS-ES-CURRENCY.
           MOVE AR-BRANCH-ID TO WS-ES-BRANCH.
           MOVE AR-OWNER-1-CUST-ID TO WS-ES-CUST-ID.

           OPEN INPUT CUSTOMER-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open customer file."
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ES-CUST-ID TO CU-CUSTOMER-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "ERROR: Owner not on the customer file."
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE CUSTOMER-FILE.

           IF NOT CU-DECEASED
               DISPLAY "ERROR: The owner is not recorded as "
                   "deceased."
               EXIT PARAGRAPH
           END-IF.
           MOVE CU-NAME TO WS-ES-CUST-NAME.
           MOVE CU-DATE-OF-DEATH TO WS-ES-DEATH-DATE.

           MOVE 'Y' TO WS-VALID-DATA-FLAG.

      *-----------------------------------------------------------------
      * SPLIT THE BALANCE ACROSS THE UNPAID BENEFICIARIES - the last
      * one takes the remainder so the shares add to the penny
      *-----------------------------------------------------------------
       3F2-COMPUTE-SHARES-PARA.
           MOVE WS-ES-BALANCE TO WS-ES-REMAINING.
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
                   UNTIL WS-PB-IDX >= WS-PB-COUNT
               COMPUTE WS-PB-E-SHARE(WS-PB-IDX) ROUNDED =
                   WS-ES-BALANCE * WS-PB-E-PERCENT(WS-PB-IDX)
                   / WS-PB-OPEN-PCT
               SUBTRACT WS-PB-E-SHARE(WS-PB-IDX) FROM WS-ES-REMAINING
           END-PERFORM.
           MOVE WS-ES-REMAINING TO WS-PB-E-SHARE(WS-PB-COUNT).

      *-----------------------------------------------------------------
      * PAY ONE BENEFICIARY - screened against the watchlist, then
      * paid into a new account or by official check
      *-----------------------------------------------------------------
       3F3-PAY-ONE-BENEFICIARY-PARA.
           DISPLAY WS-SEPARATOR.
           MOVE WS-PB-E-SHARE(WS-PB-IDX) TO WS-FORMATTED-BALANCE.
           DISPLAY "Beneficiary " WS-PB-E-SEQ(WS-PB-IDX) ": "
               WS-PB-E-NAME(WS-PB-IDX) "  share "
               WS-FORMATTED-BALANCE.

           MOVE SPACES TO WS-PB-PAID-REF.
           IF WS-PB-E-SHARE(WS-PB-IDX) = 0
               MOVE 0 TO WS-PB-PAY-METHOD
               PERFORM 3F6-MARK-BENEFICIARY-PAID-PARA
               EXIT PARAGRAPH
           END-IF.

           MOVE "POD-SETTLE" TO WS-WL-SOURCE.
           MOVE WS-ES-ACCOUNT TO WS-WL-SCREEN-ACCOUNT.
           MOVE WS-PB-E-NAME(WS-PB-IDX) TO WS-WL-SCREEN-NAME.
           PERFORM 336-SCREEN-NAME-PARA.
           IF NOT SCREEN-CLEARED
               MOVE 'N' TO WS-VALID-DATA-FLAG
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Pay by 1=New account 2=Official check: "
               WITH NO ADVANCING.
           ACCEPT WS-PB-PAY-METHOD.
           EVALUATE WS-PB-PAY-METHOD
               WHEN 1
                   PERFORM 3F4-PAY-TO-NEW-ACCOUNT-PARA
               WHEN 2
                   PERFORM 3F5-PAY-BY-OFFICIAL-CHECK-PARA
               WHEN OTHER
                   DISPLAY "ERROR: Payment must be 1 or 2."
                   MOVE 'N' TO WS-VALID-DATA-FLAG
           END-EVALUATE.

           IF VALID-DATA
               PERFORM 3F6-MARK-BENEFICIARY-PAID-PARA
           END-IF.

      *-----------------------------------------------------------------
      * OPEN A NEW ACCOUNT IN THE BENEFICIARY'S NAME WITH THE SHARE AS
      * ITS OPENING BALANCE, FUNDED BY TRANSFER FROM THE DECEDENT
      *-----------------------------------------------------------------
       3F4-PAY-TO-NEW-ACCOUNT-PARA.
           MOVE 'N' TO WS-VALID-DATA-FLAG.

           DISPLAY "New account number (9 digits, check digit "
               "added): " WITH NO ADVANCING.
           ACCEPT WS-CD-ACCOUNT-NUMBER(1:9).
           IF WS-CD-ACCOUNT-NUMBER(1:9) IS NOT NUMERIC
               DISPLAY "ERROR: Account number must be 9 numeric digits."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'G' TO WS-CD-MODE.
           CALL 'CHKDIGIT' USING WS-CD-ACCOUNT-NUMBER WS-CD-MODE
               WS-CD-RESULT.
           IF CD-INVALID
               DISPLAY "ERROR: Unable to generate check digit."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CD-ACCOUNT-NUMBER TO WS-TEMP-ACCOUNT-NUMBER.
           DISPLAY "Assigned account number: " WS-TEMP-ACCOUNT-NUMBER.
           PERFORM 333-CHECK-ACCOUNT-EXISTS-PARA.
           IF ACCOUNT-FOUND
               DISPLAY "ERROR: Account number already exists."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Account type (CHECKING/SAVINGS): "
               WITH NO ADVANCING.
           ACCEPT WS-TEMP-ACCOUNT-TYPE.
           IF WS-TEMP-ACCOUNT-TYPE NOT = "CHECKING" AND
              WS-TEMP-ACCOUNT-TYPE NOT = "SAVINGS"
               DISPLAY "ERROR: Account type must be CHECKING or "
                   "SAVINGS."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Set a 4-digit PIN for this account: "
               WITH NO ADVANCING.
           ACCEPT WS-TEMP-PIN.
           IF WS-TEMP-PIN IS NOT NUMERIC
               DISPLAY "ERROR: PIN must be 4 numeric digits."
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           MOVE '-' TO WS-DATE-FORMATTED(5:1).
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).

           MOVE WS-PB-E-NAME(WS-PB-IDX) TO WS-TEMP-CUSTOMER-NAME.
           MOVE SPACES TO WS-TEMP-OWNER-2-NAME WS-TEMP-OWNER-3-NAME.
           MOVE WS-PB-E-CUST-ID(WS-PB-IDX) TO
               WS-TEMP-OWNER-1-CUST-ID.
           MOVE SPACES TO WS-TEMP-OWNER-2-CUST-ID.
           MOVE SPACES TO WS-TEMP-OWNER-3-CUST-ID.
           MOVE 1 TO WS-TEMP-OWNER-COUNT.
           MOVE 1 TO WS-TEMP-PRIMARY-OWNER.
           MOVE WS-PB-E-SHARE(WS-PB-IDX) TO WS-TEMP-BALANCE.
           MOVE WS-ES-CURRENCY TO WS-TEMP-CURRENCY-CODE.
           MOVE WS-ES-BRANCH TO WS-TEMP-BRANCH-ID.
           PERFORM 334-SET-MIN-BALANCE-PARA.
           IF WS-TEMP-TYPE-SAVINGS
               MOVE WS-SAVINGS-RATE-DEFAULT TO WS-TEMP-INTEREST-RATE
           ELSE
               MOVE 0 TO WS-TEMP-INTEREST-RATE
           END-IF.
           MOVE SPACES TO WS-TEMP-LINKED-ACCOUNT.
           MOVE SPACES TO WS-TEMP-MATURITY-DATE.
           MOVE SPACES TO WS-TEMP-CD-DISPOSITION.
           MOVE SPACES TO WS-TEMP-CD-INT-OPTION.
           MOVE 0 TO WS-TEMP-OD-LIMIT.
           MOVE 'N' TO WS-TEMP-ANALYSIS-FLAG.
           MOVE WS-DATE-FORMATTED TO WS-TEMP-OPEN-DATE.
           MOVE WS-DATE-FORMATTED TO WS-TEMP-LAST-ACCESS-DATE.
           MOVE 0 TO WS-TEMP-TRANSACTION-COUNT.
           MOVE 'A' TO WS-TEMP-STATUS.
           MOVE WS-TELLER-ID TO WS-TEMP-CREATED-BY.
           MOVE WS-TELLER-ID TO WS-TEMP-LAST-CHANGED-BY.

           PERFORM 332-SAVE-NEW-ACCOUNT-PARA.
           IF NOT REWRITE-OK
               EXIT PARAGRAPH
           END-IF.

           IF WS-TEMP-OWNER-1-CUST-ID NOT = SPACES
               MOVE WS-TEMP-OWNER-1-CUST-ID TO WS-CU-CUSTOMER-ID
               PERFORM 394-CHECK-CUSTOMER-EXISTS-PARA
               IF ACCOUNT-FOUND AND CU-TIN = SPACES
                   DISPLAY "WARNING: No TIN on file for this "
                       "beneficiary - a W-9 request letter has "
                       "been queued."
                   PERFORM 33B-QUEUE-W9-NOTICE-PARA
               END-IF
           END-IF.

           MOVE "XFER-OUT" TO WS-TR-TYPE.
           MOVE SPACES TO WS-TR-REMARKS.
           STRING "POD share to " WS-TEMP-ACCOUNT-NUMBER
               DELIMITED BY SIZE INTO WS-TR-REMARKS.
           MOVE WS-TEMP-ACCOUNT-NUMBER TO WS-TR-RELATED-ACCOUNT.
           PERFORM 3F7-DEBIT-DECEDENT-PARA.
           IF NOT REWRITE-OK
               DISPLAY "ERROR: New account " WS-TEMP-ACCOUNT-NUMBER
                   " opened but the decedent's account was not "
                   "debited - post the share by hand."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TEMP-ACCOUNT-NUMBER TO WS-TR-ACCOUNT-NUMBER.
           MOVE "XFER-IN" TO WS-TR-TYPE.
           MOVE SPACES TO WS-TR-REMARKS.
           STRING "POD share from " WS-ES-ACCOUNT
               DELIMITED BY SIZE INTO WS-TR-REMARKS.
           MOVE WS-TEMP-BALANCE TO WS-TR-BALANCE-AFTER.
           MOVE WS-ES-ACCOUNT TO WS-TR-RELATED-ACCOUNT.
           PERFORM 339-WRITE-LEDGER-PARA.

           MOVE WS-TEMP-ACCOUNT-NUMBER TO WS-PB-PAID-REF.
           DISPLAY "Share paid to new account "
               WS-TEMP-ACCOUNT-NUMBER ".".
           MOVE 'Y' TO WS-VALID-DATA-FLAG.

      *-----------------------------------------------------------------
      * PAY THE SHARE BY OFFICIAL CHECK - the next register serial,
      * funded from the decedent's account
      *-----------------------------------------------------------------
       3F5-PAY-BY-OFFICIAL-CHECK-PARA.
           MOVE 'N' TO WS-VALID-DATA-FLAG.

           MOVE 1 TO WS-OC-NEXT-SERIAL.
           OPEN INPUT OFFICIAL-CHECK-FILE.
           IF FILE-SUCCESS
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL EOF
                   READ OFFICIAL-CHECK-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           COMPUTE WS-OC-NEXT-SERIAL = OC-SERIAL + 1
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.
           CLOSE OFFICIAL-CHECK-FILE.

           MOVE "WITHDRAWAL" TO WS-TR-TYPE.
           MOVE SPACES TO WS-TR-REMARKS.
           STRING "POD official check " WS-OC-NEXT-SERIAL
               DELIMITED BY SIZE INTO WS-TR-REMARKS.
           MOVE SPACES TO WS-TR-RELATED-ACCOUNT.
           PERFORM 3F7-DEBIT-DECEDENT-PARA.
           IF NOT REWRITE-OK
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O OFFICIAL-CHECK-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT OFFICIAL-CHECK-FILE
               IF NOT FILE-SUCCESS
                   DISPLAY "ERROR: Unable to open the official "
                       "check register - record check "
                       WS-OC-NEXT-SERIAL " by hand."
                   CLOSE OFFICIAL-CHECK-FILE
                   EXIT PARAGRAPH
               END-IF
               CLOSE OFFICIAL-CHECK-FILE
               OPEN I-O OFFICIAL-CHECK-FILE
           END-IF.

           MOVE WS-OC-NEXT-SERIAL TO OC-SERIAL.
           MOVE 'O' TO OC-STATUS.
           MOVE WS-PB-E-SHARE(WS-PB-IDX) TO OC-AMOUNT.
           MOVE WS-PB-E-NAME(WS-PB-IDX) TO OC-PAYEE.
           MOVE WS-ES-ACCOUNT-NAME TO OC-PURCHASER.
           MOVE WS-ES-ACCOUNT TO OC-FUND-ACCOUNT.
           MOVE WS-TR-DATE TO OC-ISSUE-DATE.
           MOVE WS-TELLER-BRANCH TO OC-BRANCH-ID.
           MOVE WS-TELLER-ID TO OC-TELLER-ID.
           MOVE WS-TR-DATE TO OC-STATUS-DATE.
           MOVE WS-TELLER-ID TO OC-STATUS-BY.
           WRITE OFFICIAL-CHECK-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Serial already on the register - "
                       "record check " WS-OC-NEXT-SERIAL " by hand."
                   CLOSE OFFICIAL-CHECK-FILE
                   EXIT PARAGRAPH
           END-WRITE.
           CLOSE OFFICIAL-CHECK-FILE.

           MOVE WS-OC-NEXT-SERIAL TO WS-PB-PAID-REF.
           DISPLAY "Official check " WS-OC-NEXT-SERIAL
               " issued to " WS-PB-E-NAME(WS-PB-IDX) ".".
           MOVE 'Y' TO WS-VALID-DATA-FLAG.

      *-----------------------------------------------------------------
      * MARK THE BENEFICIARY PAID - how and where the share went
      *-----------------------------------------------------------------
       3F6-MARK-BENEFICIARY-PAID-PARA.
           OPEN I-O BENEFICIARY-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open the beneficiary file "
                   "- mark beneficiary " WS-PB-E-SEQ(WS-PB-IDX)
                   " paid by hand."
               CLOSE BENEFICIARY-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ES-ACCOUNT TO PB-ACCOUNT-NUMBER.
           MOVE WS-PB-E-SEQ(WS-PB-IDX) TO PB-SEQ.
           READ BENEFICIARY-FILE
               INVALID KEY
                   DISPLAY "ERROR: Beneficiary "
                       WS-PB-E-SEQ(WS-PB-IDX) " vanished."
                   CLOSE BENEFICIARY-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO PB-PAID-DATE(1:4).
           MOVE '-' TO PB-PAID-DATE(5:1).
           MOVE WS-CURRENT-MONTH TO PB-PAID-DATE(6:2).
           MOVE '-' TO PB-PAID-DATE(8:1).
           MOVE WS-CURRENT-DAY TO PB-PAID-DATE(9:2).
           MOVE 'P' TO PB-STATUS.
           MOVE WS-PB-E-SHARE(WS-PB-IDX) TO PB-PAID-AMOUNT.
           EVALUATE WS-PB-PAY-METHOD
               WHEN 1
                   MOVE 'A' TO PB-PAID-METHOD
               WHEN 2
                   MOVE 'C' TO PB-PAID-METHOD
               WHEN OTHER
                   MOVE SPACE TO PB-PAID-METHOD
           END-EVALUATE.
           MOVE WS-PB-PAID-REF TO PB-PAID-REFERENCE.
           MOVE WS-TELLER-ID TO PB-PAID-BY.
           REWRITE BENEFICIARY-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to mark beneficiary "
                       WS-PB-E-SEQ(WS-PB-IDX) " paid."
           END-REWRITE.

           CLOSE BENEFICIARY-FILE.

      *-----------------------------------------------------------------
      * DEBIT ONE SHARE FROM THE DECEDENT'S ACCOUNT AND LEDGER IT -
      * the caller sets the ledger type, remarks and related account;
      * REWRITE-OK reports the result
      *-----------------------------------------------------------------
       3F7-DEBIT-DECEDENT-PARA.
           MOVE 'N' TO WS-REWRITE-OK-FLAG.

           OPEN I-O ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open account file."
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ES-ACCOUNT TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR: Decedent's account vanished."
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           MOVE '-' TO WS-DATE-FORMATTED(5:1).
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).
           MOVE WS-ES-BRANCH TO WS-PC-BRANCH-ID.
           PERFORM 097-SET-POSTING-DATE-PARA.
           MOVE WS-PC-POSTING-DATE TO WS-TR-DATE.
           MOVE WS-CURRENT-HOUR TO WS-TR-TIME(1:2).
           MOVE ':' TO WS-TR-TIME(3:1).
           MOVE WS-CURRENT-MINUTE TO WS-TR-TIME(4:2).
           MOVE ':' TO WS-TR-TIME(6:1).
           MOVE WS-CURRENT-SECOND TO WS-TR-TIME(7:2).

           SUBTRACT WS-PB-E-SHARE(WS-PB-IDX) FROM AR-BALANCE.
           MOVE WS-DATE-FORMATTED TO AR-LAST-ACCESS-DATE.
           ADD 1 TO AR-TRANSACTION-COUNT.
           MOVE WS-TELLER-ID TO AR-LAST-CHANGED-BY.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to debit the decedent's "
                       "account."
                   CLOSE ACCOUNT-FILE
                   EXIT PARAGRAPH
           END-REWRITE.
           CALL 'JRNLWRT' USING WS-JRNL-ACTION ACCOUNT-RECORD.
           MOVE AR-BALANCE TO WS-ES-BALANCE.
           CLOSE ACCOUNT-FILE.

           MOVE WS-ES-ACCOUNT TO WS-TR-ACCOUNT-NUMBER.
           MOVE WS-PB-E-SHARE(WS-PB-IDX) TO WS-TR-AMOUNT.
           MOVE "SUCCESS" TO WS-TR-RESULT.
           MOVE WS-ES-BALANCE TO WS-TR-BALANCE-AFTER.
           MOVE WS-TELLER-ID TO WS-TR-TELLER-ID.
           MOVE WS-ES-CURRENCY TO WS-TR-CURRENCY.
           MOVE WS-ES-BRANCH TO WS-TR-BRANCH-ID.
           MOVE 0 TO WS-TR-CHECK-NUMBER.
           PERFORM 339-WRITE-LEDGER-PARA.

           MOVE 'Y' TO WS-REWRITE-OK-FLAG.

      *-----------------------------------------------------------------
      * LEGAL ORDERS MENU - levies and garnishment orders served on
      * the bank by courts and taxing authorities. Serving an order
      * protects the debtor's recent federal benefit deposits and
      * holds the rest up to the amount demanded; the LEGALREM batch
      * remits the held funds to the issuer once the answer period
      * has run
      *-----------------------------------------------------------------
       3G0-LEGAL-ORDER-MENU-PARA.
           DISPLAY SPACE.
           DISPLAY WS-SEPARATOR.
           DISPLAY "LEGAL ORDERS (LEVY / GARNISHMENT)".
           DISPLAY WS-SEPARATOR.
           DISPLAY "1. Serve Legal Order".
           DISPLAY "2. Legal Order Inquiry".
           DISPLAY "3. Release Legal Order".
           DISPLAY "4. List Open Legal Orders".
           DISPLAY "0. Return".
           DISPLAY WS-SEPARATOR.
           DISPLAY "Enter your choice (0-4): " WITH NO ADVANCING.
           ACCEPT WS-SUB-MENU-CHOICE.

           EVALUATE WS-SUB-MENU-CHOICE
               WHEN 1
                   PERFORM 3G1-SERVE-ORDER-PARA
               WHEN 2
                   PERFORM 3GE-ORDER-INQUIRY-PARA
               WHEN 3
                   PERFORM 3GG-RELEASE-ORDER-PARA
               WHEN 4
                   PERFORM 3GH-LIST-OPEN-ORDERS-PARA
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.

      *-----------------------------------------------------------------
      * SERVE A LEGAL ORDER - capture the order and the debtor's
      * accounts it attaches, protect the federal benefit deposits
      * made to each in the lookback period, charge the processing
      * fee, hold the rest up to the amount demanded and queue the
      * customer notice
      *-----------------------------------------------------------------
       3G1-SERVE-ORDER-PARA.
           DISPLAY SPACE.
           DISPLAY WS-SEPARATOR.
           DISPLAY "SERVE LEGAL ORDER".
           DISPLAY WS-SEPARATOR.

           PERFORM 329-CHECK-CREATION-AUTH-PARA.
           IF NOT PIN-OK
               DISPLAY "Order not served."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Order number: " WITH NO ADVANCING.
           ACCEPT WS-LG-ORDER-NUMBER.
           IF WS-LG-ORDER-NUMBER = SPACES
               DISPLAY "ERROR: An order number is required."
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT LEGAL-ORDER-FILE.
           IF FILE-SUCCESS
               MOVE WS-LG-ORDER-NUMBER TO LO-ORDER-NUMBER
               READ LEGAL-ORDER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "ERROR: Order " WS-LG-ORDER-NUMBER
                           " is already on file."
                       CLOSE LEGAL-ORDER-FILE
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           CLOSE LEGAL-ORDER-FILE.

           DISPLAY "Order type (L=Levy, G=Garnishment): "
               WITH NO ADVANCING.
           ACCEPT WS-LG-ORDER-TYPE.
           INSPECT WS-LG-ORDER-TYPE CONVERTING "lg" TO "LG".
           IF WS-LG-ORDER-TYPE NOT = 'L' AND
              WS-LG-ORDER-TYPE NOT = 'G'
               DISPLAY "ERROR: Order type must be L or G."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Issuing court / authority: " WITH NO ADVANCING.
           ACCEPT WS-LG-ISSUER.
           IF WS-LG-ISSUER = SPACES
               DISPLAY "ERROR: The issuer is required - held funds "
                   "are remitted to it."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Debtor customer id: " WITH NO ADVANCING.
           ACCEPT WS-LG-CUST-ID.
           MOVE WS-LG-CUST-ID TO WS-CU-CUSTOMER-ID.
           PERFORM 394-CHECK-CUSTOMER-EXISTS-PARA.
           IF NOT ACCOUNT-FOUND
               DISPLAY "ERROR: Customer id not on file."
               EXIT PARAGRAPH
           END-IF.
           MOVE CU-NAME TO WS-LG-DEBTOR-NAME.
           DISPLAY "Debtor: " WS-LG-DEBTOR-NAME.

           DISPLAY "Amount demanded: " WITH NO ADVANCING.
           ACCEPT WS-LG-DEMANDED.
           IF WS-LG-DEMANDED NOT NUMERIC OR WS-LG-DEMANDED = 0
               DISPLAY "ERROR: Amount demanded must be a positive "
                   "number."
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           MOVE '-' TO WS-DATE-FORMATTED(5:1).
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).

           DISPLAY "Date served (YYYY-MM-DD, blank for today): "
               WITH NO ADVANCING.
           ACCEPT WS-LG-SERVED-DATE.
           IF WS-LG-SERVED-DATE = SPACES
               MOVE WS-DATE-FORMATTED TO WS-LG-SERVED-DATE
           END-IF.
           IF WS-LG-SERVED-DATE(1:4) NOT NUMERIC OR
              WS-LG-SERVED-DATE(5:1) NOT = '-' OR
              WS-LG-SERVED-DATE(6:2) NOT NUMERIC OR
              WS-LG-SERVED-DATE(8:1) NOT = '-' OR
              WS-LG-SERVED-DATE(9:2) NOT NUMERIC
               DISPLAY "ERROR: Date must be entered as YYYY-MM-DD."
               EXIT PARAGRAPH
           END-IF.
           IF WS-LG-SERVED-DATE > WS-DATE-FORMATTED
               DISPLAY "ERROR: Date served cannot be in the future."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Number of accounts the order attaches (1-5): "
               WITH NO ADVANCING.
           ACCEPT WS-LG-COUNT.
           IF WS-LG-COUNT NOT NUMERIC OR WS-LG-COUNT = 0 OR
              WS-LG-COUNT > 5
               DISPLAY "ERROR: An order attaches from 1 to 5 "
                   "accounts."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-VALID-DATA-FLAG.
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > WS-LG-COUNT OR NOT VALID-DATA
               PERFORM 3G2-GET-ORDER-ACCOUNT-PARA
           END-PERFORM.
           IF NOT VALID-DATA
               DISPLAY "Order not served."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3G4-FIND-PROTECTED-BENEFITS-PARA.

      * Benefit deposits are protected up to the balance on hand; what
      * is left after them and any holds already on the account is
      * free to answer the order.
           MOVE 0 TO WS-LG-TOTAL-PROTECTED.
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > WS-LG-COUNT
               IF WS-LG-E-BALANCE(WS-LG-IDX) <= 0
                   MOVE 0 TO WS-LG-E-PROTECTED(WS-LG-IDX)
               ELSE
                   IF WS-LG-E-BENEFITS(WS-LG-IDX) >
                      WS-LG-E-BALANCE(WS-LG-IDX)
                       MOVE WS-LG-E-BALANCE(WS-LG-IDX)
                           TO WS-LG-E-PROTECTED(WS-LG-IDX)
                   ELSE
                       MOVE WS-LG-E-BENEFITS(WS-LG-IDX)
                           TO WS-LG-E-PROTECTED(WS-LG-IDX)
                   END-IF
               END-IF
               ADD WS-LG-E-PROTECTED(WS-LG-IDX)
                   TO WS-LG-TOTAL-PROTECTED
               IF WS-LG-E-BALANCE(WS-LG-IDX) >
                  WS-LG-E-PROTECTED(WS-LG-IDX) +
                  WS-LG-E-EXISTING(WS-LG-IDX)
                   COMPUTE WS-LG-E-FREE(WS-LG-IDX) =
                       WS-LG-E-BALANCE(WS-LG-IDX) -
                       WS-LG-E-PROTECTED(WS-LG-IDX) -
                       WS-LG-E-EXISTING(WS-LG-IDX)
               ELSE
                   MOVE 0 TO WS-LG-E-FREE(WS-LG-IDX)
               END-IF
           END-PERFORM.

      * The processing fee comes out of unprotected funds only - from
      * the first attached account with enough free to cover it - and
      * ahead of the hold; with no such account it is waived.
           MOVE 0 TO WS-LG-FEE-IDX.
           MOVE WS-LEGAL-ORDER-FEE TO WS-LG-FEE.
           IF WS-LG-FEE > 0
               PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                       UNTIL WS-LG-IDX > WS-LG-COUNT OR
                             WS-LG-FEE-IDX > 0
                   IF WS-LG-E-FREE(WS-LG-IDX) >= WS-LG-FEE
                       MOVE WS-LG-IDX TO WS-LG-FEE-IDX
                       SUBTRACT WS-LG-FEE FROM WS-LG-E-FREE(WS-LG-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-LG-FEE-IDX = 0
               MOVE 0 TO WS-LG-FEE
           END-IF.

           MOVE WS-LG-DEMANDED TO WS-LG-REMAINING.
           MOVE 0 TO WS-LG-TOTAL-HELD.
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > WS-LG-COUNT
               IF WS-LG-E-FREE(WS-LG-IDX) > WS-LG-REMAINING
                   MOVE WS-LG-REMAINING TO WS-LG-E-HELD(WS-LG-IDX)
               ELSE
                   MOVE WS-LG-E-FREE(WS-LG-IDX)
                       TO WS-LG-E-HELD(WS-LG-IDX)
               END-IF
               SUBTRACT WS-LG-E-HELD(WS-LG-IDX) FROM WS-LG-REMAINING
               ADD WS-LG-E-HELD(WS-LG-IDX) TO WS-LG-TOTAL-HELD
               MOVE 0 TO WS-LG-E-HOLD-SEQ(WS-LG-IDX)
           END-PERFORM.

           DISPLAY WS-SEPARATOR.
           DISPLAY "Benefit lookback from " WS-LG-START-DATE
               " - dated ledger files read: " WS-LG-FILES-READ.
           DISPLAY "Account               Balance    Protected"
               "                To hold".
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > WS-LG-COUNT
               MOVE WS-LG-E-BALANCE(WS-LG-IDX) TO WS-FORMATTED-BALANCE
               MOVE WS-LG-E-PROTECTED(WS-LG-IDX) TO WS-LG-AMT-DISPLAY
               MOVE WS-LG-E-HELD(WS-LG-IDX) TO WS-FORMATTED-AMOUNT
               DISPLAY WS-LG-E-ACCOUNT(WS-LG-IDX) " "
                   WS-FORMATTED-BALANCE " " WS-LG-AMT-DISPLAY " "
                   WS-FORMATTED-AMOUNT
           END-PERFORM.
           MOVE WS-LG-DEMANDED TO WS-FORMATTED-AMOUNT.
           DISPLAY "Amount demanded:  " WS-FORMATTED-AMOUNT.
           MOVE WS-LG-TOTAL-HELD TO WS-FORMATTED-AMOUNT.
           DISPLAY "Total to hold:    " WS-FORMATTED-AMOUNT.
           IF WS-LG-FEE-IDX > 0
               MOVE WS-LG-FEE TO WS-FORMATTED-AMOUNT
               DISPLAY "Processing fee:   " WS-FORMATTED-AMOUNT
                   " from " WS-LG-E-ACCOUNT(WS-LG-FEE-IDX)
           ELSE
               DISPLAY "Processing fee:   waived - no unprotected "
                   "funds to charge it to"
           END-IF.

           DISPLAY "Serve the order and place the holds? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT CONFIRM-YES
               DISPLAY "Order not served."
               EXIT PARAGRAPH
           END-IF.

           IF WS-LG-FEE-IDX > 0
               PERFORM 3GA-CHARGE-LEGAL-FEE-PARA
           END-IF.

           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > WS-LG-COUNT
               IF WS-LG-E-HELD(WS-LG-IDX) > 0
                   PERFORM 3GB-PLACE-LEGAL-HOLD-PARA
               END-IF
           END-PERFORM.

           MOVE WS-LG-SERVED-DATE(1:4) TO WS-LG-DATE-YYYYMMDD(1:4).
           MOVE WS-LG-SERVED-DATE(6:2) TO WS-LG-DATE-YYYYMMDD(5:2).
           MOVE WS-LG-SERVED-DATE(9:2) TO WS-LG-DATE-YYYYMMDD(7:2).
           COMPUTE WS-LG-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-LG-DATE-YYYYMMDD) +
               WS-LEGAL-ANSWER-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-LG-DATE-INTEGER)
               TO WS-LG-DATE-YYYYMMDD.
           MOVE WS-LG-DATE-YYYYMMDD(1:4) TO WS-LG-ANSWER-DATE(1:4).
           MOVE '-' TO WS-LG-ANSWER-DATE(5:1).
           MOVE WS-LG-DATE-YYYYMMDD(5:2) TO WS-LG-ANSWER-DATE(6:2).
           MOVE '-' TO WS-LG-ANSWER-DATE(8:1).
           MOVE WS-LG-DATE-YYYYMMDD(7:2) TO WS-LG-ANSWER-DATE(9:2).

           PERFORM 3GC-WRITE-ORDER-PARA.
           PERFORM 3GD-QUEUE-LEGAL-NOTICE-PARA.

           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > WS-LG-COUNT
               MOVE WS-LG-E-ACCOUNT(WS-LG-IDX) TO WS-ACCOUNT-NUMBER
               MOVE WS-LG-E-HELD(WS-LG-IDX) TO WS-LG-AMT-DISPLAY
               MOVE 1 TO WS-MT-CHANGE-COUNT
               MOVE "LEGAL-ORDER-HOLD" TO WS-MT-FIELD(1)
               MOVE SPACES TO WS-MT-OLD(1)
               MOVE SPACES TO WS-MT-NEW(1)
               STRING WS-LG-ORDER-NUMBER " HELD " WS-LG-AMT-DISPLAY
                   DELIMITED BY SIZE INTO WS-MT-NEW(1)
               PERFORM 348-WRITE-MAINT-AUDIT-PARA
           END-PERFORM.

           DISPLAY WS-SEPARATOR.
           DISPLAY "Order " WS-LG-ORDER-NUMBER " served - funds held "
               "until the answer date " WS-LG-ANSWER-DATE ".".
           IF WS-LG-REMAINING > 0
               MOVE WS-LG-REMAINING TO WS-FORMATTED-AMOUNT
               DISPLAY "Demand not covered by unprotected funds: "
                   WS-FORMATTED-AMOUNT
           END-IF.
           DISPLAY WS-SEPARATOR.

      *-----------------------------------------------------------------
      * ONE ACCOUNT THE ORDER ATTACHES - an open USD deposit account
      * the debtor owns, named once; its balance and the holds
      * already on it are taken now
      *-----------------------------------------------------------------
       3G2-GET-ORDER-ACCOUNT-PARA.
           MOVE 'N' TO WS-VALID-DATA-FLAG.

           DISPLAY "Account " WS-LG-IDX ": " WITH NO ADVANCING.
           ACCEPT WS-LG-E-ACCOUNT(WS-LG-IDX).

           PERFORM VARYING WS-LG-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-LG-SCAN-IDX >= WS-LG-IDX
               IF WS-LG-E-ACCOUNT(WS-LG-SCAN-IDX) =
                  WS-LG-E-ACCOUNT(WS-LG-IDX)
                   DISPLAY "ERROR: Account is already attached to "
                       "this order."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           MOVE WS-LG-E-ACCOUNT(WS-LG-IDX) TO WS-TEMP-ACCOUNT-NUMBER.
           PERFORM 333-CHECK-ACCOUNT-EXISTS-PARA.
           IF NOT ACCOUNT-FOUND
               DISPLAY "Account not found."
               EXIT PARAGRAPH
           END-IF.
           IF AR-TYPE-LOAN OR AR-CLOSED
               DISPLAY "ERROR: A legal order attaches open deposit "
                   "accounts only."
               EXIT PARAGRAPH
           END-IF.
           IF AR-CURRENCY-CODE NOT = "USD"
               DISPLAY "ERROR: Account is not held in USD - place a "
                   "manual hold for the order instead."
               EXIT PARAGRAPH
           END-IF.
           IF AR-OWNER-1-CUST-ID NOT = WS-LG-CUST-ID AND
              AR-OWNER-2-CUST-ID NOT = WS-LG-CUST-ID AND
              AR-OWNER-3-CUST-ID NOT = WS-LG-CUST-ID
               DISPLAY "ERROR: The debtor is not an owner of this "
                   "account."
               EXIT PARAGRAPH
           END-IF.

           MOVE AR-BALANCE TO WS-LG-E-BALANCE(WS-LG-IDX).
           MOVE AR-CURRENCY-CODE TO WS-LG-E-CURRENCY(WS-LG-IDX).
           MOVE AR-BRANCH-ID TO WS-LG-E-BRANCH(WS-LG-IDX).
           MOVE 0 TO WS-LG-E-BENEFITS(WS-LG-IDX).

           MOVE WS-LG-E-ACCOUNT(WS-LG-IDX) TO WS-HD-ACCOUNT.
           PERFORM 3G3-SUM-ACTIVE-HOLDS-PARA.
           MOVE WS-HD-TOTAL TO WS-LG-E-EXISTING(WS-LG-IDX).

           MOVE 'Y' TO WS-VALID-DATA-FLAG.

      *-----------------------------------------------------------------
      * TOTAL THE ACTIVE HOLDS ON WS-HD-ACCOUNT INTO WS-HD-TOTAL
      *-----------------------------------------------------------------
       3G3-SUM-ACTIVE-HOLDS-PARA.
           MOVE 0 TO WS-HD-TOTAL.

           OPEN INPUT HOLD-FILE.
           IF NOT FILE-SUCCESS
               CLOSE HOLD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-HD-ACCOUNT TO HD-ACCOUNT-NUMBER.
           MOVE 0 TO HD-SEQ.
           START HOLD-FILE KEY IS NOT LESS THAN HD-KEY
               INVALID KEY
                   CLOSE HOLD-FILE
                   EXIT PARAGRAPH
           END-START.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF HD-ACCOUNT-NUMBER NOT = WS-HD-ACCOUNT
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           IF HD-ACTIVE-HOLD
                               ADD HD-AMOUNT TO WS-HD-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HOLD-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * FEDERAL BENEFIT DEPOSITS IN THE LOOKBACK PERIOD - every dated
      * roll file from the same day LEGAL-LOOKBACK-MOS months before
      * the served date through the served date, then today's live
      * ledger. A benefit deposit is a successful ACH credit from
      * one of the government payers.
      *-----------------------------------------------------------------
       3G4-FIND-PROTECTED-BENEFITS-PARA.
           MOVE 0 TO WS-LG-FILES-READ.

           MOVE WS-LG-SERVED-DATE(1:4) TO WS-LG-START-YEAR.
           MOVE WS-LG-SERVED-DATE(6:2) TO WS-LG-START-MONTH.
           COMPUTE WS-LG-MONTHS =
               WS-LG-START-YEAR * 12 + WS-LG-START-MONTH - 1 -
               WS-LEGAL-LOOKBACK-MOS.
           COMPUTE WS-LG-START-YEAR = WS-LG-MONTHS / 12.
           COMPUTE WS-LG-START-MONTH =
               WS-LG-MONTHS - WS-LG-START-YEAR * 12 + 1.
           MOVE WS-LG-SERVED-DATE(9:2) TO WS-LG-START-DAY.

      * The same day may not exist in the earlier month (served on the
      * 31st, lookback into a 30-day month) - step back to the last
      * day that does.
           MOVE 0 TO WS-LG-DATE-INTEGER.
           PERFORM UNTIL WS-LG-DATE-INTEGER > 0 OR
                         WS-LG-START-DAY < 28
               MOVE WS-LG-START-YEAR TO WS-LG-DATE-YYYYMMDD(1:4)
               MOVE WS-LG-START-MONTH TO WS-LG-DATE-YYYYMMDD(5:2)
               MOVE WS-LG-START-DAY TO WS-LG-DATE-YYYYMMDD(7:2)
               COMPUTE WS-LG-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-LG-DATE-YYYYMMDD)
               IF WS-LG-DATE-INTEGER = 0
                   SUBTRACT 1 FROM WS-LG-START-DAY
               END-IF
           END-PERFORM.
           IF WS-LG-DATE-INTEGER = 0
               MOVE WS-LG-START-YEAR TO WS-LG-DATE-YYYYMMDD(1:4)
               MOVE WS-LG-START-MONTH TO WS-LG-DATE-YYYYMMDD(5:2)
               MOVE WS-LG-START-DAY TO WS-LG-DATE-YYYYMMDD(7:2)
               COMPUTE WS-LG-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-LG-DATE-YYYYMMDD)
           END-IF.

           MOVE WS-LG-START-YEAR TO WS-LG-START-DATE(1:4).
           MOVE '-' TO WS-LG-START-DATE(5:1).
           MOVE WS-LG-START-MONTH TO WS-LG-START-DATE(6:2).
           MOVE '-' TO WS-LG-START-DATE(8:1).
           MOVE WS-LG-START-DAY TO WS-LG-START-DATE(9:2).

           MOVE WS-LG-SERVED-DATE(1:4) TO WS-LG-DATE-YYYYMMDD(1:4).
           MOVE WS-LG-SERVED-DATE(6:2) TO WS-LG-DATE-YYYYMMDD(5:2).
           MOVE WS-LG-SERVED-DATE(9:2) TO WS-LG-DATE-YYYYMMDD(7:2).
           COMPUTE WS-LG-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-LG-DATE-YYYYMMDD).

           PERFORM UNTIL WS-LG-DATE-INTEGER > WS-LG-END-INTEGER
               MOVE FUNCTION DATE-OF-INTEGER(WS-LG-DATE-INTEGER)
                   TO WS-LG-DATE-YYYYMMDD
               PERFORM 3G5-SCAN-ROLL-FILE-PARA
               ADD 1 TO WS-LG-DATE-INTEGER
           END-PERFORM.

           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > WS-LG-COUNT
               PERFORM 3G7-SCAN-LIVE-LEDGER-PARA
           END-PERFORM.

      *-----------------------------------------------------------------
      * ONE BUSINESS DAY OF ROLLED HISTORY - read through ROLLREAD
      * from the daily roll, or from the monthly roll (TRLOGM_YYYYMM)
      * once the month is consolidated; a day with no entries
      * (weekend, holiday) is simply skipped
      *-----------------------------------------------------------------
       3G5-SCAN-ROLL-FILE-PARA.
           MOVE WS-LG-DATE-YYYYMMDD TO WS-RR-DATE.

           MOVE 'O' TO WS-RR-FUNCTION.
           CALL 'ROLLREAD' USING WS-ROLL-READ-AREA.
           IF NOT RR-OK
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LG-FILES-READ.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               MOVE 'R' TO WS-RR-FUNCTION
               CALL 'ROLLREAD' USING WS-ROLL-READ-AREA
               IF NOT RR-OK
                   MOVE 'Y' TO WS-EOF-FLAG
               ELSE
                   PERFORM 3G6-PARSE-ROLL-LINE-PARA
                   IF WS-PT-TYPE = "DEPOSIT" AND
                      WS-PT-RESULT = "SUCCESS" AND
                      WS-PT-TELLER = "ACH" AND
                      WS-PT-DATE >= WS-LG-START-DATE AND
                      WS-PT-DATE <= WS-LG-SERVED-DATE
                       PERFORM VARYING WS-LG-SCAN-IDX FROM 1 BY 1
                               UNTIL WS-LG-SCAN-IDX > WS-LG-COUNT
                           IF WS-PT-ACCOUNT =
                              WS-LG-E-ACCOUNT(WS-LG-SCAN-IDX)
                               MOVE WS-PT-REMARKS
                                   TO WS-GP-DESCRIPTION
                               PERFORM 3G8-MATCH-GOVT-PAYER-PARA
                               IF GOVT-PAYER
                                   ADD WS-PT-AMOUNT TO
                                     WS-LG-E-BENEFITS
                                     (WS-LG-SCAN-IDX)
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 'C' TO WS-RR-FUNCTION.
           CALL 'ROLLREAD' USING WS-ROLL-READ-AREA.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * PARSE ONE COMMA-DELIMITED ROLL FILE LINE
      *-----------------------------------------------------------------
       3G6-PARSE-ROLL-LINE-PARA.
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

      *-----------------------------------------------------------------
      * TODAY'S BENEFIT DEPOSITS TO ONE ATTACHED ACCOUNT, NOT YET
      * ROLLED OFF THE LIVE LEDGER
      *-----------------------------------------------------------------
       3G7-SCAN-LIVE-LEDGER-PARA.
           OPEN INPUT TRANSACTION-FILE.
           IF NOT FILE-SUCCESS
               CLOSE TRANSACTION-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-LG-E-ACCOUNT(WS-LG-IDX) TO TR-KEY-ACCT-NUM.
           MOVE WS-LG-START-DATE TO TR-KEY-DATE.
           MOVE SPACES TO TR-KEY-TIME.
           MOVE 0 TO TR-KEY-SEQ.
           START TRANSACTION-FILE KEY IS NOT LESS THAN TR-KEY
               INVALID KEY
                   CLOSE TRANSACTION-FILE
                   EXIT PARAGRAPH
           END-START.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF TR-KEY-ACCT-NUM NOT =
                              WS-LG-E-ACCOUNT(WS-LG-IDX) OR
                          TR-KEY-DATE > WS-LG-SERVED-DATE
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           IF TR-TYPE = "DEPOSIT" AND
                              TR-RESULT = "SUCCESS" AND
                              TR-TELLER-ID = "ACH"
                               MOVE TR-REMARKS TO WS-GP-DESCRIPTION
                               PERFORM 3G8-MATCH-GOVT-PAYER-PARA
                               IF GOVT-PAYER
                                   ADD TR-AMOUNT TO
                                       WS-LG-E-BENEFITS(WS-LG-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRANSACTION-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * DOES THE DEPOSIT DESCRIPTION IN WS-GP-DESCRIPTION START WITH
      * ONE OF THE GOVERNMENT BENEFIT PAYER PREFIXES
      *-----------------------------------------------------------------
       3G8-MATCH-GOVT-PAYER-PARA.
           MOVE 'N' TO WS-GP-MATCH-FLAG.
           PERFORM VARYING WS-GP-IDX FROM 1 BY 1
                   UNTIL WS-GP-IDX > 8 OR GOVT-PAYER
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-GP-PREFIX(WS-GP-IDX))) TO WS-GP-PREFIX-LEN
               IF WS-GP-DESCRIPTION(1:WS-GP-PREFIX-LEN) =
                  WS-GP-PREFIX(WS-GP-IDX)(1:WS-GP-PREFIX-LEN)
                   MOVE 'Y' TO WS-GP-MATCH-FLAG
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * CHARGE THE LEGAL PROCESSING FEE TO THE ACCOUNT CHOSEN FOR IT
      *-----------------------------------------------------------------
       3GA-CHARGE-LEGAL-FEE-PARA.
           OPEN I-O ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open account file - "
                   "processing fee not charged."
               CLOSE ACCOUNT-FILE
               MOVE 0 TO WS-LG-FEE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-LG-E-ACCOUNT(WS-LG-FEE-IDX) TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR: Account vanished - processing fee "
                       "not charged."
                   CLOSE ACCOUNT-FILE
                   MOVE 0 TO WS-LG-FEE
                   EXIT PARAGRAPH
           END-READ.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           MOVE '-' TO WS-DATE-FORMATTED(5:1).
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).
           MOVE WS-LG-E-BRANCH(WS-LG-FEE-IDX) TO WS-PC-BRANCH-ID.
           PERFORM 097-SET-POSTING-DATE-PARA.
           MOVE WS-PC-POSTING-DATE TO WS-TR-DATE.
           MOVE WS-CURRENT-HOUR TO WS-TR-TIME(1:2).
           MOVE ':' TO WS-TR-TIME(3:1).
           MOVE WS-CURRENT-MINUTE TO WS-TR-TIME(4:2).
           MOVE ':' TO WS-TR-TIME(6:1).
           MOVE WS-CURRENT-SECOND TO WS-TR-TIME(7:2).

           SUBTRACT WS-LG-FEE FROM AR-BALANCE.
           MOVE WS-DATE-FORMATTED TO AR-LAST-ACCESS-DATE.
           ADD 1 TO AR-TRANSACTION-COUNT.
           MOVE WS-TELLER-ID TO AR-LAST-CHANGED-BY.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to charge the processing "
                       "fee."
                   CLOSE ACCOUNT-FILE
                   MOVE 0 TO WS-LG-FEE
                   EXIT PARAGRAPH
           END-REWRITE.
           CALL 'JRNLWRT' USING WS-JRNL-ACTION ACCOUNT-RECORD.
           MOVE AR-BALANCE TO WS-TR-BALANCE-AFTER.
           CLOSE ACCOUNT-FILE.

           MOVE WS-LG-E-ACCOUNT(WS-LG-FEE-IDX) TO WS-TR-ACCOUNT-NUMBER.
           MOVE "FEE" TO WS-TR-TYPE.
           MOVE WS-LG-FEE TO WS-TR-AMOUNT.
           MOVE "SUCCESS" TO WS-TR-RESULT.
           MOVE SPACES TO WS-TR-REMARKS.
           STRING "Legal order processing fee " WS-LG-ORDER-NUMBER
               DELIMITED BY SIZE INTO WS-TR-REMARKS.
           MOVE WS-TELLER-ID TO WS-TR-TELLER-ID.
           MOVE WS-LG-E-CURRENCY(WS-LG-FEE-IDX) TO WS-TR-CURRENCY.
           MOVE WS-LG-E-BRANCH(WS-LG-FEE-IDX) TO WS-TR-BRANCH-ID.
           MOVE SPACES TO WS-TR-RELATED-ACCOUNT.
           MOVE 0 TO WS-TR-CHECK-NUMBER.
           PERFORM 339-WRITE-LEDGER-PARA.

      *-----------------------------------------------------------------
      * PLACE THE ORDER'S HOLD ON ONE ATTACHED ACCOUNT - it carries no
      * release date the nightly hold release would ever reach; only
      * the remittance batch or a release of the order lifts it
      *-----------------------------------------------------------------
       3GB-PLACE-LEGAL-HOLD-PARA.
           OPEN I-O HOLD-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT HOLD-FILE
               IF NOT FILE-SUCCESS
                   DISPLAY "ERROR: Unable to open the hold file - "
                       "hold " WS-LG-E-ACCOUNT(WS-LG-IDX)
                       " by hand."
                   CLOSE HOLD-FILE
                   EXIT PARAGRAPH
               END-IF
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.

           MOVE WS-LG-E-ACCOUNT(WS-LG-IDX) TO WS-ACCOUNT-NUMBER.
           PERFORM 3A4-NEXT-HOLD-SEQ-PARA.

           MOVE SPACES TO WS-LG-HOLD-REASON.
           STRING "LEGAL ORDER " WS-LG-ORDER-NUMBER
               DELIMITED BY SIZE INTO WS-LG-HOLD-REASON.

           MOVE WS-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER.
           MOVE WS-HD-NEXT-SEQ TO HD-SEQ.
           MOVE WS-LG-E-HELD(WS-LG-IDX) TO HD-AMOUNT.
           MOVE WS-LG-HOLD-REASON TO HD-REASON.
           MOVE "9999-12-31" TO HD-RELEASE-DATE.
           MOVE 'A' TO HD-STATUS.
           MOVE WS-DATE-FORMATTED TO HD-PLACED-DATE.
           MOVE WS-TELLER-ID TO HD-PLACED-BY.

           WRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to place the hold on "
                       WS-ACCOUNT-NUMBER "."
               NOT INVALID KEY
                   MOVE WS-HD-NEXT-SEQ TO WS-LG-E-HOLD-SEQ(WS-LG-IDX)
                   DISPLAY "Hold " WS-HD-NEXT-SEQ " placed on "
                       WS-ACCOUNT-NUMBER "."
           END-WRITE.

           CLOSE HOLD-FILE.

      *-----------------------------------------------------------------
      * RECORD THE SERVED ORDER ON THE LEGAL ORDER FILE
      *-----------------------------------------------------------------
       3GC-WRITE-ORDER-PARA.
           OPEN I-O LEGAL-ORDER-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT LEGAL-ORDER-FILE
               IF NOT FILE-SUCCESS
                   DISPLAY "ERROR: Unable to open the legal order "
                       "file - record order " WS-LG-ORDER-NUMBER
                       " by hand."
                   CLOSE LEGAL-ORDER-FILE
                   EXIT PARAGRAPH
               END-IF
               CLOSE LEGAL-ORDER-FILE
               OPEN I-O LEGAL-ORDER-FILE
           END-IF.

           MOVE SPACES TO LEGAL-ORDER-RECORD.
           MOVE WS-LG-ORDER-NUMBER TO LO-ORDER-NUMBER.
           MOVE WS-LG-ORDER-TYPE TO LO-ORDER-TYPE.
           MOVE WS-LG-ISSUER TO LO-ISSUER.
           MOVE WS-LG-CUST-ID TO LO-CUST-ID.
           MOVE WS-LG-DEBTOR-NAME TO LO-DEBTOR-NAME.
           MOVE WS-LG-DEMANDED TO LO-AMOUNT-DEMANDED.
           MOVE WS-LG-SERVED-DATE TO LO-SERVED-DATE.
           MOVE WS-LG-ANSWER-DATE TO LO-ANSWER-DATE.
           MOVE WS-LG-FEE TO LO-FEE-AMOUNT.
           MOVE 'S' TO LO-STATUS.
           MOVE WS-LG-COUNT TO LO-ACCOUNT-COUNT.
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1 UNTIL WS-LG-IDX > 5
               IF WS-LG-IDX > WS-LG-COUNT
                   MOVE SPACES TO LO-ACCOUNT-NUMBER(WS-LG-IDX)
                   MOVE 0 TO LO-PROTECTED(WS-LG-IDX)
                   MOVE 0 TO LO-HELD(WS-LG-IDX)
                   MOVE 0 TO LO-HOLD-SEQ(WS-LG-IDX)
               ELSE
                   MOVE WS-LG-E-ACCOUNT(WS-LG-IDX)
                       TO LO-ACCOUNT-NUMBER(WS-LG-IDX)
                   MOVE WS-LG-E-PROTECTED(WS-LG-IDX)
                       TO LO-PROTECTED(WS-LG-IDX)
                   MOVE WS-LG-E-HOLD-SEQ(WS-LG-IDX)
                       TO LO-HOLD-SEQ(WS-LG-IDX)
      * A hold that failed to write holds nothing.
                   IF WS-LG-E-HOLD-SEQ(WS-LG-IDX) = 0
                       MOVE 0 TO LO-HELD(WS-LG-IDX)
                   ELSE
                       MOVE WS-LG-E-HELD(WS-LG-IDX)
                           TO LO-HELD(WS-LG-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO LO-TOTAL-HELD.
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > WS-LG-COUNT
               ADD LO-HELD(WS-LG-IDX) TO LO-TOTAL-HELD
           END-PERFORM.
           MOVE WS-TELLER-ID TO LO-SERVED-BY.
           MOVE 0 TO LO-REMIT-CHECK.
           MOVE 0 TO LO-REMIT-AMOUNT.

           WRITE LEGAL-ORDER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to record order "
                       WS-LG-ORDER-NUMBER " - record it by hand."
           END-WRITE.

           CLOSE LEGAL-ORDER-FILE.

      *-----------------------------------------------------------------
      * QUEUE THE LEGAL ORDER NOTICE TO THE DEBTOR
      *-----------------------------------------------------------------
       3GD-QUEUE-LEGAL-NOTICE-PARA.
           OPEN EXTEND NOTICE-QUEUE-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT NOTICE-QUEUE-FILE
               IF NOT FILE-SUCCESS
                   DISPLAY "ERROR: Unable to queue the legal order "
                       "notice."
                   CLOSE NOTICE-QUEUE-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-DATE-FORMATTED TO NQ-EVENT-DATE.
           MOVE "LEGALORD" TO NQ-TYPE.
           MOVE WS-LG-E-ACCOUNT(1) TO NQ-ACCOUNT-NUMBER.
           MOVE WS-LG-CUST-ID TO NQ-CUST-ID.
           MOVE WS-LG-DEBTOR-NAME TO NQ-NAME.
           MOVE SPACES TO NQ-DETAILS.
           STRING "Order " WS-LG-ORDER-NUMBER " answer by "
               WS-LG-ANSWER-DATE DELIMITED BY SIZE INTO NQ-DETAILS.
           MOVE 'P' TO NQ-STATUS.
           WRITE NOTICE-QUEUE-RECORD.

           CLOSE NOTICE-QUEUE-FILE.

      *-----------------------------------------------------------------
      * LEGAL ORDER INQUIRY
      *-----------------------------------------------------------------
       3GE-ORDER-INQUIRY-PARA.
           DISPLAY "Order number: " WITH NO ADVANCING.
           ACCEPT WS-LG-ORDER-NUMBER.

           OPEN INPUT LEGAL-ORDER-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No legal order file on disk yet."
               CLOSE LEGAL-ORDER-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-LG-ORDER-NUMBER TO LO-ORDER-NUMBER.
           READ LEGAL-ORDER-FILE
               INVALID KEY
                   DISPLAY "Order not found."
               NOT INVALID KEY
                   PERFORM 3GF-DISPLAY-ORDER-PARA
           END-READ.

           CLOSE LEGAL-ORDER-FILE.

      *-----------------------------------------------------------------
      * DISPLAY THE LEGAL ORDER IN THE RECORD AREA
      *-----------------------------------------------------------------
       3GF-DISPLAY-ORDER-PARA.
           DISPLAY WS-SEPARATOR.
           EVALUATE TRUE
               WHEN LO-LEVY
                   DISPLAY "Order:     " LO-ORDER-NUMBER " (LEVY)"
               WHEN OTHER
                   DISPLAY "Order:     " LO-ORDER-NUMBER
                       " (GARNISHMENT)"
           END-EVALUATE.
           DISPLAY "Issuer:    " LO-ISSUER.
           DISPLAY "Debtor:    " LO-CUST-ID " " LO-DEBTOR-NAME.
           MOVE LO-AMOUNT-DEMANDED TO WS-FORMATTED-AMOUNT.
           DISPLAY "Demanded:  " WS-FORMATTED-AMOUNT.
           DISPLAY "Served:    " LO-SERVED-DATE " by " LO-SERVED-BY
               "   Answer date: " LO-ANSWER-DATE.
           MOVE LO-FEE-AMOUNT TO WS-FORMATTED-AMOUNT.
           DISPLAY "Fee:       " WS-FORMATTED-AMOUNT.
           EVALUATE TRUE
               WHEN LO-HOLDING
                   DISPLAY "Status:    S (FUNDS HELD)"
               WHEN LO-REMITTED
                   MOVE LO-REMIT-AMOUNT TO WS-FORMATTED-AMOUNT
                   DISPLAY "Status:    R (REMITTED " LO-CLOSED-DATE
                       " - official check " LO-REMIT-CHECK ")"
                   DISPLAY "Remitted:  " WS-FORMATTED-AMOUNT
               WHEN LO-RELEASED
                   DISPLAY "Status:    V (RELEASED " LO-CLOSED-DATE
                       " by " LO-CLOSED-BY ")"
               WHEN OTHER
                   DISPLAY "Status:    " LO-STATUS
           END-EVALUATE.
           DISPLAY "Account         Protected            Held  Hold".
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > LO-ACCOUNT-COUNT OR
                         WS-LG-IDX > 5
               MOVE LO-PROTECTED(WS-LG-IDX) TO WS-LG-AMT-DISPLAY
               MOVE LO-HELD(WS-LG-IDX) TO WS-FORMATTED-AMOUNT
               DISPLAY LO-ACCOUNT-NUMBER(WS-LG-IDX) "  "
                   WS-LG-AMT-DISPLAY " " WS-FORMATTED-AMOUNT " "
                   LO-HOLD-SEQ(WS-LG-IDX)
           END-PERFORM.
           DISPLAY WS-SEPARATOR.

      *-----------------------------------------------------------------
      * RELEASE A LEGAL ORDER - the issuer has withdrawn it or the
      * court has vacated it; the holds it placed are lifted and the
      * order closed without remittance
      *-----------------------------------------------------------------
       3GG-RELEASE-ORDER-PARA.
           PERFORM 329-CHECK-CREATION-AUTH-PARA.
           IF NOT PIN-OK
               DISPLAY "Order not released."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Order number: " WITH NO ADVANCING.
           ACCEPT WS-LG-ORDER-NUMBER.

           OPEN I-O LEGAL-ORDER-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No legal order file on disk yet."
               CLOSE LEGAL-ORDER-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-LG-ORDER-NUMBER TO LO-ORDER-NUMBER.
           READ LEGAL-ORDER-FILE
               INVALID KEY
                   DISPLAY "Order not found."
                   CLOSE LEGAL-ORDER-FILE
                   EXIT PARAGRAPH
           END-READ.

           PERFORM 3GF-DISPLAY-ORDER-PARA.
           IF NOT LO-HOLDING
               DISPLAY "ERROR: Only an order still holding funds can "
                   "be released."
               CLOSE LEGAL-ORDER-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Release the order and lift its holds? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT CONFIRM-YES
               DISPLAY "Order not released."
               CLOSE LEGAL-ORDER-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O HOLD-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open the hold file."
               CLOSE HOLD-FILE
               CLOSE LEGAL-ORDER-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > LO-ACCOUNT-COUNT OR
                         WS-LG-IDX > 5
               IF LO-HOLD-SEQ(WS-LG-IDX) > 0
                   MOVE LO-ACCOUNT-NUMBER(WS-LG-IDX)
                       TO HD-ACCOUNT-NUMBER
                   MOVE LO-HOLD-SEQ(WS-LG-IDX) TO HD-SEQ
                   READ HOLD-FILE
                       INVALID KEY
                           DISPLAY "Hold " LO-HOLD-SEQ(WS-LG-IDX)
                               " on " LO-ACCOUNT-NUMBER(WS-LG-IDX)
                               " not found."
                       NOT INVALID KEY
                           IF HD-ACTIVE-HOLD
                               MOVE 'R' TO HD-STATUS
                               REWRITE HOLD-RECORD
                                   INVALID KEY
                                       DISPLAY "ERROR: Unable to "
                                           "release hold on "
                                           HD-ACCOUNT-NUMBER
                               END-REWRITE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE HOLD-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO LO-CLOSED-DATE(1:4).
           MOVE '-' TO LO-CLOSED-DATE(5:1).
           MOVE WS-CURRENT-MONTH TO LO-CLOSED-DATE(6:2).
           MOVE '-' TO LO-CLOSED-DATE(8:1).
           MOVE WS-CURRENT-DAY TO LO-CLOSED-DATE(9:2).
           MOVE 'V' TO LO-STATUS.
           MOVE WS-TELLER-ID TO LO-CLOSED-BY.
           REWRITE LEGAL-ORDER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to update the order."
           END-REWRITE.

           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > LO-ACCOUNT-COUNT OR
                         WS-LG-IDX > 5
               MOVE LO-ACCOUNT-NUMBER(WS-LG-IDX) TO WS-ACCOUNT-NUMBER
               MOVE LO-HELD(WS-LG-IDX) TO WS-LG-AMT-DISPLAY
               MOVE 1 TO WS-MT-CHANGE-COUNT
               MOVE "LEGAL-ORDER-RELEASE" TO WS-MT-FIELD(1)
               MOVE SPACES TO WS-MT-OLD(1)
               STRING LO-ORDER-NUMBER " HELD " WS-LG-AMT-DISPLAY
                   DELIMITED BY SIZE INTO WS-MT-OLD(1)
               MOVE "RELEASED" TO WS-MT-NEW(1)
               PERFORM 348-WRITE-MAINT-AUDIT-PARA
           END-PERFORM.

           CLOSE LEGAL-ORDER-FILE.
           DISPLAY "Order " LO-ORDER-NUMBER " released - holds "
               "lifted.".

      *-----------------------------------------------------------------
      * LIST THE ORDERS STILL HOLDING FUNDS, WITH THEIR ANSWER DATES
      *-----------------------------------------------------------------
       3GH-LIST-OPEN-ORDERS-PARA.
           OPEN INPUT LEGAL-ORDER-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No legal order file on disk yet."
               CLOSE LEGAL-ORDER-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY WS-SEPARATOR.
           DISPLAY "Order        T Debtor                         "
               "Answer date          Held".
           MOVE 0 TO WS-LG-LISTED.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ LEGAL-ORDER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LO-HOLDING
                           ADD 1 TO WS-LG-LISTED
                           MOVE LO-TOTAL-HELD TO WS-LG-AMT-DISPLAY
                           DISPLAY LO-ORDER-NUMBER " " LO-ORDER-TYPE
                               " " LO-DEBTOR-NAME " " LO-ANSWER-DATE
                               " " WS-LG-AMT-DISPLAY
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           CLOSE LEGAL-ORDER-FILE.

           IF WS-LG-LISTED = 0
               DISPLAY "No legal orders are holding funds."
           END-IF.
           DISPLAY WS-SEPARATOR.

      *-----------------------------------------------------------------
      * RECORD A COMPLETED DUE DILIGENCE REVIEW - rolls the customer's
      * next review date forward by the review cycle for the current
      * risk rating, taking the customer off the enhanced due
      * diligence list until it falls due again
      *-----------------------------------------------------------------
       3H0-RECORD-RISK-REVIEW-PARA.
           DISPLAY SPACE.
           DISPLAY WS-SEPARATOR.
           DISPLAY "RECORD DUE DILIGENCE REVIEW".
           DISPLAY WS-SEPARATOR.

           PERFORM 329-CHECK-CREATION-AUTH-PARA.
           IF NOT PIN-OK
               DISPLAY "Review not recorded."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter customer id: " WITH NO ADVANCING.
           ACCEPT WS-RK-CUST-ID.

           OPEN I-O CUSTOMER-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open customer file."
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-RK-CUST-ID TO CU-CUSTOMER-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Customer not found."
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ.

           PERFORM 395-DISPLAY-CUSTOMER-PARA.
           IF CU-RISK-UNRATED
               DISPLAY "ERROR: Customer has not been risk rated yet "
                   "- nothing to review."
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE CU-RISK-RATING TO WS-RK-RATING.
           MOVE WS-DATE-FORMATTED TO WS-RK-BASE-DATE.
           PERFORM 3H1-NEXT-REVIEW-DATE-PARA.

           DISPLAY "Next review would fall due " WS-RK-NEXT-REVIEW.
           DISPLAY "Record the review as completed? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT CONFIRM-YES
               DISPLAY "Review not recorded."
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-MT-CHANGE-COUNT.
           MOVE "RISK-REVIEW-DATE" TO WS-MT-FIELD(1).
           MOVE CU-RISK-REVIEW-DATE TO WS-MT-OLD(1).
           MOVE SPACES TO WS-MT-NEW(1).
           STRING WS-RK-NEXT-REVIEW " REVIEWED " CU-RISK-RATING
               DELIMITED BY SIZE INTO WS-MT-NEW(1).

           MOVE WS-RK-NEXT-REVIEW TO CU-RISK-REVIEW-DATE.
           MOVE WS-TELLER-ID TO CU-LAST-CHANGED-BY.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to update customer."
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-REWRITE.
           CLOSE CUSTOMER-FILE.

           MOVE WS-RK-CUST-ID TO WS-ACCOUNT-NUMBER.
           PERFORM 348-WRITE-MAINT-AUDIT-PARA.

           DISPLAY "Review recorded - next review due "
               WS-RK-NEXT-REVIEW ".".

      *-----------------------------------------------------------------
      * NEXT REVIEW DATE - WS-RK-BASE-DATE plus the review cycle for
      * rating WS-RK-RATING, into WS-RK-NEXT-REVIEW
      *-----------------------------------------------------------------
       3H1-NEXT-REVIEW-DATE-PARA.
           EVALUATE WS-RK-RATING
               WHEN 'H'
                   MOVE WS-RISK-REVIEW-DAYS-H TO WS-RK-REVIEW-DAYS
               WHEN 'M'
                   MOVE WS-RISK-REVIEW-DAYS-M TO WS-RK-REVIEW-DAYS
               WHEN OTHER
                   MOVE WS-RISK-REVIEW-DAYS-L TO WS-RK-REVIEW-DAYS
           END-EVALUATE.

           MOVE WS-RK-BASE-DATE(1:4) TO WS-RK-DATE-YYYYMMDD(1:4).
           MOVE WS-RK-BASE-DATE(6:2) TO WS-RK-DATE-YYYYMMDD(5:2).
           MOVE WS-RK-BASE-DATE(9:2) TO WS-RK-DATE-YYYYMMDD(7:2).
           COMPUTE WS-RK-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RK-DATE-YYYYMMDD) +
               WS-RK-REVIEW-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-RK-DATE-INTEGER)
               TO WS-RK-DATE-YYYYMMDD.
           MOVE WS-RK-DATE-YYYYMMDD(1:4) TO WS-RK-NEXT-REVIEW(1:4).
           MOVE '-' TO WS-RK-NEXT-REVIEW(5:1).
           MOVE WS-RK-DATE-YYYYMMDD(5:2) TO WS-RK-NEXT-REVIEW(6:2).
           MOVE '-' TO WS-RK-NEXT-REVIEW(8:1).
           MOVE WS-RK-DATE-YYYYMMDD(7:2) TO WS-RK-NEXT-REVIEW(9:2).

      *-----------------------------------------------------------------
      * LOAN AUTOPAY ENROLLMENT - names the deposit account the
      * nightly loan servicing step drafts for the open amount due on
      * each due date. A blank paying account cancels the enrollment.
      * Supervised like other account maintenance; the change is
      * audited against the loan account.
      *-----------------------------------------------------------------
       3I0-LOAN-AUTOPAY-PARA.
           MOVE AR-CURRENCY-CODE TO WS-AP-LOAN-CURRENCY.
           MOVE 'N' TO WS-AP-ENROLLED-FLAG.
           MOVE SPACES TO WS-AP-OLD-ACCOUNT.

           OPEN INPUT LOAN-AUTOPAY-FILE.
           IF FILE-SUCCESS
               MOVE WS-ACCOUNT-NUMBER TO AP-LOAN-ACCOUNT
               READ LOAN-AUTOPAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AP-ACTIVE
                           MOVE 'Y' TO WS-AP-ENROLLED-FLAG
                           MOVE AP-PAY-ACCOUNT TO WS-AP-OLD-ACCOUNT
                       END-IF
               END-READ
           END-IF.
           CLOSE LOAN-AUTOPAY-FILE.

           IF AP-ENROLLED
               DISPLAY "Autopay: drafting from " AP-PAY-ACCOUNT
                   " (enrolled " AP-ENROLLED-DATE ")"
               IF AP-LAST-DRAFT-DATE NOT = SPACES
                   MOVE AP-LAST-DRAFT-AMOUNT TO WS-FORMATTED-AMOUNT
                   DISPLAY "Last draft: " AP-LAST-DRAFT-DATE " "
                       WS-FORMATTED-AMOUNT " result " AP-LAST-RESULT
               END-IF
               IF AP-RETRY-DATE NOT = SPACES
                   DISPLAY "Retry scheduled: " AP-RETRY-DATE
               END-IF
           ELSE
               DISPLAY "Autopay: not enrolled"
           END-IF.

           DISPLAY "Change autopay enrollment? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT CONFIRM-YES
               EXIT PARAGRAPH
           END-IF.

           PERFORM 329-CHECK-CREATION-AUTH-PARA.
           IF NOT PIN-OK
               DISPLAY "Autopay enrollment not changed."
               EXIT PARAGRAPH
           END-IF.

           IF NOT AR-ACTIVE
               DISPLAY "ERROR: The loan account is not active."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Paying account (blank = cancel autopay): "
               WITH NO ADVANCING.
           ACCEPT WS-AP-PAY-ACCOUNT.

           IF WS-AP-PAY-ACCOUNT = SPACES
               IF NOT AP-ENROLLED
                   DISPLAY "Loan is not enrolled in autopay."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM 3I1-CHECK-PAY-ACCOUNT-PARA
               IF NOT PIN-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           OPEN I-O LOAN-AUTOPAY-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT LOAN-AUTOPAY-FILE
               IF NOT FILE-SUCCESS
                   DISPLAY "ERROR: Unable to open the autopay file."
                   CLOSE LOAN-AUTOPAY-FILE
                   EXIT PARAGRAPH
               END-IF
               CLOSE LOAN-AUTOPAY-FILE
               OPEN I-O LOAN-AUTOPAY-FILE
           END-IF.

           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.
           MOVE WS-ACCOUNT-NUMBER TO AP-LOAN-ACCOUNT.
           READ LOAN-AUTOPAY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
           END-READ.

           IF WS-AP-PAY-ACCOUNT = SPACES
               MOVE 'I' TO AP-STATUS
           ELSE
               IF NOT ACCOUNT-FOUND OR NOT AP-ACTIVE
                   MOVE WS-ACCOUNT-NUMBER TO AP-LOAN-ACCOUNT
                   MOVE WS-TELLER-ID TO AP-ENROLLED-BY
                   MOVE WS-DATE-FORMATTED TO AP-ENROLLED-DATE
                   MOVE SPACES TO AP-LAST-DRAFT-DATE
                   MOVE 0 TO AP-LAST-DRAFT-AMOUNT
                   MOVE SPACE TO AP-LAST-RESULT
                   MOVE 0 TO AP-FAIL-COUNT
               END-IF
               MOVE WS-AP-PAY-ACCOUNT TO AP-PAY-ACCOUNT
               MOVE 'A' TO AP-STATUS
           END-IF.
           MOVE SPACES TO AP-RETRY-DATE.
           MOVE 0 TO AP-RETRY-COUNT.
           MOVE WS-TELLER-ID TO AP-CHANGED-BY.
           MOVE WS-DATE-FORMATTED TO AP-CHANGED-DATE.

           IF ACCOUNT-FOUND
               REWRITE LOAN-AUTOPAY-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to update the "
                           "enrollment."
                       CLOSE LOAN-AUTOPAY-FILE
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE LOAN-AUTOPAY-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to write the "
                           "enrollment."
                       CLOSE LOAN-AUTOPAY-FILE
                       EXIT PARAGRAPH
               END-WRITE
           END-IF.
           CLOSE LOAN-AUTOPAY-FILE.

           MOVE 1 TO WS-MT-CHANGE-COUNT.
           MOVE "AUTOPAY-ACCOUNT" TO WS-MT-FIELD(1).
           IF AP-ENROLLED
               MOVE WS-AP-OLD-ACCOUNT TO WS-MT-OLD(1)
           ELSE
               MOVE "NONE" TO WS-MT-OLD(1)
           END-IF.
           IF WS-AP-PAY-ACCOUNT = SPACES
               MOVE "CANCELLED" TO WS-MT-NEW(1)
               DISPLAY "Autopay cancelled for " WS-ACCOUNT-NUMBER "."
           ELSE
               MOVE WS-AP-PAY-ACCOUNT TO WS-MT-NEW(1)
               DISPLAY "Autopay set - " WS-ACCOUNT-NUMBER
                   " drafts from " WS-AP-PAY-ACCOUNT
                   " on each due date."
           END-IF.
           PERFORM 348-WRITE-MAINT-AUDIT-PARA.

      *-----------------------------------------------------------------
      * THE PAYING ACCOUNT MUST BE AN OPEN CHECKING, SAVINGS OR MONEY
      * MARKET ACCOUNT IN THE LOAN'S CURRENCY - clears WS-PIN-OK-FLAG
      * when it is not. The loan's own record is read back into the
      * buffer afterwards.
      *-----------------------------------------------------------------
       3I1-CHECK-PAY-ACCOUNT-PARA.
           MOVE 'N' TO WS-PIN-OK-FLAG.

           IF WS-AP-PAY-ACCOUNT = WS-ACCOUNT-NUMBER
               DISPLAY "ERROR: A loan cannot pay itself."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-AP-PAY-ACCOUNT TO WS-CD-ACCOUNT-NUMBER.
           MOVE 'V' TO WS-CD-MODE.
           CALL 'CHKDIGIT' USING WS-CD-ACCOUNT-NUMBER WS-CD-MODE
               WS-CD-RESULT.
           IF CD-INVALID
               DISPLAY "ERROR: Invalid account number (check digit)."
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open account file."
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-AP-PAY-ACCOUNT TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR: Paying account not found."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT AR-ACTIVE
                           DISPLAY "ERROR: Paying account is not "
                               "active."
                       WHEN NOT AR-TYPE-CHECKING AND
                            NOT AR-TYPE-SAVINGS AND
                            NOT AR-TYPE-MONEY-MKT
                           DISPLAY "ERROR: Autopay must draft a "
                               "checking, savings or money market "
                               "account."
                       WHEN AR-CURRENCY-CODE NOT = WS-AP-LOAN-CURRENCY
                           DISPLAY "ERROR: Paying account currency "
                               "differs from the loan."
                       WHEN OTHER
                           MOVE 'Y' TO WS-PIN-OK-FLAG
                   END-EVALUATE
           END-READ.

           MOVE WS-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           CLOSE ACCOUNT-FILE.

      *-----------------------------------------------------------------
      * TARGET-BALANCE SWEEP SETTINGS - the balance to keep in this
      * checking account, the linked money market account that takes
      * the excess and restores a shortfall, and the smallest amount
      * worth moving. The nightly SWEEP step does the moving. A blank
      * linked account removes the sweep. Supervised like other
      * account maintenance; each changed setting is audited.
      *-----------------------------------------------------------------
       3J0-SWEEP-SETTINGS-PARA.
           MOVE AR-CURRENCY-CODE TO WS-SWP-CURRENCY.
           MOVE AR-MIN-BALANCE TO WS-SWP-MIN-BALANCE.
           MOVE 'N' TO WS-SWP-SET-FLAG.
           MOVE SPACES TO WS-SWP-OLD-LINKED.
           MOVE 0 TO WS-SWP-OLD-TARGET.
           MOVE 0 TO WS-SWP-OLD-MIN.

           OPEN INPUT SWEEP-PLAN-FILE.
           IF FILE-SUCCESS
               MOVE WS-ACCOUNT-NUMBER TO SP-ACCOUNT-NUMBER
               READ SWEEP-PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SP-ACTIVE
                           MOVE 'Y' TO WS-SWP-SET-FLAG
                           MOVE SP-LINKED-ACCOUNT TO WS-SWP-OLD-LINKED
                           MOVE SP-TARGET-BALANCE TO WS-SWP-OLD-TARGET
                           MOVE SP-MIN-TRANSFER TO WS-SWP-OLD-MIN
                       END-IF
               END-READ
           END-IF.
           CLOSE SWEEP-PLAN-FILE.

           IF SWP-SET-UP
               MOVE SP-TARGET-BALANCE TO WS-FORMATTED-AMOUNT
               DISPLAY "Sweep: target " WS-FORMATTED-AMOUNT
                   " with money market " SP-LINKED-ACCOUNT
               MOVE SP-MIN-TRANSFER TO WS-FORMATTED-AMOUNT
               DISPLAY "Minimum transfer: " WS-FORMATTED-AMOUNT
               IF SP-LAST-SWEEP-DATE NOT = SPACES
                   MOVE SP-LAST-AMOUNT TO WS-FORMATTED-AMOUNT
                   IF SP-LAST-SWEPT-OUT
                       DISPLAY "Last sweep: " SP-LAST-SWEEP-DATE
                           " out " WS-FORMATTED-AMOUNT
                   ELSE
                       DISPLAY "Last sweep: " SP-LAST-SWEEP-DATE
                           " back " WS-FORMATTED-AMOUNT
                   END-IF
               END-IF
           ELSE
               DISPLAY "Sweep: not set up"
           END-IF.

           DISPLAY "Change sweep settings? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT CONFIRM-YES
               EXIT PARAGRAPH
           END-IF.

           PERFORM 329-CHECK-CREATION-AUTH-PARA.
           IF NOT PIN-OK
               DISPLAY "Sweep settings not changed."
               EXIT PARAGRAPH
           END-IF.

           IF NOT AR-ACTIVE
               DISPLAY "ERROR: The checking account is not active."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Linked money market account (blank = remove "
               "sweep): " WITH NO ADVANCING.
           ACCEPT WS-SWP-LINKED-ACCOUNT.

           IF WS-SWP-LINKED-ACCOUNT = SPACES
               IF NOT SWP-SET-UP
                   DISPLAY "Account has no sweep set up."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM 3J1-CHECK-LINKED-MM-PARA
               IF NOT PIN-OK
                   EXIT PARAGRAPH
               END-IF

               DISPLAY "Target balance to keep in checking: "
                   WITH NO ADVANCING
               ACCEPT WS-MT-NEW-AMOUNT
               IF WS-MT-NEW-AMOUNT NOT NUMERIC
                   DISPLAY "ERROR: Target must be numeric."
                   EXIT PARAGRAPH
               END-IF
               IF WS-MT-NEW-AMOUNT < WS-SWP-MIN-BALANCE
                   MOVE WS-SWP-MIN-BALANCE TO WS-FORMATTED-AMOUNT
                   DISPLAY "ERROR: Target is below the account "
                       "minimum balance " WS-FORMATTED-AMOUNT "."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-MT-NEW-AMOUNT TO WS-SWP-TARGET

               DISPLAY "Minimum transfer amount: "
                   WITH NO ADVANCING
               ACCEPT WS-MT-NEW-AMOUNT
               IF WS-MT-NEW-AMOUNT NOT NUMERIC
                   DISPLAY "ERROR: Minimum transfer must be numeric."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-MT-NEW-AMOUNT TO WS-SWP-MIN-TRANSFER
           END-IF.

           OPEN I-O SWEEP-PLAN-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT SWEEP-PLAN-FILE
               IF NOT FILE-SUCCESS
                   DISPLAY "ERROR: Unable to open the sweep file."
                   CLOSE SWEEP-PLAN-FILE
                   EXIT PARAGRAPH
               END-IF
               CLOSE SWEEP-PLAN-FILE
               OPEN I-O SWEEP-PLAN-FILE
           END-IF.

           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.
           MOVE WS-ACCOUNT-NUMBER TO SP-ACCOUNT-NUMBER.
           READ SWEEP-PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
           END-READ.

           IF WS-SWP-LINKED-ACCOUNT = SPACES
               MOVE 'I' TO SP-STATUS
           ELSE
               IF NOT ACCOUNT-FOUND
                   MOVE WS-ACCOUNT-NUMBER TO SP-ACCOUNT-NUMBER
                   MOVE SPACES TO SP-LAST-SWEEP-DATE
                   MOVE SPACE TO SP-LAST-DIRECTION
                   MOVE 0 TO SP-LAST-AMOUNT
               END-IF
               MOVE WS-SWP-LINKED-ACCOUNT TO SP-LINKED-ACCOUNT
               MOVE WS-SWP-TARGET TO SP-TARGET-BALANCE
               MOVE WS-SWP-MIN-TRANSFER TO SP-MIN-TRANSFER
               MOVE 'A' TO SP-STATUS
           END-IF.
           MOVE WS-TELLER-ID TO SP-CHANGED-BY.
           MOVE WS-DATE-FORMATTED TO SP-CHANGED-DATE.

           IF ACCOUNT-FOUND
               REWRITE SWEEP-PLAN-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to update the sweep "
                           "settings."
                       CLOSE SWEEP-PLAN-FILE
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE SWEEP-PLAN-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to write the sweep "
                           "settings."
                       CLOSE SWEEP-PLAN-FILE
                       EXIT PARAGRAPH
               END-WRITE
           END-IF.
           CLOSE SWEEP-PLAN-FILE.

           MOVE 0 TO WS-MT-CHANGE-COUNT.
           IF WS-SWP-LINKED-ACCOUNT = SPACES
               MOVE 1 TO WS-MT-CHANGE-COUNT
               MOVE "SWEEP-ACCOUNT" TO WS-MT-FIELD(1)
               MOVE WS-SWP-OLD-LINKED TO WS-MT-OLD(1)
               MOVE "REMOVED" TO WS-MT-NEW(1)
               DISPLAY "Sweep removed for " WS-ACCOUNT-NUMBER "."
           ELSE
               IF WS-SWP-LINKED-ACCOUNT NOT = WS-SWP-OLD-LINKED
                   ADD 1 TO WS-MT-CHANGE-COUNT
                   MOVE "SWEEP-ACCOUNT" TO
                       WS-MT-FIELD(WS-MT-CHANGE-COUNT)
                   IF SWP-SET-UP
                       MOVE WS-SWP-OLD-LINKED TO
                           WS-MT-OLD(WS-MT-CHANGE-COUNT)
                   ELSE
                       MOVE "NONE" TO WS-MT-OLD(WS-MT-CHANGE-COUNT)
                   END-IF
                   MOVE WS-SWP-LINKED-ACCOUNT TO
                       WS-MT-NEW(WS-MT-CHANGE-COUNT)
               END-IF
               IF WS-SWP-TARGET NOT = WS-SWP-OLD-TARGET
                   ADD 1 TO WS-MT-CHANGE-COUNT
                   MOVE "SWEEP-TARGET" TO
                       WS-MT-FIELD(WS-MT-CHANGE-COUNT)
                   MOVE WS-SWP-OLD-TARGET TO WS-MT-AMOUNT-DISPLAY
                   MOVE WS-MT-AMOUNT-DISPLAY TO
                       WS-MT-OLD(WS-MT-CHANGE-COUNT)
                   MOVE WS-SWP-TARGET TO WS-MT-AMOUNT-DISPLAY
                   MOVE WS-MT-AMOUNT-DISPLAY TO
                       WS-MT-NEW(WS-MT-CHANGE-COUNT)
               END-IF
               IF WS-SWP-MIN-TRANSFER NOT = WS-SWP-OLD-MIN
                   ADD 1 TO WS-MT-CHANGE-COUNT
                   MOVE "SWEEP-MIN-TRANSFER" TO
                       WS-MT-FIELD(WS-MT-CHANGE-COUNT)
                   MOVE WS-SWP-OLD-MIN TO WS-MT-AMOUNT-DISPLAY
                   MOVE WS-MT-AMOUNT-DISPLAY TO
                       WS-MT-OLD(WS-MT-CHANGE-COUNT)
                   MOVE WS-SWP-MIN-TRANSFER TO WS-MT-AMOUNT-DISPLAY
                   MOVE WS-MT-AMOUNT-DISPLAY TO
                       WS-MT-NEW(WS-MT-CHANGE-COUNT)
               END-IF
               MOVE WS-SWP-TARGET TO WS-FORMATTED-AMOUNT
               DISPLAY "Sweep set - " WS-ACCOUNT-NUMBER " keeps "
                   WS-FORMATTED-AMOUNT " with money market "
                   WS-SWP-LINKED-ACCOUNT "."
           END-IF.
           IF WS-MT-CHANGE-COUNT > 0
               PERFORM 348-WRITE-MAINT-AUDIT-PARA
           END-IF.

      *-----------------------------------------------------------------
      * THE LINKED ACCOUNT MUST BE AN OPEN MONEY MARKET ACCOUNT IN THE
      * CHECKING ACCOUNT'S CURRENCY - clears WS-PIN-OK-FLAG when it is
      * not. The checking account's own record is read back into the
      * buffer afterwards.
      *-----------------------------------------------------------------
       3J1-CHECK-LINKED-MM-PARA.
           MOVE 'N' TO WS-PIN-OK-FLAG.

           IF WS-SWP-LINKED-ACCOUNT = WS-ACCOUNT-NUMBER
               DISPLAY "ERROR: An account cannot sweep to itself."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SWP-LINKED-ACCOUNT TO WS-CD-ACCOUNT-NUMBER.
           MOVE 'V' TO WS-CD-MODE.
           CALL 'CHKDIGIT' USING WS-CD-ACCOUNT-NUMBER WS-CD-MODE
               WS-CD-RESULT.
           IF CD-INVALID
               DISPLAY "ERROR: Invalid account number (check digit)."
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open account file."
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SWP-LINKED-ACCOUNT TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR: Linked account not found."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT AR-ACTIVE
                           DISPLAY "ERROR: Linked account is not "
                               "active."
                       WHEN NOT AR-TYPE-MONEY-MKT
                           DISPLAY "ERROR: Sweeps link to a money "
                               "market account."
                       WHEN AR-CURRENCY-CODE NOT = WS-SWP-CURRENCY
                           DISPLAY "ERROR: Linked account currency "
                               "differs from checking."
                       WHEN OTHER
                           MOVE 'Y' TO WS-PIN-OK-FLAG
                   END-EVALUATE
           END-READ.

           MOVE WS-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           CLOSE ACCOUNT-FILE.

      *-----------------------------------------------------------------
      * ARCHIVE FUNCTIONS MENU - the archive written by the deletion
      * path and the purge batch is append-only, so inquiry is a
      * sequential scan and reinstatement rebuilds the account from
      * its newest archive record
      *-----------------------------------------------------------------
       396-ARCHIVE-MENU-PARA.
           DISPLAY SPACE.
           DISPLAY WS-SEPARATOR.
           DISPLAY "ARCHIVE FUNCTIONS".
           DISPLAY WS-SEPARATOR.
           DISPLAY "1. Search Archive By Account Number".
           DISPLAY "2. Search Archive By Customer Name".
           DISPLAY "3. Reinstate Archived Account (supervised)".
           DISPLAY "0. Return".
           DISPLAY WS-SEPARATOR.
           DISPLAY "Enter your choice (0-3): " WITH NO ADVANCING.
           ACCEPT WS-SUB-MENU-CHOICE.

           EVALUATE WS-SUB-MENU-CHOICE
               WHEN 1
                   PERFORM 397-ARCHIVE-SEARCH-BY-NUMBER-PARA
               WHEN 2
                   PERFORM 397A-ARCHIVE-SEARCH-BY-NAME-PARA
               WHEN 3
                   PERFORM 398-REINSTATE-ACCOUNT-PARA
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.

      *-----------------------------------------------------------------
      * SEARCH THE ARCHIVE BY ACCOUNT NUMBER
      *-----------------------------------------------------------------
       397-ARCHIVE-SEARCH-BY-NUMBER-PARA.
           DISPLAY "Enter account number: " WITH NO ADVANCING.
           ACCEPT WS-ACCOUNT-NUMBER.

           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.

           OPEN INPUT ACCOUNT-ARCHIVE-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No archive file on disk yet."
               CLOSE ACCOUNT-ARCHIVE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ ACCOUNT-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF XA-ACCOUNT-NUMBER = WS-ACCOUNT-NUMBER
                           MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
                           PERFORM 399-DISPLAY-ARCHIVE-RECORD-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-ARCHIVE-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

           IF NOT ACCOUNT-FOUND
               DISPLAY "No archive records matched that account."
           END-IF.

      *-----------------------------------------------------------------
      * SEARCH THE ARCHIVE BY CUSTOMER NAME (leading match, as the
      * live account search does)
      *-----------------------------------------------------------------
       397A-ARCHIVE-SEARCH-BY-NAME-PARA.
           DISPLAY "Enter full or partial customer name: "
               WITH NO ADVANCING.
           ACCEPT WS-SEARCH-NAME.

           MOVE 'N' TO WS-ACCOUNT-FOUND-FLAG.
           MOVE FUNCTION TRIM(WS-SEARCH-NAME) TO WS-SEARCH-NAME.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEARCH-NAME)) TO
               WS-SEARCH-NAME-LEN.

           IF WS-SEARCH-NAME-LEN = 0
               DISPLAY "ERROR: Name cannot be empty."
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNT-ARCHIVE-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No archive file on disk yet."
               CLOSE ACCOUNT-ARCHIVE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ ACCOUNT-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF XA-CUSTOMER-NAME (1:WS-SEARCH-NAME-LEN) =
                               WS-SEARCH-NAME (1:WS-SEARCH-NAME-LEN)
                           OR
                          XA-OWNER-2-NAME (1:WS-SEARCH-NAME-LEN) =
                               WS-SEARCH-NAME (1:WS-SEARCH-NAME-LEN)
                           OR
                          XA-OWNER-3-NAME (1:WS-SEARCH-NAME-LEN) =
                               WS-SEARCH-NAME (1:WS-SEARCH-NAME-LEN)
                           MOVE 'Y' TO WS-ACCOUNT-FOUND-FLAG
                           PERFORM 399-DISPLAY-ARCHIVE-RECORD-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-ARCHIVE-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

           IF NOT ACCOUNT-FOUND
               DISPLAY "No archive records matched that name."
           END-IF.

      *-----------------------------------------------------------------
      * DISPLAY ONE ARCHIVE RECORD
      *-----------------------------------------------------------------
       399-DISPLAY-ARCHIVE-RECORD-PARA.
           MOVE XA-BALANCE TO WS-FORMATTED-BALANCE.
           DISPLAY WS-SEPARATOR.
           DISPLAY "Account Number: " XA-ACCOUNT-NUMBER.
           DISPLAY "Primary Owner: " XA-CUSTOMER-NAME.
           IF XA-OWNER-2-NAME NOT = SPACES
               DISPLAY "Joint Owner 2: " XA-OWNER-2-NAME
           END-IF.
           IF XA-OWNER-3-NAME NOT = SPACES
               DISPLAY "Joint Owner 3: " XA-OWNER-3-NAME
           END-IF.
           DISPLAY "Account Type: " XA-ACCOUNT-TYPE.
           DISPLAY "Currency: " XA-CURRENCY-CODE.
           DISPLAY "Balance At Close: " WS-FORMATTED-BALANCE.
           DISPLAY "Open Date: " XA-OPEN-DATE.
           DISPLAY "Last Access: " XA-LAST-ACCESS-DATE.
           DISPLAY "Transaction Count: " XA-TRANSACTION-COUNT.
           DISPLAY "Close Date: " XA-CLOSE-DATE.
           DISPLAY "Closed By: " XA-CLOSED-BY.
           DISPLAY WS-SEPARATOR.

      *-----------------------------------------------------------------
      * REINSTATE AN ARCHIVED ACCOUNT - supervised; rebuilds the live
      * account from its newest archive record. The archive does not
      * carry the PIN, rate or minimum balance, so the PIN is set
      * fresh and the rate/minimum come from the account-type
      * defaults, the same way a new account of that type would be
      * opened.
      *-----------------------------------------------------------------
       398-REINSTATE-ACCOUNT-PARA.
           PERFORM 329-CHECK-CREATION-AUTH-PARA.
           IF NOT PIN-OK
               DISPLAY "Reinstatement aborted."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter account number to reinstate: "
               WITH NO ADVANCING.
           ACCEPT WS-ACCOUNT-NUMBER.

           PERFORM 333A-FIND-NEWEST-ARCHIVE-PARA.

           IF NOT ACCOUNT-FOUND
               DISPLAY "No archive record found for that account."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ACCOUNT-NUMBER TO WS-TEMP-ACCOUNT-NUMBER.
      *-----------------------------------------------------------------
       338B-DISBURSE-PROCEEDS-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           MOVE '-' TO WS-DATE-FORMATTED(5:1).
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).
           MOVE WS-TEMP-BRANCH-ID TO WS-PC-BRANCH-ID.
           PERFORM 097-SET-POSTING-DATE-PARA.
           MOVE WS-PC-POSTING-DATE TO WS-TR-DATE.
           MOVE WS-CURRENT-HOUR TO WS-TR-TIME(1:2).
           MOVE ':' TO WS-TR-TIME(3:1).
           MOVE WS-CURRENT-MINUTE TO WS-TR-TIME(4:2).
           END-READ.

           ADD WS-TEMP-BALANCE TO AR-BALANCE.
           MOVE WS-DATE-FORMATTED TO AR-LAST-ACCESS-DATE.
           ADD 1 TO AR-TRANSACTION-COUNT.
           MOVE WS-TELLER-ID TO AR-LAST-CHANGED-BY.
           REWRITE ACCOUNT-RECORD
           MOVE AR-BRANCH-ID TO WS-TR-BRANCH-ID.
           CLOSE ACCOUNT-FILE.

      * The deposit leg is dated by the deposit account's branch
      * cutoff, which need not be the loan's.
           MOVE WS-TR-BRANCH-ID TO WS-PC-BRANCH-ID.
           PERFORM 097-SET-POSTING-DATE-PARA.
           MOVE WS-PC-POSTING-DATE TO WS-TR-DATE.

           MOVE WS-TEMP-LINKED-ACCOUNT TO WS-TR-ACCOUNT-NUMBER.
           MOVE "XFER-IN" TO WS-TR-TYPE.
           MOVE WS-TEMP-BALANCE TO WS-TR-AMOUNT.
       3A0-HOLD-MENU-PARA.
           DISPLAY SPACE.
           DISPLAY WS-SEPARATOR.
           DISPLAY "HOLDS / RESTRICTIONS / STOPS / DEBIT CARDS".
           DISPLAY WS-SEPARATOR.
           DISPLAY "1. Place Hold".
           DISPLAY "2. Release Hold".
           DISPLAY "4. Add Restriction / Stop Payment".
           DISPLAY "5. Release Restriction / Stop".
           DISPLAY "6. List Restrictions / Stops".
           DISPLAY "7. Issue Debit Card".
           DISPLAY "8. Update Debit Card (status / expiry / limits)".
           DISPLAY "9. List Debit Cards".
           DISPLAY "0. Return".
           DISPLAY WS-SEPARATOR.
           DISPLAY "Enter your choice (0-9): " WITH NO ADVANCING.
           ACCEPT WS-SUB-MENU-CHOICE.

           EVALUATE WS-SUB-MENU-CHOICE
                   PERFORM 3B2-RELEASE-RESTRICTION-PARA
               WHEN 6
                   PERFORM 3B3-LIST-RESTRICTIONS-PARA
               WHEN 7
                   PERFORM 3C1-ISSUE-CARD-PARA
               WHEN 8
                   PERFORM 3C2-UPDATE-CARD-PARA
               WHEN 9
                   PERFORM 3C3-LIST-CARDS-PARA
               WHEN 0
                   CONTINUE
               WHEN OTHER
               EXIT PARAGRAPH
           END-IF.

      * A legal order's hold is lifted only by remitting or releasing
      * the order itself.
           IF HD-REASON(1:12) = "LEGAL ORDER "
               DISPLAY "Hold secures " HD-REASON(1:24) " - release "
                   "the order from the Legal Orders screen."
               CLOSE HOLD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'R' TO HD-STATUS.
           REWRITE HOLD-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF RS-RELEASED-RESTRICT
               DISPLAY "Restriction is already released."
               CLOSE RESTRICT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'R' TO RS-STATUS.
           REWRITE RESTRICT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to release restriction."
               NOT INVALID KEY
                   DISPLAY "Restriction released."
           END-REWRITE.

           CLOSE RESTRICT-FILE.

      *-----------------------------------------------------------------
       3B3-LIST-RESTRICTIONS-PARA.
           DISPLAY "Enter account number: " WITH NO ADVANCING.
           ACCEPT WS-ACCOUNT-NUMBER.

           OPEN INPUT RESTRICT-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No restriction file on disk yet."
               CLOSE RESTRICT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ACCOUNT-NUMBER TO RS-ACCOUNT-NUMBER.
           MOVE 0 TO RS-SEQ.
           START RESTRICT-FILE KEY IS NOT LESS THAN RS-KEY
               INVALID KEY
                   DISPLAY "No restrictions for that account."
                   CLOSE RESTRICT-FILE
                   EXIT PARAGRAPH
           END-START.

           DISPLAY "Seq  Ty Amount            Expiry     St "
               "Description".
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ RESTRICT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RS-ACCOUNT-NUMBER NOT = WS-ACCOUNT-NUMBER
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           MOVE RS-AMOUNT TO WS-FORMATTED-AMOUNT
                           DISPLAY RS-SEQ " " RS-TYPE "  "
                               WS-FORMATTED-AMOUNT " "
                               RS-EXPIRY-DATE " " RS-STATUS "  "
                               RS-DESCRIPTION
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RESTRICT-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

      *-----------------------------------------------------------------
      * ACCOUNT MAINTENANCE - edits the non-balance fields under
      * authorization, holding the record through the same locked
      * read/rewrite pattern the transaction path uses so concurrent
      * sessions stay safe. Before/after values are written to the
      * audit log only after the rewrite persists.
      *-----------------------------------------------------------------
      * ISSUE A DEBIT CARD AGAINST AN ACCOUNT - the card draws on one
      * account; daily ATM and POS limits default from the parameter
      * file, and limits set above those defaults need a supervisor
      *-----------------------------------------------------------------
       3C1-ISSUE-CARD-PARA.
           DISPLAY "Enter account number: " WITH NO ADVANCING.
           ACCEPT WS-ACCOUNT-NUMBER.

           MOVE WS-ACCOUNT-NUMBER TO WS-TEMP-ACCOUNT-NUMBER.
           PERFORM 333-CHECK-ACCOUNT-EXISTS-PARA.
           IF NOT ACCOUNT-FOUND
               DISPLAY "Account not found."
               EXIT PARAGRAPH
           END-IF.

           IF NOT AR-ACTIVE
               DISPLAY "ERROR: Cards are only issued on active "
                   "accounts."
               EXIT PARAGRAPH
           END-IF.

           IF NOT AR-TYPE-CHECKING AND NOT AR-TYPE-SAVINGS AND
              NOT AR-TYPE-MONEY-MKT
               DISPLAY "ERROR: Debit cards draw on CHECKING, "
                   "SAVINGS or MONEYMKT accounts only."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Card number (16 digits): " WITH NO ADVANCING.
           ACCEPT WS-DC-CARD-NUMBER.
           IF WS-DC-CARD-NUMBER IS NOT NUMERIC
               DISPLAY "ERROR: Card number must be 16 digits."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Expiry month (YYYY-MM): " WITH NO ADVANCING.
           ACCEPT WS-DC-EXPIRY-MONTH.
           IF WS-DC-EXPIRY-MONTH(1:4) IS NOT NUMERIC OR
              WS-DC-EXPIRY-MONTH(5:1) NOT = '-' OR
              WS-DC-EXPIRY-MONTH(6:2) IS NOT NUMERIC OR
              WS-DC-EXPIRY-MONTH(6:2) < "01" OR
              WS-DC-EXPIRY-MONTH(6:2) > "12"
               DISPLAY "ERROR: Expiry must be YYYY-MM."
               EXIT PARAGRAPH
           END-IF.
           IF WS-DC-EXPIRY-MONTH < WS-DATE-FORMATTED(1:7)
               DISPLAY "ERROR: Expiry month is already past."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CARD-ATM-DAILY-LIMIT TO WS-FORMATTED-AMOUNT.
           DISPLAY "Daily ATM limit (0 = standard "
               WS-FORMATTED-AMOUNT "): " WITH NO ADVANCING.
           ACCEPT WS-MT-NEW-AMOUNT.
           IF WS-MT-NEW-AMOUNT NOT NUMERIC OR
              WS-MT-NEW-AMOUNT > 99999.99
               DISPLAY "ERROR: Limit must be numeric, at most "
                   "99999.99."
               EXIT PARAGRAPH
           END-IF.
           IF WS-MT-NEW-AMOUNT = 0
               MOVE WS-CARD-ATM-DAILY-LIMIT TO DC-ATM-DAILY-LIMIT
           ELSE
               MOVE WS-MT-NEW-AMOUNT TO DC-ATM-DAILY-LIMIT
           END-IF.

           MOVE WS-CARD-POS-DAILY-LIMIT TO WS-FORMATTED-AMOUNT.
           DISPLAY "Daily POS limit (0 = standard "
               WS-FORMATTED-AMOUNT "): " WITH NO ADVANCING.
           ACCEPT WS-MT-NEW-AMOUNT.
           IF WS-MT-NEW-AMOUNT NOT NUMERIC
               DISPLAY "ERROR: Limit must be numeric."
               EXIT PARAGRAPH
           END-IF.
           IF WS-MT-NEW-AMOUNT = 0
               MOVE WS-CARD-POS-DAILY-LIMIT TO DC-POS-DAILY-LIMIT
           ELSE
               MOVE WS-MT-NEW-AMOUNT TO DC-POS-DAILY-LIMIT
           END-IF.

           IF DC-ATM-DAILY-LIMIT > WS-CARD-ATM-DAILY-LIMIT OR
              DC-POS-DAILY-LIMIT > WS-CARD-POS-DAILY-LIMIT
               PERFORM 329-CHECK-CREATION-AUTH-PARA
               IF NOT PIN-OK
                   DISPLAY "Card not issued - limits above the "
                       "standard need a supervisor."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           OPEN I-O CARD-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT CARD-FILE
               IF NOT FILE-SUCCESS
                   DISPLAY "ERROR: Unable to open the card file."
                   CLOSE CARD-FILE
                   EXIT PARAGRAPH
               END-IF
               CLOSE CARD-FILE
               OPEN I-O CARD-FILE
           END-IF.

      * The account buffer still holds the account read above.
           MOVE WS-DC-CARD-NUMBER TO DC-CARD-NUMBER.
           MOVE WS-ACCOUNT-NUMBER TO DC-ACCOUNT-NUMBER.
           MOVE AR-CUSTOMER-NAME TO DC-CARDHOLDER-NAME.
           MOVE AR-BRANCH-ID TO DC-BRANCH-ID.
           MOVE 'A' TO DC-STATUS.
           MOVE WS-DC-EXPIRY-MONTH TO DC-EXPIRY-MONTH.
           MOVE WS-DATE-FORMATTED TO DC-ISSUE-DATE.
           MOVE WS-TELLER-ID TO DC-ISSUED-BY.
           MOVE WS-DATE-FORMATTED TO DC-STATUS-DATE.
           MOVE WS-TELLER-ID TO DC-LAST-CHANGED-BY.

           WRITE CARD-RECORD
               INVALID KEY
                   DISPLAY "ERROR: That card number is already "
                       "on file."
               NOT INVALID KEY
                   MOVE WS-DC-CARD-NUMBER TO WS-DC-MASKED
                   MOVE ALL "*" TO WS-DC-MASKED(1:12)
                   DISPLAY "Card " WS-DC-MASKED " issued on "
                       WS-ACCOUNT-NUMBER "."
           END-WRITE.

           CLOSE CARD-FILE.

      *-----------------------------------------------------------------
      * UPDATE A CARD - status (lost/stolen hot-cards it), expiry or
      * daily limits; each change is audit-logged against the account
      * the card draws on. A lost or stolen card is never returned
      * to active - a replacement card is issued instead.
      *-----------------------------------------------------------------
       3C2-UPDATE-CARD-PARA.
           DISPLAY "Card number: " WITH NO ADVANCING.
           ACCEPT WS-DC-CARD-NUMBER.

           OPEN I-O CARD-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No card file on disk yet."
               CLOSE CARD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DC-CARD-NUMBER TO DC-CARD-NUMBER.
           READ CARD-FILE
               INVALID KEY
                   DISPLAY "Card not found."
                   CLOSE CARD-FILE
                   EXIT PARAGRAPH
           END-READ.

           PERFORM 3C4-DISPLAY-CARD-PARA.
           MOVE DC-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER.
           MOVE 0 TO WS-MT-CHANGE-COUNT.
           MOVE SPACES TO WS-MT-FIELD(1).
           MOVE DC-CARD-NUMBER TO WS-DC-MASKED.

           DISPLAY "1. Status  2. Expiry  3. ATM limit  "
               "4. POS limit  0. Cancel".
           DISPLAY "Field to change (0-4): " WITH NO ADVANCING.
           ACCEPT WS-SUB-MENU-CHOICE.

           EVALUATE WS-SUB-MENU-CHOICE
               WHEN 1
                   DISPLAY "New status (A=Active L=Lost S=Stolen "
                       "E=Expired): " WITH NO ADVANCING
                   ACCEPT WS-DC-NEW-STATUS
                   INSPECT WS-DC-NEW-STATUS CONVERTING "alse"
                       TO "ALSE"
                   EVALUATE TRUE
                       WHEN WS-DC-NEW-STATUS NOT = 'A' AND
                            WS-DC-NEW-STATUS NOT = 'L' AND
                            WS-DC-NEW-STATUS NOT = 'S' AND
                            WS-DC-NEW-STATUS NOT = 'E'
                           DISPLAY "ERROR: Invalid status."
                       WHEN DC-HOT-CARD AND WS-DC-NEW-STATUS = 'A'
                           DISPLAY "ERROR: A lost or stolen card "
                               "cannot be reactivated - issue a "
                               "replacement card."
                       WHEN OTHER
                           ADD 1 TO WS-MT-CHANGE-COUNT
                           STRING "CARD " WS-DC-MASKED(13:4)
                               " STATUS" DELIMITED BY SIZE
                               INTO WS-MT-FIELD(1)
                           MOVE DC-STATUS TO WS-MT-OLD(1)
                           MOVE WS-DC-NEW-STATUS TO WS-MT-NEW(1)
                           MOVE WS-DC-NEW-STATUS TO DC-STATUS
                           MOVE WS-DATE-FORMATTED TO DC-STATUS-DATE
                   END-EVALUATE
               WHEN 2
                   DISPLAY "New expiry month (YYYY-MM): "
                       WITH NO ADVANCING
                   ACCEPT WS-DC-EXPIRY-MONTH
                   IF WS-DC-EXPIRY-MONTH(1:4) IS NOT NUMERIC OR
                      WS-DC-EXPIRY-MONTH(5:1) NOT = '-' OR
                      WS-DC-EXPIRY-MONTH(6:2) IS NOT NUMERIC OR
                      WS-DC-EXPIRY-MONTH(6:2) < "01" OR
                      WS-DC-EXPIRY-MONTH(6:2) > "12"
                       DISPLAY "ERROR: Expiry must be YYYY-MM."
                   ELSE
                       ADD 1 TO WS-MT-CHANGE-COUNT
                       STRING "CARD " WS-DC-MASKED(13:4)
                           " EXPIRY" DELIMITED BY SIZE
                           INTO WS-MT-FIELD(1)
                       MOVE DC-EXPIRY-MONTH TO WS-MT-OLD(1)
                       MOVE WS-DC-EXPIRY-MONTH TO WS-MT-NEW(1)
                       MOVE WS-DC-EXPIRY-MONTH TO DC-EXPIRY-MONTH
                   END-IF
               WHEN 3
                   DISPLAY "New daily ATM limit: " WITH NO ADVANCING
                   ACCEPT WS-MT-NEW-AMOUNT
                   IF WS-MT-NEW-AMOUNT NOT NUMERIC OR
                      WS-MT-NEW-AMOUNT > 99999.99
                       DISPLAY "ERROR: Limit must be numeric, "
                           "at most 99999.99."
                   ELSE
                       PERFORM 3C5-CHECK-LIMIT-AUTH-PARA
                       IF PIN-OK
                           ADD 1 TO WS-MT-CHANGE-COUNT
                           STRING "CARD " WS-DC-MASKED(13:4)
                               " ATM-LIMIT" DELIMITED BY SIZE
                               INTO WS-MT-FIELD(1)
                           MOVE DC-ATM-DAILY-LIMIT TO
                               WS-MT-AMOUNT-DISPLAY
                           MOVE WS-MT-AMOUNT-DISPLAY TO WS-MT-OLD(1)
                           MOVE WS-MT-NEW-AMOUNT TO
                               WS-MT-AMOUNT-DISPLAY
                           MOVE WS-MT-AMOUNT-DISPLAY TO WS-MT-NEW(1)
                           MOVE WS-MT-NEW-AMOUNT TO DC-ATM-DAILY-LIMIT
                       END-IF
                   END-IF
               WHEN 4
                   DISPLAY "New daily POS limit: " WITH NO ADVANCING
                   ACCEPT WS-MT-NEW-AMOUNT
                   IF WS-MT-NEW-AMOUNT NOT NUMERIC
                       DISPLAY "ERROR: Limit must be numeric."
                   ELSE
                       PERFORM 3C5-CHECK-LIMIT-AUTH-PARA
                       IF PIN-OK
                           ADD 1 TO WS-MT-CHANGE-COUNT
                           STRING "CARD " WS-DC-MASKED(13:4)
                               " POS-LIMIT" DELIMITED BY SIZE
                               INTO WS-MT-FIELD(1)
                           MOVE DC-POS-DAILY-LIMIT TO
                               WS-MT-AMOUNT-DISPLAY
                           MOVE WS-MT-AMOUNT-DISPLAY TO WS-MT-OLD(1)
                           MOVE WS-MT-NEW-AMOUNT TO
                               WS-MT-AMOUNT-DISPLAY
                           MOVE WS-MT-AMOUNT-DISPLAY TO WS-MT-NEW(1)
                           MOVE WS-MT-NEW-AMOUNT TO DC-POS-DAILY-LIMIT
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-MT-CHANGE-COUNT = 0
               DISPLAY "No change made."
               CLOSE CARD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TELLER-ID TO DC-LAST-CHANGED-BY.
           REWRITE CARD-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to update the card."
                   CLOSE CARD-FILE
                   EXIT PARAGRAPH
           END-REWRITE.
           CLOSE CARD-FILE.

           PERFORM 348-WRITE-MAINT-AUDIT-PARA.
           DISPLAY "Card updated.".

      *-----------------------------------------------------------------
      * A LIMIT RAISED ABOVE THE STANDARD PARAMETER NEEDS A SUPERVISOR
      * (sets PIN-OK when the change may go ahead)
      *-----------------------------------------------------------------
       3C5-CHECK-LIMIT-AUTH-PARA.
           MOVE 'Y' TO WS-PIN-OK-FLAG.
           IF (WS-SUB-MENU-CHOICE = 3 AND
               WS-MT-NEW-AMOUNT > WS-CARD-ATM-DAILY-LIMIT) OR
              (WS-SUB-MENU-CHOICE = 4 AND
               WS-MT-NEW-AMOUNT > WS-CARD-POS-DAILY-LIMIT)
               PERFORM 329-CHECK-CREATION-AUTH-PARA
               IF NOT PIN-OK
                   DISPLAY "Limit not changed - above the standard "
                       "limit needs a supervisor."
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * LIST THE CARDS THAT DRAW ON AN ACCOUNT
      *-----------------------------------------------------------------
       3C3-LIST-CARDS-PARA.
           DISPLAY "Enter account number: " WITH NO ADVANCING.
           ACCEPT WS-ACCOUNT-NUMBER.

           OPEN INPUT CARD-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No card file on disk yet."
               CLOSE CARD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-DC-LIST-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL EOF
               READ CARD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF DC-ACCOUNT-NUMBER = WS-ACCOUNT-NUMBER
                           ADD 1 TO WS-DC-LIST-COUNT
                           PERFORM 3C4-DISPLAY-CARD-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CARD-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

           IF WS-DC-LIST-COUNT = 0
               DISPLAY "No cards on that account."
           END-IF.

      *-----------------------------------------------------------------
      * SHOW ONE CARD (number masked to the last four digits)
      *-----------------------------------------------------------------
       3C4-DISPLAY-CARD-PARA.
           MOVE DC-CARD-NUMBER TO WS-DC-MASKED.
           MOVE ALL "*" TO WS-DC-MASKED(1:12).
           EVALUATE TRUE
               WHEN DC-ACTIVE
                   MOVE "ACTIVE" TO WS-DC-STATUS-TEXT
               WHEN DC-LOST
                   MOVE "LOST" TO WS-DC-STATUS-TEXT
               WHEN DC-STOLEN
                   MOVE "STOLEN" TO WS-DC-STATUS-TEXT
               WHEN DC-EXPIRED
                   MOVE "EXPIRED" TO WS-DC-STATUS-TEXT
               WHEN OTHER
                   MOVE DC-STATUS TO WS-DC-STATUS-TEXT
           END-EVALUATE.
           DISPLAY WS-SEPARATOR.
           DISPLAY "Card:        " WS-DC-MASKED "  "
               DC-CARDHOLDER-NAME.
           DISPLAY "Account:     " DC-ACCOUNT-NUMBER
               "   Status: " WS-DC-STATUS-TEXT
               " since " DC-STATUS-DATE.
           DISPLAY "Expires:     " DC-EXPIRY-MONTH
               "   Issued: " DC-ISSUE-DATE " by " DC-ISSUED-BY.
           MOVE DC-ATM-DAILY-LIMIT TO WS-FORMATTED-AMOUNT.
           DISPLAY "ATM limit:   " WS-FORMATTED-AMOUNT.
           MOVE DC-POS-DAILY-LIMIT TO WS-FORMATTED-AMOUNT.
           DISPLAY "POS limit:   " WS-FORMATTED-AMOUNT.

      *-----------------------------------------------------------------
       345-MAINTAIN-ACCOUNT-PARA.
           PERFORM 329-CHECK-CREATION-AUTH-PARA.
           END-IF.

           MOVE 0 TO WS-MT-CHANGE-COUNT.
           MOVE 0 TO WS-MT-HELD-COUNT.
           MOVE 0 TO WS-MT-DIRECT-COUNT.
           MOVE 'N' TO WS-MT-DONE-FLAG.
           PERFORM 346-MAINTAIN-ONE-FIELD-PARA UNTIL MAINT-DONE.

               EXIT PARAGRAPH
           END-IF.

      * Only held changes - nothing to write to the master
           IF WS-MT-DIRECT-COUNT = 0
               CLOSE ACCOUNT-FILE
               PERFORM 349-RECORD-MAINT-CHANGES-PARA
               DISPLAY WS-MT-HELD-COUNT " change(s) held for "
                   "supervisor approval."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TELLER-ID TO AR-LAST-CHANGED-BY.

           MOVE 'Y' TO WS-REWRITE-OK-FLAG.
               EXIT PARAGRAPH
           END-IF.

           PERFORM 349-RECORD-MAINT-CHANGES-PARA.
           DISPLAY "Account updated - " WS-MT-DIRECT-COUNT
               " field(s) changed.".
           IF WS-MT-HELD-COUNT > 0
               DISPLAY WS-MT-HELD-COUNT " change(s) held for "
                   "supervisor approval."
           END-IF.

      *-----------------------------------------------------------------
      * ONE FIELD EDIT PER PASS - the record is held in the buffer
           MOVE "CUSTOMER-NAME" TO WS-MT-FIELD(WS-MT-CHANGE-COUNT).
           MOVE AR-CUSTOMER-NAME TO WS-MT-OLD(WS-MT-CHANGE-COUNT).
           MOVE WS-MT-NEW-VALUE TO WS-MT-NEW(WS-MT-CHANGE-COUNT).
           MOVE WS-MT-NEW-VALUE TO WS-MT-DATA(WS-MT-CHANGE-COUNT).
           PERFORM 347J-HOLD-CHANGE-PARA.

      *-----------------------------------------------------------------
       347A-NOTE-CHANGE-NAME2-PARA.
           MOVE "OWNER-2-NAME" TO WS-MT-FIELD(WS-MT-CHANGE-COUNT).
           MOVE AR-OWNER-2-NAME TO WS-MT-OLD(WS-MT-CHANGE-COUNT).
           MOVE WS-MT-NEW-VALUE TO WS-MT-NEW(WS-MT-CHANGE-COUNT).
           MOVE WS-MT-NEW-VALUE TO WS-MT-DATA(WS-MT-CHANGE-COUNT).
           PERFORM 347J-HOLD-CHANGE-PARA.

      *-----------------------------------------------------------------
       347B-NOTE-CHANGE-NAME3-PARA.
           MOVE "OWNER-3-NAME" TO WS-MT-FIELD(WS-MT-CHANGE-COUNT).
           MOVE AR-OWNER-3-NAME TO WS-MT-OLD(WS-MT-CHANGE-COUNT).
           MOVE WS-MT-NEW-VALUE TO WS-MT-NEW(WS-MT-CHANGE-COUNT).
           MOVE WS-MT-NEW-VALUE TO WS-MT-DATA(WS-MT-CHANGE-COUNT).
           PERFORM 347J-HOLD-CHANGE-PARA.

      *-----------------------------------------------------------------
       347H-RECOUNT-OWNERS-PARA.
           MOVE "PIN" TO WS-MT-FIELD(WS-MT-CHANGE-COUNT).
           MOVE "****" TO WS-MT-OLD(WS-MT-CHANGE-COUNT).
           MOVE "****" TO WS-MT-NEW(WS-MT-CHANGE-COUNT).
           MOVE WS-MT-NEW-VALUE(1:4) TO
               WS-MT-DATA(WS-MT-CHANGE-COUNT).
           PERFORM 347J-HOLD-CHANGE-PARA.

      *-----------------------------------------------------------------
       347D-NOTE-CHANGE-LINKED-PARA.
           MOVE "LINKED-ACCOUNT" TO WS-MT-FIELD(WS-MT-CHANGE-COUNT).
           MOVE AR-LINKED-ACCOUNT TO WS-MT-OLD(WS-MT-CHANGE-COUNT).
           MOVE WS-MT-NEW-VALUE TO WS-MT-NEW(WS-MT-CHANGE-COUNT).
           MOVE WS-MT-NEW-VALUE(1:10) TO
               WS-MT-DATA(WS-MT-CHANGE-COUNT).
           PERFORM 347J-HOLD-CHANGE-PARA.

      *-----------------------------------------------------------------
       347E-NOTE-CHANGE-RATE-PARA.
           MOVE WS-MT-RATE-DISPLAY TO WS-MT-OLD(WS-MT-CHANGE-COUNT).
           MOVE WS-MT-NEW-RATE TO WS-MT-RATE-DISPLAY.
           MOVE WS-MT-RATE-DISPLAY TO WS-MT-NEW(WS-MT-CHANGE-COUNT).
           MOVE WS-MT-NEW-RATE TO WS-MT-RATE(WS-MT-CHANGE-COUNT).
           PERFORM 347J-HOLD-CHANGE-PARA.

      *-----------------------------------------------------------------
       347F-NOTE-CHANGE-MINBAL-PARA.
           MOVE WS-MT-NEW-AMOUNT TO WS-MT-AMOUNT-DISPLAY.
           MOVE WS-MT-AMOUNT-DISPLAY TO
               WS-MT-NEW(WS-MT-CHANGE-COUNT).
           MOVE 'N' TO WS-MT-HELD-FLAG(WS-MT-CHANGE-COUNT).
           ADD 1 TO WS-MT-DIRECT-COUNT.
           MOVE WS-MT-NEW-AMOUNT TO AR-MIN-BALANCE.

      *-----------------------------------------------------------------
           MOVE "MATURITY-DATE" TO WS-MT-FIELD(WS-MT-CHANGE-COUNT).
           MOVE AR-MATURITY-DATE TO WS-MT-OLD(WS-MT-CHANGE-COUNT).
           MOVE WS-MT-NEW-VALUE TO WS-MT-NEW(WS-MT-CHANGE-COUNT).
           MOVE WS-MT-NEW-VALUE(1:10) TO
               WS-MT-DATA(WS-MT-CHANGE-COUNT).
           PERFORM 347J-HOLD-CHANGE-PARA.

      *-----------------------------------------------------------------
       347I-NOTE-CHANGE-ODLIMIT-PARA.
           MOVE WS-MT-NEW-AMOUNT TO WS-MT-AMOUNT-DISPLAY.
           MOVE WS-MT-AMOUNT-DISPLAY TO
               WS-MT-NEW(WS-MT-CHANGE-COUNT).
           MOVE WS-MT-NEW-AMOUNT TO WS-MT-AMOUNT(WS-MT-CHANGE-COUNT).
           PERFORM 347J-HOLD-CHANGE-PARA.

      *-----------------------------------------------------------------
      * HOLD A SENSITIVE CHANGE FOR SUPERVISOR APPROVAL - the master
      * keeps the current value until a second user approves it at
      * the approval queue
      *-----------------------------------------------------------------
       347J-HOLD-CHANGE-PARA.
           MOVE 'Y' TO WS-MT-HELD-FLAG(WS-MT-CHANGE-COUNT).
           ADD 1 TO WS-MT-HELD-COUNT.
           DISPLAY "Change held for supervisor approval.".

      *-----------------------------------------------------------------
      * LINKED-ACCOUNT EXISTENCE CHECK WHILE THE MAINTAINED RECORD IS
           END-PERFORM.

           CLOSE AUDIT-LOG-FILE.

      *-----------------------------------------------------------------
      * RECORD THE MAINTENANCE SESSION ON THE PENDING CHANGE FILE - a
      * held field is written pending with its expiry date, a field
      * already applied is written as applied directly - and audit
      * each one (a held field under PEND-<field>)
      *-----------------------------------------------------------------
       349-RECORD-MAINT-CHANGES-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-MT-MADE-DATE(1:4).
           MOVE '-' TO WS-MT-MADE-DATE(5:1).
           MOVE WS-CURRENT-MONTH TO WS-MT-MADE-DATE(6:2).
           MOVE '-' TO WS-MT-MADE-DATE(8:1).
           MOVE WS-CURRENT-DAY TO WS-MT-MADE-DATE(9:2).
           MOVE WS-CURRENT-HOUR TO WS-MT-TIME(1:2).
           MOVE ':' TO WS-MT-TIME(3:1).
           MOVE WS-CURRENT-MINUTE TO WS-MT-TIME(4:2).
           MOVE ':' TO WS-MT-TIME(6:1).
           MOVE WS-CURRENT-SECOND TO WS-MT-TIME(7:2).

           MOVE WS-CURRENT-YEAR TO WS-MT-DATE-YYYYMMDD(1:4).
           MOVE WS-CURRENT-MONTH TO WS-MT-DATE-YYYYMMDD(5:2).
           MOVE WS-CURRENT-DAY TO WS-MT-DATE-YYYYMMDD(7:2).
           COMPUTE WS-MT-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-MT-DATE-YYYYMMDD) +
               WS-MAINT-EXPIRY-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-MT-DATE-INTEGER)
               TO WS-MT-DATE-YYYYMMDD.
           MOVE WS-MT-DATE-YYYYMMDD(1:4) TO WS-MT-EXPIRY-DATE(1:4).
           MOVE '-' TO WS-MT-EXPIRY-DATE(5:1).
           MOVE WS-MT-DATE-YYYYMMDD(5:2) TO WS-MT-EXPIRY-DATE(6:2).
           MOVE '-' TO WS-MT-EXPIRY-DATE(8:1).
           MOVE WS-MT-DATE-YYYYMMDD(7:2) TO WS-MT-EXPIRY-DATE(9:2).

           OPEN I-O PENDING-CHANGE-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-CHANGE-COUNT
               PERFORM 349A-RECORD-ONE-CHANGE-PARA
           END-PERFORM.

           CLOSE AUDIT-LOG-FILE.
           CLOSE PENDING-CHANGE-FILE.

      *-----------------------------------------------------------------
       349A-RECORD-ONE-CHANGE-PARA.
           MOVE SPACES TO PENDING-CHANGE-RECORD.
           MOVE WS-ACCOUNT-NUMBER TO MC-ACCOUNT-NUMBER.
           MOVE WS-MT-MADE-DATE TO MC-MADE-DATE.
           MOVE WS-MT-TIME TO MC-MADE-TIME.
           SET MC-FIELD-SEQ TO WS-MT-IDX.
           MOVE WS-MT-FIELD(WS-MT-IDX) TO MC-FIELD-NAME.
           MOVE WS-MT-OLD(WS-MT-IDX) TO MC-OLD-VALUE.
           MOVE WS-MT-NEW(WS-MT-IDX) TO MC-NEW-VALUE.
           MOVE 0 TO MC-NEW-RATE.
           MOVE 0 TO MC-NEW-AMOUNT.
           MOVE WS-TELLER-ID TO MC-MADE-BY.

           IF MT-HELD(WS-MT-IDX)
               MOVE 'P' TO MC-STATUS
               MOVE WS-MT-DATA(WS-MT-IDX) TO MC-NEW-DATA
               IF MC-FIELD-NAME = "INTEREST-RATE"
                   MOVE WS-MT-RATE(WS-MT-IDX) TO MC-NEW-RATE
               END-IF
               IF MC-FIELD-NAME = "OVERDRAFT-LIMIT"
                   MOVE WS-MT-AMOUNT(WS-MT-IDX) TO MC-NEW-AMOUNT
               END-IF
               MOVE WS-MT-EXPIRY-DATE TO MC-EXPIRY-DATE
           ELSE
               MOVE 'D' TO MC-STATUS
               MOVE WS-TELLER-ID TO MC-DECIDED-BY
               MOVE WS-MT-MADE-DATE TO MC-DECIDED-DATE
               MOVE WS-MT-TIME TO MC-DECIDED-TIME
           END-IF.

           WRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to record the "
                       MC-FIELD-NAME " change."
           END-WRITE.

           MOVE WS-MT-MADE-DATE TO AU-DATE.
           MOVE WS-MT-TIME TO AU-TIME.
           MOVE WS-TELLER-ID TO AU-TELLER-ID.
           MOVE WS-ACCOUNT-NUMBER TO AU-KEY-VALUE.
           MOVE SPACES TO AU-FIELD-NAME.
           IF MT-HELD(WS-MT-IDX)
               STRING "PEND-" WS-MT-FIELD(WS-MT-IDX)
                   DELIMITED BY SPACE INTO AU-FIELD-NAME
           ELSE
               MOVE WS-MT-FIELD(WS-MT-IDX) TO AU-FIELD-NAME
           END-IF.
           MOVE WS-MT-OLD(WS-MT-IDX) TO AU-OLD-VALUE.
           MOVE WS-MT-NEW(WS-MT-IDX) TO AU-NEW-VALUE.
           WRITE AUDIT-LOG-RECORD.

      *-----------------------------------------------------------------
      * MAINTENANCE APPROVAL QUEUE - a supervisor approves or rejects
      * the sensitive changes held at account maintenance. A change
      * is never shown to the user who keyed it; one past its expiry
      * date waits for the nightly MAINTRPT step to expire it.
      *-----------------------------------------------------------------
       3K0-MAINT-APPROVAL-QUEUE-PARA.
           DISPLAY SPACE.
           DISPLAY WS-SEPARATOR.
           DISPLAY "MAINTENANCE APPROVAL QUEUE".
           DISPLAY WS-SEPARATOR.

           OPEN I-O PENDING-CHANGE-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "No changes are waiting for approval."
               CLOSE PENDING-CHANGE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO WS-DATE-FORMATTED(1:4).
           MOVE '-' TO WS-DATE-FORMATTED(5:1).
           MOVE WS-CURRENT-MONTH TO WS-DATE-FORMATTED(6:2).
           MOVE '-' TO WS-DATE-FORMATTED(8:1).
           MOVE WS-CURRENT-DAY TO WS-DATE-FORMATTED(9:2).

           DISPLAY "Enter A to approve the change, R to reject, "
               "S to skip, Q to stop.".
           DISPLAY WS-SEPARATOR.

           MOVE 0 TO WS-MQ-LISTED.
           MOVE 0 TO WS-MQ-DECIDED.
           MOVE 0 TO WS-MQ-OWN.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.
           PERFORM UNTIL END-OF-FILE
               READ PENDING-CHANGE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   NOT AT END
                       IF MC-PENDING
                           PERFORM 3K1-DECIDE-ONE-CHANGE-PARA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PENDING-CHANGE-FILE.
           MOVE 'N' TO WS-END-OF-FILE-FLAG.

           DISPLAY WS-SEPARATOR.
           DISPLAY "Pending changes shown: " WS-MQ-LISTED
               "  decided: " WS-MQ-DECIDED.
           IF WS-MQ-OWN > 0
               DISPLAY "Your own changes not shown: " WS-MQ-OWN
                   " (another supervisor must decide them)"
           END-IF.

      *-----------------------------------------------------------------
       3K1-DECIDE-ONE-CHANGE-PARA.
           IF MC-MADE-BY = WS-TELLER-ID
               ADD 1 TO WS-MQ-OWN
               EXIT PARAGRAPH
           END-IF.
           IF MC-EXPIRY-DATE < WS-DATE-FORMATTED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-MQ-LISTED.
           DISPLAY MC-ACCOUNT-NUMBER " " MC-FIELD-NAME " keyed by "
               MC-MADE-BY " on " MC-MADE-DATE " " MC-MADE-TIME.
           DISPLAY "    from: " MC-OLD-VALUE.
           DISPLAY "    to:   " MC-NEW-VALUE.
           DISPLAY "    expires " MC-EXPIRY-DATE
               "   Decision (A/R/S/Q): " WITH NO ADVANCING.
           ACCEPT WS-MQ-DECISION.

           EVALUATE TRUE
               WHEN MQ-QUIT
                   MOVE 'Y' TO WS-END-OF-FILE-FLAG
                   EXIT PARAGRAPH
               WHEN MQ-APPROVE
                   PERFORM 3K2-APPLY-CHANGE-PARA
                   IF MQ-APPLIED
                       MOVE 'A' TO MC-STATUS
                   ELSE
                       IF MQ-REFUSED
                           MOVE 'R' TO MC-STATUS
                       ELSE
                           DISPLAY "    Left pending."
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
               WHEN MQ-REJECT
                   MOVE 'R' TO MC-STATUS
                   MOVE "REJECTED BY SUPERVISOR" TO MC-REASON
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-TELLER-ID TO MC-DECIDED-BY.
           MOVE WS-DATE-FORMATTED TO MC-DECIDED-DATE.
           MOVE WS-CURRENT-HOUR TO MC-DECIDED-TIME(1:2).
           MOVE ':' TO MC-DECIDED-TIME(3:1).
           MOVE WS-CURRENT-MINUTE TO MC-DECIDED-TIME(4:2).
           MOVE ':' TO MC-DECIDED-TIME(6:1).
           MOVE WS-CURRENT-SECOND TO MC-DECIDED-TIME(7:2).
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to record the decision."
                   EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO WS-MQ-DECIDED.
           PERFORM 3K5-LOG-DECISION-PARA.
           IF MC-APPROVED
               DISPLAY "    Approved - account updated."
           ELSE
               DISPLAY "    Rejected - " MC-REASON
           END-IF.

      *-----------------------------------------------------------------
      * APPLY AN APPROVED CHANGE TO THE MASTER under the same record
      * lock and retry as account maintenance
      *-----------------------------------------------------------------
       3K2-APPLY-CHANGE-PARA.
           MOVE 'N' TO WS-MQ-APPLIED-FLAG.

           OPEN I-O ACCOUNT-FILE.
           IF NOT FILE-SUCCESS
               DISPLAY "ERROR: Unable to open account file."
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE MC-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
           MOVE 0 TO WS-LOCK-RETRY-COUNT.
           MOVE 'N' TO WS-LOCK-BUSY-FLAG.
           PERFORM WITH TEST AFTER
                   UNTIL NOT LOCK-BUSY OR
                         WS-LOCK-RETRY-COUNT >= WS-LOCK-RETRY-MAX
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE 'R' TO WS-MQ-APPLIED-FLAG
                       MOVE "ACCOUNT NO LONGER ON FILE" TO MC-REASON
                       CLOSE ACCOUNT-FILE
                       EXIT PARAGRAPH
               END-READ
               IF FILE-RECORD-LOCKED
                   MOVE 'Y' TO WS-LOCK-BUSY-FLAG
                   ADD 1 TO WS-LOCK-RETRY-COUNT
               ELSE
                   MOVE 'N' TO WS-LOCK-BUSY-FLAG
               END-IF
           END-PERFORM.

           IF LOCK-BUSY
               DISPLAY "    Account is locked by another session - "
                   "try again shortly."
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3K3-CHECK-STILL-CURRENT-PARA.
           IF MQ-REFUSED
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3K4-SET-FIELD-PARA.
           MOVE WS-TELLER-ID TO AR-LAST-CHANGED-BY.

           MOVE 'Y' TO WS-REWRITE-OK-FLAG.
           MOVE 0 TO WS-LOCK-RETRY-COUNT.
           MOVE 'N' TO WS-LOCK-BUSY-FLAG.
           PERFORM WITH TEST AFTER
                   UNTIL NOT LOCK-BUSY OR
                         WS-LOCK-RETRY-COUNT >= WS-LOCK-RETRY-MAX
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to update account."
                       MOVE 'N' TO WS-REWRITE-OK-FLAG
               END-REWRITE
               IF FILE-RECORD-LOCKED
                   MOVE 'Y' TO WS-LOCK-BUSY-FLAG
                   MOVE 'N' TO WS-REWRITE-OK-FLAG
                   ADD 1 TO WS-LOCK-RETRY-COUNT
               ELSE
                   MOVE 'N' TO WS-LOCK-BUSY-FLAG
               END-IF
           END-PERFORM.

           IF REWRITE-OK AND NOT LOCK-BUSY
               CALL 'JRNLWRT' USING WS-JRNL-ACTION ACCOUNT-RECORD
               MOVE 'Y' TO WS-MQ-APPLIED-FLAG
           END-IF.

           CLOSE ACCOUNT-FILE.

      *-----------------------------------------------------------------
      * THE FIELD MUST STILL HOLD THE VALUE THE MAKER SAW, and a new
      * linked account or overdraft line must still be valid for the
      * account, or the change is refused
      *-----------------------------------------------------------------
       3K3-CHECK-STILL-CURRENT-PARA.
           EVALUATE MC-FIELD-NAME
               WHEN "CUSTOMER-NAME"
                   MOVE AR-CUSTOMER-NAME TO WS-MQ-CURRENT-VALUE
               WHEN "OWNER-2-NAME"
                   MOVE AR-OWNER-2-NAME TO WS-MQ-CURRENT-VALUE
               WHEN "OWNER-3-NAME"
                   MOVE AR-OWNER-3-NAME TO WS-MQ-CURRENT-VALUE
               WHEN "LINKED-ACCOUNT"
                   MOVE AR-LINKED-ACCOUNT TO WS-MQ-CURRENT-VALUE
               WHEN "INTEREST-RATE"
                   MOVE AR-INTEREST-RATE TO WS-MT-RATE-DISPLAY
                   MOVE WS-MT-RATE-DISPLAY TO WS-MQ-CURRENT-VALUE
               WHEN "MATURITY-DATE"
                   MOVE AR-MATURITY-DATE TO WS-MQ-CURRENT-VALUE
               WHEN "OVERDRAFT-LIMIT"
                   MOVE AR-OVERDRAFT-LIMIT TO WS-MT-AMOUNT-DISPLAY
                   MOVE WS-MT-AMOUNT-DISPLAY TO WS-MQ-CURRENT-VALUE
               WHEN OTHER
                   MOVE MC-OLD-VALUE TO WS-MQ-CURRENT-VALUE
           END-EVALUATE.

           IF WS-MQ-CURRENT-VALUE NOT = MC-OLD-VALUE
               MOVE 'R' TO WS-MQ-APPLIED-FLAG
               MOVE "FIELD CHANGED SINCE KEYED" TO MC-REASON
               EXIT PARAGRAPH
           END-IF.

           IF MC-FIELD-NAME = "OVERDRAFT-LIMIT" AND
              NOT AR-TYPE-CHECKING
               MOVE 'R' TO WS-MQ-APPLIED-FLAG
               MOVE "NOT A CHECKING ACCOUNT" TO MC-REASON
               EXIT PARAGRAPH
           END-IF.

           IF MC-FIELD-NAME = "LINKED-ACCOUNT" AND
              MC-NEW-DATA NOT = SPACES
               MOVE MC-NEW-DATA(1:10) TO WS-TEMP-LINKED-ACCOUNT
               PERFORM 335A-CHECK-LINKED-KEEP-BUFFER-PARA
               IF NOT ACCOUNT-FOUND
                   MOVE 'R' TO WS-MQ-APPLIED-FLAG
                   MOVE "LINKED ACCOUNT NOT ON FILE" TO MC-REASON
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       3K4-SET-FIELD-PARA.
           EVALUATE MC-FIELD-NAME
               WHEN "CUSTOMER-NAME"
                   MOVE MC-NEW-DATA TO AR-CUSTOMER-NAME
               WHEN "OWNER-2-NAME"
                   MOVE MC-NEW-DATA TO AR-OWNER-2-NAME
                   PERFORM 347H-RECOUNT-OWNERS-PARA
               WHEN "OWNER-3-NAME"
                   MOVE MC-NEW-DATA TO AR-OWNER-3-NAME
                   PERFORM 347H-RECOUNT-OWNERS-PARA
               WHEN "PIN"
                   MOVE MC-NEW-DATA(1:4) TO AR-PIN
               WHEN "LINKED-ACCOUNT"
                   MOVE MC-NEW-DATA(1:10) TO AR-LINKED-ACCOUNT
               WHEN "INTEREST-RATE"
                   MOVE MC-NEW-RATE TO AR-INTEREST-RATE
               WHEN "MATURITY-DATE"
                   MOVE MC-NEW-DATA(1:10) TO AR-MATURITY-DATE
               WHEN "OVERDRAFT-LIMIT"
                   MOVE MC-NEW-AMOUNT TO AR-OVERDRAFT-LIMIT
           END-EVALUATE.

      *-----------------------------------------------------------------
      * AUDIT LOG THE DECISION - the checker's id on the record, the
      * maker's id and date in the old value, the value applied (or
      * the reason refused) in the new
      *-----------------------------------------------------------------
       3K5-LOG-DECISION-PARA.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF NOT FILE-SUCCESS
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

           MOVE MC-DECIDED-DATE TO AU-DATE.
           MOVE MC-DECIDED-TIME TO AU-TIME.
           MOVE WS-TELLER-ID TO AU-TELLER-ID.
           MOVE MC-ACCOUNT-NUMBER TO AU-KEY-VALUE.
           MOVE SPACES TO AU-FIELD-NAME.
           MOVE SPACES TO AU-OLD-VALUE.
           STRING "MADE BY " MC-MADE-BY " " MC-MADE-DATE
               DELIMITED BY SIZE INTO AU-OLD-VALUE.
           IF MC-APPROVED
               STRING "APPR-" MC-FIELD-NAME
                   DELIMITED BY SPACE INTO AU-FIELD-NAME
               MOVE MC-NEW-VALUE TO AU-NEW-VALUE
           ELSE
               STRING "REJT-" MC-FIELD-NAME
                   DELIMITED BY SPACE INTO AU-FIELD-NAME
               MOVE MC-REASON TO AU-NEW-VALUE
           END-IF.
           WRITE AUDIT-LOG-RECORD.

           CLOSE AUDIT-LOG-FILE.
