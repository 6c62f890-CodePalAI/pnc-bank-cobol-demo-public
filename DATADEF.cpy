               88 TR-FEE              VALUE 'FEE'.
               88 TR-PENALTY          VALUE 'PENALTY'.
               88 TR-REVERSAL         VALUE 'REVERSAL' 'REVERSAL-D'.
               88 TR-WIRE-OUT         VALUE 'WIRE-OUT'.
               88 TR-CARD             VALUE 'CARD'.
               88 TR-PROV-CREDIT      VALUE 'PROV-CR'.
               88 TR-PROV-REVERSAL    VALUE 'PROV-REV'.
               88 TR-RECOVERY         VALUE 'RECOVERY'
                                            'RECOV-XFER'.
           05  WS-TR-AMOUNT           PIC 9(7)V99.
           05  WS-TR-DATE             PIC X(10).
           05  WS-TR-TIME             PIC X(8).
               88 WS-TEMP-CLOSED          VALUE 'C'.
               88 WS-TEMP-SUSPENDED       VALUE 'S'.
               88 WS-TEMP-DORMANT         VALUE 'D'.
               88 WS-TEMP-CHARGED-OFF     VALUE 'W'.
           05  WS-TEMP-INTEREST-RATE      PIC 9(2)V9(3).
           05  WS-TEMP-MIN-BALANCE        PIC 9(7)V99.
           05  WS-TEMP-LINKED-ACCOUNT     PIC X(10).
                                          'VAULT.dat'.
           05  WS-OFFCHK-FILE-NAME        PIC X(40) VALUE
                                          'OFFCHK.dat'.
           05  WS-FEEACT-FILE-NAME        PIC X(40) VALUE
                                          'FEEACT.dat'.
           05  WS-WIRE-FILE-NAME          PIC X(40) VALUE
                                          'WIRES.dat'.
           05  WS-CARD-FILE-NAME          PIC X(40) VALUE
                                          'CARDS.dat'.
           05  WS-DISPUTE-FILE-NAME       PIC X(40) VALUE
                                          'DISPUTES.dat'.
           05  WS-BENEFICIARY-FILE-NAME   PIC X(40) VALUE
                                          'PODBENE.dat'.
           05  WS-LEGAL-ORDER-FILE-NAME   PIC X(40) VALUE
                                          'LEGALORD.dat'.
           05  WS-BALHIST-FILE-NAME       PIC X(40) VALUE
                                          'BALHIST.dat'.
           05  WS-JOBSTATS-FILE-NAME      PIC X(40) VALUE
                                          'JOBSTATS.dat'.
           05  WS-PPACCT-FILE-NAME        PIC X(40) VALUE
                                          'PPACCT.dat'.
           05  WS-ISSCHK-FILE-NAME        PIC X(40) VALUE
                                          'ISSCHK.dat'.
           05  WS-PPEXCP-FILE-NAME        PIC X(40) VALUE
                                          'PPEXCP.dat'.
           05  WS-RATEIDX-FILE-NAME       PIC X(40) VALUE
                                          'RATEIDX.dat'.
           05  WS-VRPLAN-FILE-NAME        PIC X(40) VALUE
                                          'VRPLAN.dat'.
           05  WS-AUTOPAY-FILE-NAME       PIC X(40) VALUE
                                          'AUTOPAY.dat'.
           05  WS-SWEEP-FILE-NAME         PIC X(40) VALUE
                                          'SWEEPPLN.dat'.
           05  WS-BRCONSOL-FILE-NAME      PIC X(40) VALUE
                                          'BRCONSOL.dat'.
           05  WS-LGLHOLD-FILE-NAME       PIC X(40) VALUE
                                          'LGLHOLD.dat'.
           05  WS-GLCTRL-FILE-NAME        PIC X(40) VALUE
                                          'GLCTRL.dat'.
           05  WS-CHANACT-FILE-NAME       PIC X(40) VALUE
                                          'CHANACT.dat'.
           05  WS-FXBRHIST-FILE-NAME      PIC X(40) VALUE
                                          'FXBRHIST.dat'.
           05  WS-CHGOFF-FILE-NAME        PIC X(40) VALUE
                                          'CHGOFF.dat'.
           05  WS-PENDCHG-FILE-NAME       PIC X(40) VALUE
                                          'PENDCHG.dat'.
           05  WS-REPORT-FILE-NAME        PIC X(40) VALUE SPACES.
           05  WS-CSV-FILE-NAME           PIC X(40) VALUE SPACES.

           05  WS-CD-RATE-DEFAULT         PIC 9(2)V9(3) VALUE 2.250.
           05  WS-CHECKING-MAINT-FEE      PIC 9(5)V99 VALUE 12.00.
           05  WS-BELOW-MIN-FEE           PIC 9(5)V99 VALUE 25.00.
           05  WS-NSF-ITEM-FEE            PIC 9(5)V99 VALUE 35.00.
           05  WS-OD-ITEM-FEE             PIC 9(5)V99 VALUE 35.00.
           05  WS-ITEM-FEE-DAILY-CAP      PIC 9(3) VALUE 4.
           05  WS-LIQUIDITY-MIN-THRESHOLD PIC 9(9)V99 VALUE 5000.00.
           05  WS-LIQUIDITY-MAX-THRESHOLD PIC 9(11)V99
                   VALUE 100000000.00.
           05  WS-PWD-EXPIRY-DAYS         PIC 9(3) VALUE 90.
           05  WS-PWD-WARN-DAYS           PIC 9(3) VALUE 10.
           05  WS-FX-MOVE-TOL-PCT         PIC 9(3)V99 VALUE 10.00.
           05  WS-WIRE-CUTOFF-HHMM        PIC 9(4) VALUE 1500.
           05  WS-CARD-ATM-DAILY-LIMIT    PIC 9(5)V99 VALUE 500.00.
           05  WS-CARD-POS-DAILY-LIMIT    PIC 9(7)V99 VALUE 2500.00.
           05  WS-DISPUTE-PROV-DAYS       PIC 9(3) VALUE 10.
           05  WS-DISPUTE-FINAL-DAYS      PIC 9(3) VALUE 30.
           05  WS-DISPUTE-WARN-DAYS       PIC 9(3) VALUE 2.
           05  WS-LEGAL-ORDER-FEE         PIC 9(5)V99 VALUE 100.00.
           05  WS-LEGAL-ANSWER-DAYS       PIC 9(3) VALUE 20.
           05  WS-LEGAL-LOOKBACK-MOS      PIC 9(2) VALUE 2.
           05  WS-RISK-WINDOW-DAYS        PIC 9(3) VALUE 90.
           05  WS-RISK-PTS-CTR            PIC 9(3) VALUE 10.
           05  WS-RISK-PTS-WATCHLIST      PIC 9(3) VALUE 25.
           05  WS-RISK-PTS-STRUCT         PIC 9(3) VALUE 30.
           05  WS-RISK-PTS-CASH           PIC 9(3) VALUE 15.
           05  WS-RISK-CASH-LIMIT         PIC 9(9)V99 VALUE 50000.00.
           05  WS-RISK-PTS-BALANCE        PIC 9(3) VALUE 10.
           05  WS-RISK-BALANCE-LIMIT      PIC 9(9)V99 VALUE 250000.00.
           05  WS-RISK-PTS-FOREIGN        PIC 9(3) VALUE 10.
           05  WS-RISK-PTS-NEW-REL        PIC 9(3) VALUE 10.
           05  WS-RISK-NEW-REL-DAYS       PIC 9(4) VALUE 180.
           05  WS-RISK-MEDIUM-SCORE       PIC 9(3) VALUE 20.
           05  WS-RISK-HIGH-SCORE         PIC 9(3) VALUE 50.
           05  WS-RISK-REVIEW-DAYS-H      PIC 9(4) VALUE 180.
           05  WS-RISK-REVIEW-DAYS-M      PIC 9(4) VALUE 365.
           05  WS-RISK-REVIEW-DAYS-L      PIC 9(4) VALUE 1095.
           05  WS-RISK-PTS-BUSINESS       PIC 9(3) VALUE 10.
           05  WS-KITE-WINDOW-DAYS        PIC 9(3) VALUE 10.
           05  WS-KITE-MIN-CYCLES         PIC 9(3) VALUE 3.
           05  WS-KITE-MIN-AMOUNT         PIC 9(9)V99 VALUE 1000.00.
           05  WS-KITE-MIN-UNCOLL         PIC 9(3) VALUE 2.
           05  WS-KITE-GROWTH-PCT         PIC 9(4) VALUE 200.
           05  WS-KITE-FLOAT-FLOOR        PIC 9(9)V99 VALUE 25000.00.
           05  WS-CALL-BAND-1             PIC 9(9)V99 VALUE 10000.00.
           05  WS-CALL-BAND-2             PIC 9(9)V99 VALUE 100000.00.
           05  WS-CALL-BAND-3             PIC 9(9)V99 VALUE 250000.00.
           05  WS-RUNBOOK-HIST-DAYS       PIC 9(3) VALUE 30.
           05  WS-RUNBOOK-VAR-PCT         PIC 9(3) VALUE 50.
           05  WS-RUNBOOK-MIN-SECS        PIC 9(5) VALUE 60.
           05  WS-PP-CUTOFF-HHMM          PIC 9(4) VALUE 1400.
           05  WS-PP-AGE-OFF-DAYS         PIC 9(3) VALUE 180.
           05  WS-LOAN-AUTOPAY-RETRY      PIC 9(2) VALUE 1.
           05  WS-POSTING-CUTOFF-HHMM     PIC 9(4) VALUE 1700.
           05  WS-ROLL-RETAIN-MONTHS      PIC 9(3) VALUE 84.
           05  WS-CHANNEL-ACT-ITEMS       PIC 9(2) VALUE 10.
           05  WS-CHANNEL-ACT-DAYS        PIC 9(3) VALUE 31.
           05  WS-FTP-CREDIT-RATE         PIC 9(2)V9(3) VALUE 3.000.
           05  WS-FTP-CHARGE-RATE         PIC 9(2)V9(3) VALUE 4.500.
           05  WS-CHGOFF-LOAN-DAYS        PIC 9(3) VALUE 120.
           05  WS-CHGOFF-OD-DAYS          PIC 9(3) VALUE 90.
           05  WS-CHGOFF-REVIEW-DAYS      PIC 9(3) VALUE 30.
           05  WS-MAINT-EXPIRY-DAYS       PIC 9(3) VALUE 5.

      * ---------------------------------------------------------------
      * OPERATIONS ALERT CONSOLE WORK AREA - the monitor log loads
               88 EXCESS-FEE-APPLIED  VALUE 'Y'.
           05  WS-EX-FEE-BALANCE      PIC S9(9)V99 VALUE 0.

      * ---------------------------------------------------------------
      * NSF / PAID-OVERDRAFT ITEM FEE WORK AREA - shared by the
      * nightly posting steps that return items for funds or pay
      * them into the overdraft line; the fee-activity log carries
      * every fee charged or waived by the per-day cap
      * ---------------------------------------------------------------
       01  WS-ITEM-FEE-WORK.
           05  WS-IF-TRIGGER          PIC X(1) VALUE 'N'.
               88 IF-TRIGGER-NONE     VALUE 'N'.
               88 IF-TRIGGER-NSF      VALUE 'S'.
               88 IF-TRIGGER-OD       VALUE 'O'.
           05  WS-IF-ACCOUNT          PIC X(10).
           05  WS-IF-SOURCE           PIC X(8).
           05  WS-IF-ITEM-REF         PIC X(10).
           05  WS-IF-ITEM-AMOUNT      PIC 9(9)V99 VALUE 0.
           05  WS-IF-ITEM-DESC        PIC X(30).
           05  WS-IF-FEE-AMOUNT       PIC 9(5)V99 VALUE 0.
           05  WS-IF-CHARGE           PIC S9(7)V99 VALUE 0.
           05  WS-IF-TODAY-COUNT      PIC 9(3) VALUE 0.
           05  WS-IF-DISPOSITION      PIC X(1).
           05  WS-IF-CHARGED-COUNT    PIC 9(5) VALUE 0.
           05  WS-IF-WAIVED-COUNT     PIC 9(5) VALUE 0.
           05  WS-IF-CHARGED-TOTAL    PIC 9(9)V99 VALUE 0.

      * ---------------------------------------------------------------
      * NOTICE-QUEUE DUPLICATE CHECK - shared by the programs that
      * queue letter events; an event of the same type already on
           05  WS-SU-REPRESENT-FLAG   PIC X(1) VALUE 'N'.
               88 REPRESENTING-SUSPENSE VALUE 'Y'.

      * ---------------------------------------------------------------
      * POSITIVE PAY WORK AREA
      * ---------------------------------------------------------------
       01  WS-POSPAY-WORK.
           05  WS-PX-NEXT-ID          PIC 9(7) VALUE 0.
           05  WS-PX-PICK-ID          PIC 9(7) VALUE 0.
           05  WS-PX-LISTED-COUNT     PIC 9(5) VALUE 0.
           05  WS-PP-NOW-HHMM         PIC 9(4) VALUE 0.
           05  WS-PP-ACCOUNT          PIC X(10).
           05  WS-PP-REASON-CODE      PIC X(4).
           05  WS-PP-REASON           PIC X(40).
           05  WS-PP-ISSUED-AMOUNT    PIC 9(7)V99 VALUE 0.
           05  WS-PP-DEFAULT-ACTION   PIC X(1).
           05  WS-PP-ENROLLED-FLAG    PIC X(1) VALUE 'N'.
               88 PP-ENROLLED-ACCOUNT VALUE 'Y'.
           05  WS-PP-EXCEPTION-FLAG   PIC X(1) VALUE 'N'.
               88 PP-EXCEPTION        VALUE 'Y'.
           05  WS-PP-REPRESENT-FLAG   PIC X(1) VALUE 'N'.
               88 REPRESENTING-POSPAY VALUE 'Y'.

      * ---------------------------------------------------------------
      * DEPOSIT HOLD WORK AREA
      * ---------------------------------------------------------------
           05  WS-OC-PURCHASER        PIC X(30).
           05  WS-OC-FUND-CHOICE      PIC 9 VALUE 0.

      * ---------------------------------------------------------------
      * WIRE TRANSFER WORK AREA
      * ---------------------------------------------------------------
       01  WS-WIRE-WORK.
           05  WS-WR-NEXT-ID          PIC 9(7) VALUE 0.
           05  WS-WR-PICK-ID          PIC 9(7) VALUE 0.
           05  WS-WR-BENE-NAME        PIC X(30).
           05  WS-WR-BENE-ACCOUNT     PIC X(17).
           05  WS-WR-BENE-ROUTING     PIC X(9).
           05  WS-WR-BENE-BANK-NAME   PIC X(30).
           05  WS-WR-PURPOSE          PIC X(35).
           05  WS-WR-NOW-HHMM         PIC 9(4) VALUE 0.
           05  WS-WR-VALUE-DATE       PIC X(10).
           05  WS-WR-DATE-INTEGER     PIC 9(8) VALUE 0.
           05  WS-WR-DATE-YYYYMMDD    PIC 9(8) VALUE 0.
           05  WS-WR-LIST-COUNT       PIC 9(5) VALUE 0.
           05  WS-WR-RELEASER-ID      PIC X(8).
           05  WS-WR-RELEASE-OK-FLAG  PIC X(1) VALUE 'N'.
               88 WIRE-RELEASE-OK     VALUE 'Y'.

      * ---------------------------------------------------------------
      * DEBIT CARD MAINTENANCE WORK AREA
      * ---------------------------------------------------------------
       01  WS-CARD-WORK.
           05  WS-DC-CARD-NUMBER      PIC X(16).
           05  WS-DC-NEW-STATUS       PIC X(1).
           05  WS-DC-EXPIRY-MONTH     PIC X(7).
           05  WS-DC-STATUS-TEXT      PIC X(8).
           05  WS-DC-LIST-COUNT       PIC 9(5) VALUE 0.
           05  WS-DC-MASKED           PIC X(16).

      * ---------------------------------------------------------------
      * DISPUTE CLAIM WORK AREA - the entry being disputed and the
      * business-day due date arithmetic
      * ---------------------------------------------------------------
       01  WS-DISPUTE-WORK.
           05  WS-DP-CLAIM-NO         PIC 9(5) VALUE 0.
           05  WS-DP-NEXT-CLAIM       PIC 9(5) VALUE 0.
           05  WS-DP-SOURCE           PIC X(1).
           05  WS-DP-TR-TYPE          PIC X(10).
           05  WS-DP-TR-TELLER        PIC X(8).
           05  WS-DP-AMOUNT           PIC 9(9)V99 VALUE 0.
           05  WS-DP-CURRENCY         PIC X(3).
           05  WS-DP-DESCRIPTION      PIC X(40).
           05  WS-DP-DECISION         PIC X(1).
           05  WS-DP-DAYS             PIC 9(3) VALUE 0.
           05  WS-DP-DAY-COUNT        PIC 9(3) VALUE 0.
           05  WS-DP-DUE-DATE         PIC X(10).
           05  WS-DP-DATE-INTEGER     PIC 9(8) VALUE 0.
           05  WS-DP-DATE-YYYYMMDD    PIC 9(8) VALUE 0.
           05  WS-DP-LIST-COUNT       PIC 9(5) VALUE 0.
           05  WS-DP-FOUND-FLAG       PIC X(1) VALUE 'N'.
               88 DISPUTE-ENTRY-FOUND VALUE 'Y'.

      * ---------------------------------------------------------------
      * DECEASED CUSTOMER AND PAYABLE-ON-DEATH SETTLEMENT WORK AREA -
      * the decedent and account being worked, and the unpaid
      * beneficiaries of the account with the share each is due
      * ---------------------------------------------------------------
       01  WS-ESTATE-WORK.
           05  WS-ES-CUST-ID          PIC X(8).
           05  WS-ES-CUST-NAME        PIC X(30).
           05  WS-ES-DEATH-DATE       PIC X(10).
           05  WS-ES-ACCOUNT          PIC X(10).
           05  WS-ES-ACCOUNT-NAME     PIC X(30).
           05  WS-ES-BALANCE          PIC S9(9)V99 VALUE 0.
           05  WS-ES-REMAINING        PIC S9(9)V99 VALUE 0.
           05  WS-ES-CURRENCY         PIC X(3).
           05  WS-ES-BRANCH           PIC X(4).
           05  WS-ES-SLOT             PIC 9(1) VALUE 0.
           05  WS-ES-SOLE-COUNT       PIC 9(3) VALUE 0.
           05  WS-ES-JOINT-COUNT      PIC 9(3) VALUE 0.
           05  WS-PB-NEXT-SEQ         PIC 9(2) VALUE 0.
           05  WS-PB-SEQ              PIC 9(2) VALUE 0.
           05  WS-PB-NAME             PIC X(30).
           05  WS-PB-CUST-ID          PIC X(8).
           05  WS-PB-PERCENT          PIC 9(3)V99 VALUE 0.
           05  WS-PB-TOTAL-PCT        PIC 9(3)V99 VALUE 0.
           05  WS-PB-OPEN-PCT         PIC 9(3)V99 VALUE 0.
           05  WS-PB-PCT-DISPLAY      PIC ZZ9.99.
           05  WS-PB-PAY-METHOD       PIC 9 VALUE 0.
           05  WS-PB-PAID-REF         PIC X(10).
           05  WS-PB-COUNT            PIC 9(2) VALUE 0.
           05  WS-PB-IDX              PIC 9(2) VALUE 0.
           05  WS-PB-ENTRY OCCURS 20 TIMES.
               10  WS-PB-E-SEQ        PIC 9(2).
               10  WS-PB-E-NAME       PIC X(30).
               10  WS-PB-E-CUST-ID    PIC X(8).
               10  WS-PB-E-PERCENT    PIC 9(3)V99.
               10  WS-PB-E-SHARE      PIC 9(9)V99.

      * ---------------------------------------------------------------
      * GOVERNMENT BENEFIT PAYERS - originator-name prefixes of the
      * federal and state payers whose recurring deposits must go
      * back after the payee's death, and which count as protected
      * benefit deposits when a legal order is served
      * ---------------------------------------------------------------
       01  WS-GOVT-PAYER-TABLE.
           05  WS-GOVT-PAYER-VALUES.
               10  FILLER             PIC X(20) VALUE 'US TREASURY'.
               10  FILLER             PIC X(20) VALUE 'SOC SEC'.
               10  FILLER             PIC X(20) VALUE 'SSA TREAS'.
               10  FILLER             PIC X(20) VALUE 'SSI TREAS'.
               10  FILLER             PIC X(20) VALUE 'VA BENEFIT'.
               10  FILLER             PIC X(20) VALUE 'DFAS'.
               10  FILLER             PIC X(20) VALUE 'OPM RETIRE'.
               10  FILLER             PIC X(20) VALUE 'RRB'.
           05  WS-GOVT-PAYER-ENTRY REDEFINES WS-GOVT-PAYER-VALUES
                   OCCURS 8 TIMES.
               10  WS-GP-PREFIX       PIC X(20).
           05  WS-GP-IDX              PIC 9(2) VALUE 0.
           05  WS-GP-PREFIX-LEN       PIC 9(2) VALUE 0.
           05  WS-GP-DESCRIPTION      PIC X(50).
           05  WS-GP-MATCH-FLAG       PIC X(1) VALUE 'N'.
               88 GOVT-PAYER          VALUE 'Y'.

      * ---------------------------------------------------------------
      * LEGAL ORDER WORK AREA - the levy or garnishment being served,
      * and per attached account its balance, the federal benefit
      * deposits found in the lookback period, the funds free to
      * hold and the hold placed; the date fields drive the day-by-
      * day walk over the dated roll files
      * ---------------------------------------------------------------
       01  WS-LEGAL-WORK.
           05  WS-LG-ORDER-NUMBER     PIC X(12).
           05  WS-LG-ORDER-TYPE       PIC X(1).
           05  WS-LG-ISSUER           PIC X(30).
           05  WS-LG-CUST-ID          PIC X(8).
           05  WS-LG-DEBTOR-NAME      PIC X(30).
           05  WS-LG-DEMANDED         PIC 9(9)V99 VALUE 0.
           05  WS-LG-SERVED-DATE      PIC X(10).
           05  WS-LG-ANSWER-DATE      PIC X(10).
           05  WS-LG-START-DATE       PIC X(10).
           05  WS-LG-REMAINING        PIC 9(9)V99 VALUE 0.
           05  WS-LG-TOTAL-HELD       PIC 9(9)V99 VALUE 0.
           05  WS-LG-TOTAL-PROTECTED  PIC 9(9)V99 VALUE 0.
           05  WS-LG-FEE              PIC 9(5)V99 VALUE 0.
           05  WS-LG-FEE-IDX          PIC 9(1) VALUE 0.
           05  WS-LG-COUNT            PIC 9(1) VALUE 0.
           05  WS-LG-IDX              PIC 9(1) VALUE 0.
           05  WS-LG-SCAN-IDX         PIC 9(1) VALUE 0.
           05  WS-LG-ACCT-ENTRY OCCURS 5 TIMES.
               10  WS-LG-E-ACCOUNT    PIC X(10).
               10  WS-LG-E-BALANCE    PIC S9(9)V99.
               10  WS-LG-E-EXISTING   PIC 9(9)V99.
               10  WS-LG-E-BENEFITS   PIC 9(9)V99.
               10  WS-LG-E-PROTECTED  PIC 9(9)V99.
               10  WS-LG-E-FREE       PIC 9(9)V99.
               10  WS-LG-E-HELD       PIC 9(9)V99.
               10  WS-LG-E-HOLD-SEQ   PIC 9(4).
               10  WS-LG-E-CURRENCY   PIC X(3).
               10  WS-LG-E-BRANCH     PIC X(4).
           05  WS-LG-MONTHS           PIC 9(6) VALUE 0.
           05  WS-LG-START-YEAR       PIC 9(4) VALUE 0.
           05  WS-LG-START-MONTH      PIC 9(2) VALUE 0.
           05  WS-LG-START-DAY        PIC 9(2) VALUE 0.
           05  WS-LG-DATE-YYYYMMDD    PIC 9(8) VALUE 0.
           05  WS-LG-DATE-INTEGER     PIC 9(8) VALUE 0.
           05  WS-LG-END-INTEGER      PIC 9(8) VALUE 0.
           05  WS-LG-FILES-READ       PIC 9(3) VALUE 0.
           05  WS-LG-LISTED           PIC 9(3) VALUE 0.
           05  WS-LG-HOLD-REASON      PIC X(30).
           05  WS-LG-AMT-DISPLAY      PIC Z(8)9.99.

      * ---------------------------------------------------------------
      * KYC RISK REVIEW WORK AREA - next-review date arithmetic shared
      * by the scoring run and the CIF due diligence review entry
      * ---------------------------------------------------------------
       01  WS-RISK-REVIEW-WORK.
           05  WS-RK-CUST-ID          PIC X(8).
           05  WS-RK-RATING           PIC X(1).
           05  WS-RK-REVIEW-DAYS      PIC 9(4).
           05  WS-RK-DATE-YYYYMMDD    PIC 9(8).
           05  WS-RK-DATE-INTEGER     PIC 9(8).
           05  WS-RK-BASE-DATE        PIC X(10).
           05  WS-RK-NEXT-REVIEW      PIC X(10).

      * ---------------------------------------------------------------
      * VAULT CASH MOVEMENT WORK AREA - the counted denominations of
      * one buy/sell and the computed totals (a strap is 100 notes)
               88 BC-DUPLICATE        VALUE 'D'.
               88 BC-FAILED           VALUE 'E'.

      * ---------------------------------------------------------------
      * TRANSACTION ROLL READ AREA (used with CALL 'ROLLREAD') - hands
      * a reader one business day's rolled ledger lines whether the
      * day is still on its daily TRLOG_ file or has been folded into
      * the month's TRLOGM_ file by the monthly consolidation
      * ---------------------------------------------------------------
       01  WS-ROLL-READ-AREA.
           05  WS-RR-FUNCTION         PIC X(1).
               88 RR-OPEN             VALUE 'O'.
               88 RR-READ             VALUE 'R'.
               88 RR-CLOSE            VALUE 'C'.
           05  WS-RR-DATE             PIC X(8).
           05  WS-RR-LINE             PIC X(200).
           05  WS-RR-RESULT           PIC X(1).
               88 RR-OK               VALUE 'Y'.
               88 RR-END              VALUE 'E'.
               88 RR-NOT-FOUND        VALUE 'N'.
           05  WS-RR-SOURCE           PIC X(1).
               88 RR-FROM-DAILY       VALUE 'D'.
               88 RR-FROM-MONTHLY     VALUE 'M'.

      * ---------------------------------------------------------------
      * JOB STATISTICS AREA (used with CALL 'JOBSTAT') - 'B' at the
      * start of a batch step stamps the start time and business
      * date; 'E' at every exit appends the step's volumes, dollar
      * total and return code to the job statistics file
      * ---------------------------------------------------------------
       01  WS-JOB-STATS-AREA.
           05  WS-JS-FUNCTION         PIC X(1).
               88 JS-BEGIN-STEP       VALUE 'B'.
               88 JS-END-STEP         VALUE 'E'.
           05  WS-JS-JOB-NAME         PIC X(8).
           05  WS-JS-STEP-NAME        PIC X(8).
           05  WS-JS-BUSINESS-DATE    PIC X(10).
           05  WS-JS-START-DATE       PIC X(10).
           05  WS-JS-START-TIME       PIC X(8).
           05  WS-JS-READ-COUNT       PIC 9(9).
           05  WS-JS-POSTED-COUNT     PIC 9(9).
           05  WS-JS-REJECTED-COUNT   PIC 9(9).
           05  WS-JS-SUSPENDED-COUNT  PIC 9(9).
           05  WS-JS-DOLLAR-TOTAL     PIC S9(13)V99.
           05  WS-JS-RETURN-CODE      PIC 9(4).
           05  WS-JS-STEP-STATUS      PIC X(1).
               88 JS-STEP-COMPLETE    VALUE 'C'.
               88 JS-STEP-SKIPPED     VALUE 'S'.
               88 JS-STEP-FAILED      VALUE 'F'.

      * ---------------------------------------------------------------
      * CUSTOMER MASTER (CIF) MAINTENANCE WORK AREA
      * ---------------------------------------------------------------
