               88 AR-CLOSED           VALUE 'C'.
               88 AR-SUSPENDED        VALUE 'S'.
               88 AR-DORMANT          VALUE 'D'.
      * Written off by the charge-off step - balance zeroed, the
      * amount carried on the charge-off file
               88 AR-CHARGED-OFF      VALUE 'W'.
           05  AR-INTEREST-RATE       PIC 9(2)V9(3).
           05  AR-MIN-BALANCE         PIC 9(7)V99.
           05  AR-LINKED-ACCOUNT      PIC X(10).
               88 BR-ACTIVE           VALUE 'A'.
               88 BR-INACTIVE         VALUE 'I'.
           05  BR-LAST-CHANGED-BY     PIC X(8).
      * Posting cutoff (HHMM) - teller activity entered at the branch
      * at or after it is dated the next business day; zero uses the
      * bank-wide POSTING-CUTOFF-HHMM parameter.
           05  BR-CUTOFF-HHMM         PIC 9(4).

      * ---------------------------------------------------------------
      * CUSTOMER MASTER (CIF) FILE - indexed by customer id; one
           05  CU-STATUS              PIC X(1).
               88 CU-ACTIVE           VALUE 'A'.
               88 CU-INACTIVE         VALUE 'I'.
               88 CU-DECEASED         VALUE 'D'.
           05  CU-LAST-CHANGED-BY     PIC X(8).
           05  CU-DATE-OF-DEATH       PIC X(10).
      * KYC risk rating maintained by the periodic RISKRATE scoring
      * run (blank until the customer is first scored). The review
      * date is when the next due diligence review falls due; the
      * enhanced due diligence list carries high-risk customers
      * whose review date has been reached.
           05  CU-RISK-RATING         PIC X(1).
               88 CU-RISK-LOW         VALUE 'L'.
               88 CU-RISK-MEDIUM      VALUE 'M'.
               88 CU-RISK-HIGH        VALUE 'H'.
               88 CU-RISK-UNRATED     VALUE ' '.
           05  CU-RISK-SCORE          PIC 9(3).
           05  CU-RISK-RATED-DATE     PIC X(10).
           05  CU-RISK-REVIEW-DATE    PIC X(10).

      * ---------------------------------------------------------------
      * TRANSACTION LEDGER FILE - indexed by account+timestamp+seq
           05  XA-TRANSACTION-COUNT   PIC 9(5).
           05  XA-CLOSE-DATE          PIC X(10).
           05  XA-CLOSED-BY           PIC X(8).
      * Branch that held the account when it closed (blank on
      * accounts archived before branches were carried here)
           05  XA-BRANCH-ID           PIC X(4).

      * ---------------------------------------------------------------
      * TELLER SECURITY FILE - indexed by teller id; sign-on
           05  CC-PROMISE-DATE        PIC X(10).
           05  CC-PROMISE-AMOUNT      PIC 9(9)V99.
           05  CC-DISPOSITION         PIC X(20).
      * Last autopay draft that came up short on a due date - the
      * entry it was drafting for stays on the case (even before it
      * is past due) until it is paid
           05  CC-AUTOPAY-FAIL-DATE   PIC X(10).
           05  CC-AUTOPAY-DUE-DATE    PIC X(10).
           05  CC-AUTOPAY-SHORT       PIC 9(9)V99.

      * ---------------------------------------------------------------
      * CUSTOMER NOTICE QUEUE - append only; the batches that identify
      * customers we must write to (dormancy contact, CD maturity
      * notice, loan delinquency, missing W-9, dispute claim
      * resolution, legal order served, variable rate change, loan
      * autopay draft failure) queue one event per notice here, and
      * the NOTICES step formats the mailable letters and the sent
      * register from it
      * ---------------------------------------------------------------
       FD  NOTICE-QUEUE-FILE
           LABEL RECORDS ARE STANDARD.
               88 NQ-TYPE-CD-NOTICE   VALUE 'CDNOTICE'.
               88 NQ-TYPE-LOAN-DELQ   VALUE 'LOANDELQ'.
               88 NQ-TYPE-W9          VALUE 'W9'.
               88 NQ-TYPE-DISPUTE     VALUE 'DISPUTE'.
               88 NQ-TYPE-LEGAL       VALUE 'LEGALORD'.
               88 NQ-TYPE-RATE-CHANGE VALUE 'RATECHG'.
               88 NQ-TYPE-AUTOPAY-FAIL VALUE 'AUTOPAYF'.
           05  NQ-ACCOUNT-NUMBER      PIC X(10).
           05  NQ-CUST-ID             PIC X(8).
           05  NQ-NAME                PIC X(30).
           05  OC-STATUS-DATE         PIC X(10).
           05  OC-STATUS-BY           PIC X(8).

      * ---------------------------------------------------------------
      * PAYABLE-ON-DEATH BENEFICIARY FILE - indexed by account and
      * sequence; the named beneficiaries of an account and their
      * percentage shares, marked paid (with how and where each
      * share went) when the estate settlement pays them out
      * ---------------------------------------------------------------
       FD  BENEFICIARY-FILE
           LABEL RECORDS ARE STANDARD.
       01  BENEFICIARY-RECORD.
           05  PB-KEY.
               10  PB-ACCOUNT-NUMBER  PIC X(10).
               10  PB-SEQ             PIC 9(2).
           05  PB-NAME                PIC X(30).
           05  PB-CUST-ID             PIC X(8).
           05  PB-PERCENT             PIC 9(3)V99.
           05  PB-STATUS              PIC X(1).
               88 PB-ACTIVE           VALUE 'A'.
               88 PB-PAID             VALUE 'P'.
               88 PB-REMOVED          VALUE 'R'.
           05  PB-ADDED-DATE          PIC X(10).
           05  PB-ADDED-BY            PIC X(8).
           05  PB-PAID-DATE           PIC X(10).
           05  PB-PAID-AMOUNT         PIC 9(9)V99.
           05  PB-PAID-METHOD         PIC X(1).
               88 PB-PAID-TO-ACCOUNT  VALUE 'A'.
               88 PB-PAID-BY-CHECK    VALUE 'C'.
           05  PB-PAID-REFERENCE      PIC X(10).
           05  PB-PAID-BY             PIC X(8).

      * ---------------------------------------------------------------
      * LEGAL ORDER FILE - indexed by order number; levies and
      * garnishment orders served on the bank by courts and taxing
      * authorities, the accounts each order attaches, the federal
      * benefit deposits protected on each and the hold placed for
      * the rest, until the funds are remitted to the issuer by
      * official check after the answer period or the order is
      * released
      * ---------------------------------------------------------------
       FD  LEGAL-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEGAL-ORDER-RECORD.
           05  LO-ORDER-NUMBER        PIC X(12).
           05  LO-ORDER-TYPE          PIC X(1).
               88 LO-LEVY             VALUE 'L'.
               88 LO-GARNISHMENT      VALUE 'G'.
           05  LO-ISSUER              PIC X(30).
           05  LO-CUST-ID             PIC X(8).
           05  LO-DEBTOR-NAME         PIC X(30).
           05  LO-AMOUNT-DEMANDED     PIC 9(9)V99.
           05  LO-SERVED-DATE         PIC X(10).
           05  LO-ANSWER-DATE         PIC X(10).
           05  LO-FEE-AMOUNT          PIC 9(5)V99.
           05  LO-STATUS              PIC X(1).
               88 LO-HOLDING          VALUE 'S'.
               88 LO-REMITTED         VALUE 'R'.
               88 LO-RELEASED         VALUE 'V'.
           05  LO-ACCOUNT-COUNT       PIC 9(1).
           05  LO-ACCOUNT-ENTRY OCCURS 5 TIMES.
               10  LO-ACCOUNT-NUMBER  PIC X(10).
               10  LO-PROTECTED       PIC 9(9)V99.
               10  LO-HELD            PIC 9(9)V99.
               10  LO-HOLD-SEQ        PIC 9(4).
           05  LO-TOTAL-HELD          PIC 9(9)V99.
           05  LO-SERVED-BY           PIC X(8).
           05  LO-CLOSED-DATE         PIC X(10).
           05  LO-CLOSED-BY           PIC X(8).
           05  LO-REMIT-CHECK         PIC 9(7).
           05  LO-REMIT-AMOUNT        PIC 9(9)V99.

      * ---------------------------------------------------------------
      * WIRE TRANSFER REGISTER - indexed by wire id; outgoing wires
      * captured at the teller wire screen (the account is debited
      * at capture), released under dual control by a second
      * teller, and written to the outbound wire message file by the
      * WIREOUT step of the EOD stream once the value date arrives
      * ---------------------------------------------------------------
       FD  WIRE-FILE
           LABEL RECORDS ARE STANDARD.
       01  WIRE-RECORD.
           05  WR-WIRE-ID             PIC 9(7).
           05  WR-ACCOUNT-NUMBER      PIC X(10).
           05  WR-AMOUNT              PIC 9(9)V99.
           05  WR-CURRENCY            PIC X(3).
           05  WR-BENE-NAME           PIC X(30).
           05  WR-BENE-ACCOUNT        PIC X(17).
           05  WR-BENE-ROUTING        PIC X(9).
           05  WR-BENE-BANK-NAME      PIC X(30).
           05  WR-PURPOSE             PIC X(35).
           05  WR-STATUS              PIC X(1).
               88 WR-AWAITING-RELEASE VALUE 'P'.
               88 WR-RELEASED         VALUE 'R'.
               88 WR-SENT             VALUE 'S'.
               88 WR-CANCELLED        VALUE 'C'.
           05  WR-CAPTURE-DATE        PIC X(10).
           05  WR-CAPTURE-TIME        PIC X(8).
           05  WR-CAPTURED-BY         PIC X(8).
      * Value date - the business date the wire goes out; a wire
      * captured or released after the cutoff time rolls to the
      * next business date
           05  WR-VALUE-DATE          PIC X(10).
           05  WR-RELEASED-BY         PIC X(8).
           05  WR-RELEASE-DATE        PIC X(10).
           05  WR-RELEASE-TIME        PIC X(8).
           05  WR-SENT-DATE           PIC X(10).
           05  WR-CANCELLED-BY        PIC X(8).
           05  WR-CANCEL-DATE         PIC X(10).
           05  WR-BRANCH-ID           PIC X(4).

      * ---------------------------------------------------------------
      * DEBIT CARD FILE - indexed by card number; ties each card to
      * the account it draws on, with its status, expiry month and
      * the daily ATM withdrawal and POS purchase limits. Maintained
      * from the account menu and read by the CARDPOST settlement
      * step of the EOD stream, which refuses items on a hot-carded
      * (lost/stolen) or expired card
      * ---------------------------------------------------------------
       FD  CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARD-RECORD.
           05  DC-CARD-NUMBER         PIC X(16).
           05  DC-ACCOUNT-NUMBER      PIC X(10).
           05  DC-CARDHOLDER-NAME     PIC X(30).
           05  DC-STATUS              PIC X(1).
               88 DC-ACTIVE           VALUE 'A'.
               88 DC-LOST             VALUE 'L'.
               88 DC-STOLEN           VALUE 'S'.
               88 DC-EXPIRED          VALUE 'E'.
               88 DC-HOT-CARD         VALUE 'L' 'S'.
               88 DC-VALID-STATUS     VALUE 'A' 'L' 'S' 'E'.
           05  DC-EXPIRY-MONTH        PIC X(7).
           05  DC-ATM-DAILY-LIMIT     PIC 9(5)V99.
           05  DC-POS-DAILY-LIMIT     PIC 9(7)V99.
           05  DC-ISSUE-DATE          PIC X(10).
           05  DC-ISSUED-BY           PIC X(8).
           05  DC-STATUS-DATE         PIC X(10).
           05  DC-LAST-CHANGED-BY     PIC X(8).
           05  DC-BRANCH-ID           PIC X(4).

      * ---------------------------------------------------------------
      * DISPUTE CLAIM FILE - indexed by account + claim number; one
      * Regulation E error claim per record, pointing back at the
      * disputed ledger entry (live ledger or the dated roll file it
      * rolled to), with the provisional-credit and final-resolution
      * due dates in business days from receipt. Worked from the
      * teller other-services menu and aged nightly by DISPRPT
      * ---------------------------------------------------------------
       FD  DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISPUTE-RECORD.
           05  DP-KEY.
               10  DP-ACCOUNT-NUMBER  PIC X(10).
               10  DP-CLAIM-NO        PIC 9(5).
           05  DP-SOURCE              PIC X(1).
               88 DP-FROM-LEDGER      VALUE 'L'.
               88 DP-FROM-ROLL        VALUE 'R'.
           05  DP-TR-DATE             PIC X(10).
           05  DP-TR-TIME             PIC X(8).
           05  DP-TR-SEQ              PIC 9(4).
           05  DP-TR-TYPE             PIC X(10).
           05  DP-AMOUNT              PIC 9(9)V99.
           05  DP-CURRENCY            PIC X(3).
           05  DP-DESCRIPTION         PIC X(40).
           05  DP-RECEIVED-DATE       PIC X(10).
           05  DP-PROV-DUE-DATE       PIC X(10).
           05  DP-FINAL-DUE-DATE      PIC X(10).
           05  DP-PROV-AMOUNT         PIC 9(9)V99.
           05  DP-PROV-DATE           PIC X(10).
           05  DP-STATUS              PIC X(1).
               88 DP-OPEN             VALUE 'O'.
               88 DP-PROV-CREDITED    VALUE 'P'.
               88 DP-GRANTED          VALUE 'G'.
               88 DP-DENIED           VALUE 'D'.
               88 DP-UNRESOLVED       VALUE 'O' 'P'.
           05  DP-RESOLVED-DATE       PIC X(10).
           05  DP-OPENED-BY           PIC X(8).
           05  DP-RESOLVED-BY         PIC X(8).
           05  DP-BRANCH-ID           PIC X(4).

      * ---------------------------------------------------------------
      * BRANCH VAULT FILE - indexed by branch id; the custodian's
      * cash position by denomination (straps and loose), moved by
           05  VT-LAST-COUNT-DATE     PIC X(10).
           05  VT-LAST-CHANGED-BY     PIC X(8).

      * ---------------------------------------------------------------
      * POSITIVE PAY ENROLLMENT - indexed by account; a business
      * checking account on file here has its inclearing items
      * matched against the checks it told us it issued. The default
      * action is applied to an exception nobody decided by the
      * cutoff.
      * ---------------------------------------------------------------
       FD  POSPAY-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSPAY-ACCOUNT-RECORD.
           05  PA-ACCOUNT-NUMBER      PIC X(10).
           05  PA-STATUS              PIC X(1).
               88 PA-ENROLLED         VALUE 'A'.
               88 PA-WITHDRAWN        VALUE 'I'.
           05  PA-DEFAULT-ACTION      PIC X(1).
               88 PA-DEFAULT-PAY      VALUE 'P'.
               88 PA-DEFAULT-RETURN   VALUE 'R'.
           05  PA-ENROLL-DATE         PIC X(10).
           05  PA-CHANGED-DATE        PIC X(10).
           05  PA-CHANGED-BY          PIC X(8).

      * ---------------------------------------------------------------
      * POSITIVE PAY ISSUED-CHECKS FILE - indexed by account and
      * check serial; loaded by PPLOAD from the customers' issue
      * files, marked paid by CHKPOST when the item clears, and aged
      * off by PPLOAD when it stays unpresented past the parameter
      * period
      * ---------------------------------------------------------------
       FD  ISSUED-CHECK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ISSUED-CHECK-RECORD.
           05  PI-KEY.
               10  PI-ACCOUNT-NUMBER  PIC X(10).
               10  PI-CHECK-NUMBER    PIC 9(6).
           05  PI-AMOUNT              PIC 9(7)V99.
           05  PI-ISSUE-DATE          PIC X(10).
           05  PI-PAYEE               PIC X(30).
           05  PI-STATUS              PIC X(1).
               88 PI-OUTSTANDING      VALUE 'O'.
               88 PI-PAID             VALUE 'P'.
               88 PI-VOIDED           VALUE 'V'.
               88 PI-AGED-OFF         VALUE 'X'.
           05  PI-LOAD-DATE           PIC X(10).
           05  PI-STATUS-DATE         PIC X(10).
           05  PI-PAID-AMOUNT         PIC 9(7)V99.

      * ---------------------------------------------------------------
      * POSITIVE PAY EXCEPTIONS - indexed by exception id; an
      * inclearing item that did not match the issued-checks file
      * waits here, unposted, for the customer's pay/return decision
      * (keyed at the branch) until the cutoff on the next business
      * day. CHKPOST applies the decision - or the account's default
      * when none arrived - at the top of that night's run.
      * ---------------------------------------------------------------
       FD  POSPAY-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSPAY-EXCEPTION-RECORD.
           05  PX-EXCEPTION-ID        PIC 9(7).
           05  PX-ACCOUNT-NUMBER      PIC X(10).
           05  PX-CHECK-NUMBER        PIC 9(6).
           05  PX-AMOUNT              PIC 9(7)V99.
           05  PX-PAYEE               PIC X(30).
           05  PX-ISSUED-AMOUNT       PIC 9(7)V99.
           05  PX-REASON-CODE         PIC X(4).
               88 PX-NOT-ISSUED       VALUE 'NOIS'.
               88 PX-AMOUNT-MISMATCH  VALUE 'AMT'.
               88 PX-ALREADY-PAID     VALUE 'PAID'.
               88 PX-ISSUE-VOIDED     VALUE 'VOID'.
               88 PX-ISSUE-AGED-OFF   VALUE 'AGED'.
           05  PX-REASON              PIC X(40).
           05  PX-PRESENTED-DATE      PIC X(10).
           05  PX-CUTOFF-DATE         PIC X(10).
           05  PX-DECISION            PIC X(1).
               88 PX-UNDECIDED        VALUE SPACE.
               88 PX-DECIDE-PAY       VALUE 'P'.
               88 PX-DECIDE-RETURN    VALUE 'R'.
           05  PX-DECIDED-BY          PIC X(8).
           05  PX-DECIDED-DATE        PIC X(10).
           05  PX-DEFAULT-FLAG        PIC X(1).
               88 PX-BY-DEFAULT       VALUE 'Y'.
           05  PX-STATUS              PIC X(1).
               88 PX-OPEN             VALUE 'O'.
               88 PX-PAID-OUT         VALUE 'P'.
               88 PX-RETURNED         VALUE 'R'.
           05  PX-CLOSED-DATE         PIC X(10).

      * ---------------------------------------------------------------
      * RATE INDEX FILE - indexed by index code + effective date;
      * the published values of prime, SOFR and the bank's own base
      * rates, keyed at the ADMIN menu. The value in force on a date
      * is the entry with the latest effective date on or before it.
      * ---------------------------------------------------------------
       FD  RATE-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
       01  RATE-INDEX-RECORD.
           05  RX-KEY.
               10  RX-INDEX-CODE      PIC X(8).
               10  RX-EFF-DATE        PIC X(10).
           05  RX-RATE                PIC 9(2)V9(3).
           05  RX-DESCRIPTION         PIC X(30).
           05  RX-ENTERED-BY          PIC X(8).
           05  RX-ENTERED-DATE        PIC X(10).

      * ---------------------------------------------------------------
      * VARIABLE RATE PLAN FILE - indexed by account; ties an account
      * to a rate index plus a (signed) margin, bounded by a floor
      * and a ceiling (zero = none), repriced every VR-FREQ-MONTHS
      * months by the nightly REPRICE step from VR-NEXT-REPRICE-DATE
      * ---------------------------------------------------------------
       FD  VARIABLE-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  VARIABLE-RATE-RECORD.
           05  VR-ACCOUNT-NUMBER      PIC X(10).
           05  VR-INDEX-CODE          PIC X(8).
           05  VR-MARGIN              PIC S9(2)V9(3).
           05  VR-FLOOR-RATE          PIC 9(2)V9(3).
           05  VR-CEILING-RATE        PIC 9(2)V9(3).
           05  VR-FREQ-MONTHS         PIC 9(2).
           05  VR-NEXT-REPRICE-DATE   PIC X(10).
           05  VR-LAST-REPRICE-DATE   PIC X(10).
           05  VR-LAST-INDEX-RATE     PIC 9(2)V9(3).
           05  VR-STATUS              PIC X(1).
               88 VR-ACTIVE           VALUE 'A'.
               88 VR-REMOVED          VALUE 'I'.
           05  VR-CHANGED-BY          PIC X(8).
           05  VR-CHANGED-DATE        PIC X(10).

      * ---------------------------------------------------------------
      * LOAN AUTOPAY ENROLLMENT FILE - indexed by loan account; names
      * the deposit account the nightly loan servicing step drafts
      * for the open amount due on each due date. A short or failed
      * draft sets AP-RETRY-DATE to the next business day until the
      * configured retries are used up.
      * ---------------------------------------------------------------
       FD  LOAN-AUTOPAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOAN-AUTOPAY-RECORD.
           05  AP-LOAN-ACCOUNT        PIC X(10).
           05  AP-PAY-ACCOUNT         PIC X(10).
           05  AP-STATUS              PIC X(1).
               88 AP-ACTIVE           VALUE 'A'.
               88 AP-CANCELLED        VALUE 'I'.
           05  AP-ENROLLED-BY         PIC X(8).
           05  AP-ENROLLED-DATE       PIC X(10).
           05  AP-CHANGED-BY          PIC X(8).
           05  AP-CHANGED-DATE        PIC X(10).
           05  AP-RETRY-DATE          PIC X(10).
           05  AP-RETRY-COUNT         PIC 9(2).
           05  AP-LAST-DRAFT-DATE     PIC X(10).
           05  AP-LAST-DRAFT-AMOUNT   PIC 9(9)V99.
           05  AP-LAST-RESULT         PIC X(1).
               88 AP-RESULT-PAID      VALUE 'P'.
               88 AP-RESULT-SHORT     VALUE 'S'.
               88 AP-RESULT-FAILED    VALUE 'F'.
           05  AP-FAIL-COUNT          PIC 9(3).

      * ---------------------------------------------------------------
      * CHARGE-OFF FILE - indexed by account; the nightly charge-off
      * step keeps one record per LOAN past the delinquency limit in
      * collections or CHECKING account overdrawn past its overdraft
      * limit. A watched overdraft (W) turns pending (P) once it has
      * run CHGOFF-OD-DAYS; a loan case aged CHGOFF-LOAN-DAYS goes
      * straight to pending. A supervisor approves (A) or rejects (R)
      * the pending list at the collections screen; the next run
      * writes the approved balances off (C) and the record stays on
      * file to total the recoveries later received on the account.
      * A rejected record is presented again after CHGOFF-REVIEW-DAYS
      * if the account is still delinquent.
      * ---------------------------------------------------------------
       FD  CHARGE-OFF-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHARGE-OFF-RECORD.
           05  CO-ACCOUNT-NUMBER      PIC X(10).
           05  CO-STATUS              PIC X(1).
               88 CO-WATCH            VALUE 'W'.
               88 CO-PENDING          VALUE 'P'.
               88 CO-APPROVED         VALUE 'A'.
               88 CO-REJECTED         VALUE 'R'.
               88 CO-CHARGED-OFF      VALUE 'C'.
           05  CO-ACCOUNT-TYPE        PIC X(10).
           05  CO-CUSTOMER-NAME       PIC X(30).
           05  CO-BRANCH-ID           PIC X(4).
           05  CO-CURRENCY            PIC X(3).
      * Date the account went delinquent - the oldest unpaid due
      * date of a loan, the first night seen past the overdraft
      * limit for an overdraft
           05  CO-SINCE-DATE          PIC X(10).
           05  CO-DAYS-DELINQUENT     PIC 9(5).
           05  CO-BALANCE             PIC S9(9)V99.
           05  CO-SELECTED-DATE       PIC X(10).
           05  CO-DECIDED-BY          PIC X(8).
           05  CO-DECIDED-DATE        PIC X(10).
           05  CO-CHARGE-OFF-DATE     PIC X(10).
           05  CO-CHARGE-OFF-AMOUNT   PIC 9(9)V99.
           05  CO-RECOVERED-AMOUNT    PIC 9(9)V99.
           05  CO-LAST-RECOVERY-DATE  PIC X(10).

      * ---------------------------------------------------------------
      * PENDING ACCOUNT CHANGE FILE - one record per field keyed at
      * account maintenance. A sensitive field (owner names, PIN,
      * linked account, interest rate, maturity date, overdraft
      * line) is held here pending (P) instead of being written to
      * the master; a supervisor other than the maker approves (A,
      * applied to the master) or rejects (R) it at the approval
      * queue. The nightly MAINTRPT step expires (E) anything still
      * pending past MC-EXPIRY-DATE. Other fields are applied at
      * once and recorded as applied directly (D), so the daily
      * report sees every change made.
      * ---------------------------------------------------------------
       FD  PENDING-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-CHANGE-RECORD.
           05  MC-KEY.
               10  MC-ACCOUNT-NUMBER  PIC X(10).
               10  MC-MADE-DATE       PIC X(10).
               10  MC-MADE-TIME       PIC X(8).
               10  MC-FIELD-SEQ       PIC 9(2).
           05  MC-STATUS              PIC X(1).
               88 MC-PENDING          VALUE 'P'.
               88 MC-APPROVED         VALUE 'A'.
               88 MC-REJECTED         VALUE 'R'.
               88 MC-EXPIRED          VALUE 'E'.
               88 MC-DIRECT           VALUE 'D'.
           05  MC-FIELD-NAME          PIC X(20).
      * Before / after as shown and audited (a PIN is masked)
           05  MC-OLD-VALUE           PIC X(30).
           05  MC-NEW-VALUE           PIC X(30).
      * The value applied to the master on approval
           05  MC-NEW-DATA            PIC X(30).
           05  MC-NEW-RATE            PIC 9(2)V9(3).
           05  MC-NEW-AMOUNT          PIC 9(7)V99.
           05  MC-MADE-BY             PIC X(8).
           05  MC-EXPIRY-DATE         PIC X(10).
           05  MC-DECIDED-BY          PIC X(8).
           05  MC-DECIDED-DATE        PIC X(10).
           05  MC-DECIDED-TIME        PIC X(8).
           05  MC-REASON              PIC X(30).

      * ---------------------------------------------------------------
      * TARGET-BALANCE SWEEP PLAN FILE - indexed by the CHECKING
      * account; the nightly SWEEP step moves any balance above
      * SP-TARGET-BALANCE into the linked MONEYMKT account and pulls
      * it back to restore the target when checking falls below.
      * Movements smaller than SP-MIN-TRANSFER are left alone.
      * ---------------------------------------------------------------
       FD  SWEEP-PLAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SWEEP-PLAN-RECORD.
           05  SP-ACCOUNT-NUMBER      PIC X(10).
           05  SP-LINKED-ACCOUNT      PIC X(10).
           05  SP-TARGET-BALANCE      PIC 9(9)V99.
           05  SP-MIN-TRANSFER        PIC 9(7)V99.
           05  SP-STATUS              PIC X(1).
               88 SP-ACTIVE           VALUE 'A'.
               88 SP-REMOVED          VALUE 'I'.
           05  SP-CHANGED-BY          PIC X(8).
           05  SP-CHANGED-DATE        PIC X(10).
           05  SP-LAST-SWEEP-DATE     PIC X(10).
           05  SP-LAST-DIRECTION      PIC X(1).
               88 SP-LAST-SWEPT-OUT   VALUE 'O'.
               88 SP-LAST-SWEPT-BACK  VALUE 'B'.
           05  SP-LAST-AMOUNT         PIC 9(9)V99.

      * ---------------------------------------------------------------
      * BRANCH CONSOLIDATION ORDERS - indexed by the closing branch;
      * scheduled by a supervisor from ADMIN branch maintenance and
      * carried out by the nightly BRCONSOL step the night before
      * the effective date. An order refused (a drawer still open at
      * the closing branch, surviving branch not active) stays
      * pending with the reason and is retried the next night.
      * ---------------------------------------------------------------
       FD  BRANCH-CONSOL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BRANCH-CONSOL-RECORD.
           05  BX-CLOSING-BRANCH      PIC X(4).
           05  BX-SURVIVING-BRANCH    PIC X(4).
           05  BX-EFFECTIVE-DATE      PIC X(10).
           05  BX-STATUS              PIC X(1).
               88 BX-PENDING          VALUE 'P'.
               88 BX-DONE             VALUE 'D'.
               88 BX-CANCELLED        VALUE 'X'.
           05  BX-ENTERED-BY          PIC X(8).
           05  BX-ENTERED-DATE        PIC X(10).
           05  BX-RUN-DATE            PIC X(10).
           05  BX-LAST-RESULT         PIC X(50).
           05  BX-ACCOUNTS-MOVED      PIC 9(7).
           05  BX-TELLERS-MOVED       PIC 9(5).
           05  BX-CHECKS-MOVED        PIC 9(5).

      * ---------------------------------------------------------------
      * LEGAL HOLD LIST - indexed by account; maintained from the ADMIN
      * menu. While a hold is active (and its release date, if any,
      * has not passed) no rolled ledger file carrying the account's
      * activity is purged by the monthly retention run.
      * ---------------------------------------------------------------
       FD  LEGAL-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEGAL-HOLD-RECORD.
           05  LH-ACCOUNT-NUMBER      PIC X(10).
           05  LH-REASON              PIC X(40).
           05  LH-RELEASE-DATE        PIC X(10).
           05  LH-STATUS              PIC X(1).
               88 LH-ACTIVE           VALUE 'A'.
               88 LH-RELEASED         VALUE 'R'.
           05  LH-ENTERED-BY          PIC X(8).
           05  LH-ENTERED-DATE        PIC X(10).
           05  LH-RELEASED-BY         PIC X(8).
           05  LH-RELEASED-DATE       PIC X(10).

      * ---------------------------------------------------------------
      * GL CONTROL BALANCES - indexed by GL control account, currency
      * and branch; rolled forward nightly from the GL journal by the
      * subledger proof (GLPROOF.cbl) and proved against the account
      * master. Balances are held on the account's normal side (a
      * credit balance for a liability control, a debit balance for
      * an asset control). The prior night's proof is kept alongside
      * so a difference can be traced back to the night it started.
      * ---------------------------------------------------------------
       FD  GL-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-CONTROL-RECORD.
           05  GC-KEY.
               10  GC-GL-ACCOUNT      PIC X(8).
               10  GC-CURRENCY        PIC X(3).
               10  GC-BRANCH          PIC X(4).
           05  GC-NORMAL-SIDE         PIC X(1).
               88 GC-DEBIT-NORMAL     VALUE 'D'.
               88 GC-CREDIT-NORMAL    VALUE 'C'.
           05  GC-BALANCE             PIC S9(13)V99.
           05  GC-DAY-DEBITS          PIC 9(13)V99.
           05  GC-DAY-CREDITS         PIC 9(13)V99.
           05  GC-SUBLEDGER           PIC S9(13)V99.
           05  GC-IN-TRANSIT          PIC S9(13)V99.
           05  GC-DIFFERENCE          PIC S9(13)V99.
           05  GC-PROOF-DATE          PIC X(10).
           05  GC-PROOF-STATUS        PIC X(1).
               88 GC-IN-PROOF         VALUE 'P'.
               88 GC-OUT-OF-PROOF     VALUE 'O'.
           05  GC-BREAK-DATE          PIC X(10).
           05  GC-PRIOR-DATE          PIC X(10).
           05  GC-PRIOR-DIFFERENCE    PIC S9(13)V99.
           05  GC-PRIOR-STATUS        PIC X(1).
           05  GC-OPENED-DATE         PIC X(10).

      * ---------------------------------------------------------------
      * CURRENCY TRANSACTION REPORT (CTR) COMPLIANCE LOG - append only
      * ---------------------------------------------------------------
           05  ML-ACK-TELLER-ID       PIC X(8).
           05  ML-ACK-NOTE            PIC X(40).

      * ---------------------------------------------------------------
      * ITEM FEE ACTIVITY LOG - append only; one record per NSF or
      * paid-overdraft fee the posting steps charged, or waived
      * because the account reached the per-day fee item cap. The
      * cap count and the nightly fee-activity report read it.
      * ---------------------------------------------------------------
       FD  FEE-ACTIVITY-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEE-ACTIVITY-RECORD.
           05  FA-DATE                PIC X(10).
           05  FA-ACCOUNT-NUMBER      PIC X(10).
           05  FA-SOURCE              PIC X(8).
           05  FA-FEE-TYPE            PIC X(3).
               88 FA-FEE-NSF          VALUE 'NSF'.
               88 FA-FEE-OD           VALUE 'OD'.
           05  FA-ITEM-REF            PIC X(10).
           05  FA-ITEM-AMOUNT         PIC 9(9)V99.
           05  FA-ITEM-DESC           PIC X(30).
           05  FA-FEE-AMOUNT          PIC 9(5)V99.
           05  FA-DISPOSITION         PIC X(1).
               88 FA-CHARGED          VALUE 'C'.
               88 FA-WAIVED-CAP       VALUE 'W'.
               88 FA-UNCOLLECTED      VALUE 'U'.
           05  FA-BRANCH-ID           PIC X(4).

      * ---------------------------------------------------------------
      * CHANNEL ACTIVITY LOG - append only; one record per request the
      * online banking and IVR interface (CHANREQ) answered, dated
      * with the business day the request counts toward. The nightly
      * per-channel activity report reads it.
      * ---------------------------------------------------------------
       FD  CHANNEL-ACTIVITY-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHANNEL-ACTIVITY-RECORD.
           05  CA-DATE                PIC X(10).
           05  CA-TIME                PIC X(8).
           05  CA-CHANNEL-ID          PIC X(8).
           05  CA-FILE-ID             PIC X(10).
           05  CA-REQUEST-ID          PIC X(16).
           05  CA-CUSTOMER-ID         PIC X(8).
           05  CA-REQUEST-TYPE        PIC X(1).
               88 CA-BALANCE-INQUIRY  VALUE 'B'.
               88 CA-ACTIVITY-INQUIRY VALUE 'A'.
               88 CA-TRANSFER         VALUE 'T'.
               88 CA-STOP-PAYMENT     VALUE 'S'.
           05  CA-ACCOUNT-NUMBER      PIC X(10).
           05  CA-TARGET-ACCOUNT      PIC X(10).
           05  CA-AMOUNT              PIC 9(9)V99.
           05  CA-STATUS-CODE         PIC X(2).
               88 CA-COMPLETED        VALUE '00'.
               88 CA-AUTH-FAILED      VALUE '10'.
           05  CA-BRANCH-ID           PIC X(4).

      * ---------------------------------------------------------------
      * BRANCH FX REVALUATION HISTORY - append only; one record per
      * branch per currency each night FXREVAL books an unrealized
      * gain/loss, the branch's share of the currency's revaluation
      * (its own net position at the same rate move). The monthly
      * branch profitability run reads it.
      * ---------------------------------------------------------------
       FD  FX-BRANCH-REVAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  FX-BRANCH-REVAL-RECORD.
           05  FB-DATE                PIC X(10).
           05  FB-BRANCH-ID           PIC X(4).
           05  FB-CURRENCY            PIC X(3).
           05  FB-NET-POSITION        PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05  FB-GAIN-LOSS           PIC S9(11)V99
                                      SIGN LEADING SEPARATE.

      * ---------------------------------------------------------------
      * END-OF-DAY BALANCE HISTORY - one line per account per business
      * day, appended after RECON to a monthly file
      * (BALHIST_YYYYMM.dat) so month-end averages come from here
      * instead of replaying the dated roll files
      * ---------------------------------------------------------------
       FD  BALANCE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-HISTORY-RECORD.
           05  BH-BUSINESS-DATE       PIC X(10).
           05  BH-ACCOUNT-NUMBER      PIC X(10).
           05  BH-ACCOUNT-TYPE        PIC X(10).
           05  BH-CURRENCY-CODE       PIC X(3).
           05  BH-LEDGER-BALANCE      PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  BH-HOLD-AMOUNT         PIC 9(9)V99.
           05  BH-AVAILABLE-BALANCE   PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
      * Debit items (withdrawal, check, transfer out, ACH/wire out,
      * card) posted that day, for the analysis per-item charge
           05  BH-DEBIT-ITEMS         PIC 9(5).
           05  BH-STATUS              PIC X(1).
           05  BH-SOURCE              PIC X(1).
               88 BH-FROM-EOD         VALUE 'E'.
               88 BH-FROM-BACKFILL    VALUE 'B'.

      * ---------------------------------------------------------------
      * BATCH JOB STATISTICS - one line per batch step run, appended
      * by JOBSTAT.cbl (which mirrors this layout - keep the two in
      * step) and read by the RUNBOOK operations report
      * ---------------------------------------------------------------
       FD  JOB-STATS-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOB-STATS-RECORD.
           05  JS-JOB-NAME            PIC X(8).
           05  JS-STEP-NAME           PIC X(8).
           05  JS-BUSINESS-DATE       PIC X(10).
           05  JS-START-DATE          PIC X(10).
           05  JS-START-TIME          PIC X(8).
           05  JS-END-DATE            PIC X(10).
           05  JS-END-TIME            PIC X(8).
           05  JS-ELAPSED-SECONDS     PIC 9(7).
           05  JS-RECORDS-READ        PIC 9(9).
           05  JS-RECORDS-POSTED      PIC 9(9).
           05  JS-RECORDS-REJECTED    PIC 9(9).
           05  JS-RECORDS-SUSPENDED   PIC 9(9).
           05  JS-DOLLAR-TOTAL        PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
           05  JS-RETURN-CODE         PIC 9(4).
           05  JS-STEP-STATUS         PIC X(1).
               88 JS-REC-COMPLETE     VALUE 'C'.
               88 JS-REC-SKIPPED      VALUE 'S'.
               88 JS-REC-FAILED       VALUE 'F'.

      * ---------------------------------------------------------------
      * GENERIC FLAT REPORT OUTPUT FILE (account listing / summary /
      * statement text output archived to disk)
