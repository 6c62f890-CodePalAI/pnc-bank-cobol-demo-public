           05  LS-CD-RATE-DEFAULT         PIC 9(2)V9(3).
           05  LS-CHECKING-MAINT-FEE      PIC 9(5)V99.
           05  LS-BELOW-MIN-FEE           PIC 9(5)V99.
           05  LS-NSF-ITEM-FEE            PIC 9(5)V99.
           05  LS-OD-ITEM-FEE             PIC 9(5)V99.
           05  LS-ITEM-FEE-DAILY-CAP      PIC 9(3).
           05  LS-LIQUIDITY-MIN-THRESHOLD PIC 9(9)V99.
           05  LS-LIQUIDITY-MAX-THRESHOLD PIC 9(11)V99.
           05  LS-LOCK-RETRY-MAX          PIC 9(2).
           05  LS-PWD-EXPIRY-DAYS         PIC 9(3).
           05  LS-PWD-WARN-DAYS           PIC 9(3).
           05  LS-FX-MOVE-TOL-PCT         PIC 9(3)V99.
           05  LS-WIRE-CUTOFF-HHMM        PIC 9(4).
           05  LS-CARD-ATM-DAILY-LIMIT    PIC 9(5)V99.
           05  LS-CARD-POS-DAILY-LIMIT    PIC 9(7)V99.
           05  LS-DISPUTE-PROV-DAYS       PIC 9(3).
           05  LS-DISPUTE-FINAL-DAYS      PIC 9(3).
           05  LS-DISPUTE-WARN-DAYS       PIC 9(3).
           05  LS-LEGAL-ORDER-FEE         PIC 9(5)V99.
           05  LS-LEGAL-ANSWER-DAYS       PIC 9(3).
           05  LS-LEGAL-LOOKBACK-MOS      PIC 9(2).
           05  LS-RISK-WINDOW-DAYS        PIC 9(3).
           05  LS-RISK-PTS-CTR            PIC 9(3).
           05  LS-RISK-PTS-WATCHLIST      PIC 9(3).
           05  LS-RISK-PTS-STRUCT         PIC 9(3).
           05  LS-RISK-PTS-CASH           PIC 9(3).
           05  LS-RISK-CASH-LIMIT         PIC 9(9)V99.
           05  LS-RISK-PTS-BALANCE        PIC 9(3).
           05  LS-RISK-BALANCE-LIMIT      PIC 9(9)V99.
           05  LS-RISK-PTS-FOREIGN        PIC 9(3).
           05  LS-RISK-PTS-NEW-REL        PIC 9(3).
           05  LS-RISK-NEW-REL-DAYS       PIC 9(4).
           05  LS-RISK-MEDIUM-SCORE       PIC 9(3).
           05  LS-RISK-HIGH-SCORE         PIC 9(3).
           05  LS-RISK-REVIEW-DAYS-H      PIC 9(4).
           05  LS-RISK-REVIEW-DAYS-M      PIC 9(4).
           05  LS-RISK-REVIEW-DAYS-L      PIC 9(4).
           05  LS-RISK-PTS-BUSINESS       PIC 9(3).
           05  LS-KITE-WINDOW-DAYS        PIC 9(3).
           05  LS-KITE-MIN-CYCLES         PIC 9(3).
           05  LS-KITE-MIN-AMOUNT         PIC 9(9)V99.
           05  LS-KITE-MIN-UNCOLL         PIC 9(3).
           05  LS-KITE-GROWTH-PCT         PIC 9(4).
           05  LS-KITE-FLOAT-FLOOR        PIC 9(9)V99.
           05  LS-CALL-BAND-1             PIC 9(9)V99.
           05  LS-CALL-BAND-2             PIC 9(9)V99.
           05  LS-CALL-BAND-3             PIC 9(9)V99.
           05  LS-RUNBOOK-HIST-DAYS       PIC 9(3).
           05  LS-RUNBOOK-VAR-PCT         PIC 9(3).
           05  LS-RUNBOOK-MIN-SECS        PIC 9(5).
           05  LS-PP-CUTOFF-HHMM          PIC 9(4).
           05  LS-PP-AGE-OFF-DAYS         PIC 9(3).
           05  LS-LOAN-AUTOPAY-RETRY      PIC 9(2).
           05  LS-POSTING-CUTOFF-HHMM     PIC 9(4).
           05  LS-ROLL-RETAIN-MONTHS      PIC 9(3).
           05  LS-CHANNEL-ACT-ITEMS       PIC 9(2).
           05  LS-CHANNEL-ACT-DAYS        PIC 9(3).
           05  LS-FTP-CREDIT-RATE         PIC 9(2)V9(3).
           05  LS-FTP-CHARGE-RATE         PIC 9(2)V9(3).
           05  LS-CHGOFF-LOAN-DAYS        PIC 9(3).
           05  LS-CHGOFF-OD-DAYS          PIC 9(3).
           05  LS-CHGOFF-REVIEW-DAYS      PIC 9(3).
           05  LS-MAINT-EXPIRY-DAYS       PIC 9(3).
       01  LS-AS-OF-DATE              PIC X(10).

       PROCEDURE DIVISION USING LS-BUSINESS-RULES LS-AS-OF-DATE.
                   MOVE WS-PARM-VALUE TO LS-CHECKING-MAINT-FEE
               WHEN "BELOW-MIN-FEE"
                   MOVE WS-PARM-VALUE TO LS-BELOW-MIN-FEE
               WHEN "NSF-ITEM-FEE"
                   MOVE WS-PARM-VALUE TO LS-NSF-ITEM-FEE
               WHEN "OD-ITEM-FEE"
                   MOVE WS-PARM-VALUE TO LS-OD-ITEM-FEE
               WHEN "ITEM-FEE-DAILY-CAP"
                   MOVE WS-PARM-VALUE TO LS-ITEM-FEE-DAILY-CAP
               WHEN "LIQUIDITY-MIN"
                   MOVE WS-PARM-VALUE TO LS-LIQUIDITY-MIN-THRESHOLD
               WHEN "LIQUIDITY-MAX"
                   MOVE WS-PARM-VALUE TO LS-PWD-WARN-DAYS
               WHEN "FX-MOVE-TOL-PCT"
                   MOVE WS-PARM-VALUE TO LS-FX-MOVE-TOL-PCT
               WHEN "WIRE-CUTOFF-HHMM"
                   MOVE WS-PARM-VALUE TO LS-WIRE-CUTOFF-HHMM
               WHEN "CARD-ATM-DAILY-LIMIT"
                   MOVE WS-PARM-VALUE TO LS-CARD-ATM-DAILY-LIMIT
               WHEN "CARD-POS-DAILY-LIMIT"
                   MOVE WS-PARM-VALUE TO LS-CARD-POS-DAILY-LIMIT
               WHEN "DISPUTE-PROV-DAYS"
                   MOVE WS-PARM-VALUE TO LS-DISPUTE-PROV-DAYS
               WHEN "DISPUTE-FINAL-DAYS"
                   MOVE WS-PARM-VALUE TO LS-DISPUTE-FINAL-DAYS
               WHEN "DISPUTE-WARN-DAYS"
                   MOVE WS-PARM-VALUE TO LS-DISPUTE-WARN-DAYS
               WHEN "LEGAL-ORDER-FEE"
                   MOVE WS-PARM-VALUE TO LS-LEGAL-ORDER-FEE
               WHEN "LEGAL-ANSWER-DAYS"
                   MOVE WS-PARM-VALUE TO LS-LEGAL-ANSWER-DAYS
               WHEN "LEGAL-LOOKBACK-MOS"
                   MOVE WS-PARM-VALUE TO LS-LEGAL-LOOKBACK-MOS
               WHEN "RISK-WINDOW-DAYS"
                   MOVE WS-PARM-VALUE TO LS-RISK-WINDOW-DAYS
               WHEN "RISK-PTS-CTR"
                   MOVE WS-PARM-VALUE TO LS-RISK-PTS-CTR
               WHEN "RISK-PTS-WATCHLIST"
                   MOVE WS-PARM-VALUE TO LS-RISK-PTS-WATCHLIST
               WHEN "RISK-PTS-STRUCT"
                   MOVE WS-PARM-VALUE TO LS-RISK-PTS-STRUCT
               WHEN "RISK-PTS-CASH"
                   MOVE WS-PARM-VALUE TO LS-RISK-PTS-CASH
               WHEN "RISK-CASH-LIMIT"
                   MOVE WS-PARM-VALUE TO LS-RISK-CASH-LIMIT
               WHEN "RISK-PTS-BALANCE"
                   MOVE WS-PARM-VALUE TO LS-RISK-PTS-BALANCE
               WHEN "RISK-BALANCE-LIMIT"
                   MOVE WS-PARM-VALUE TO LS-RISK-BALANCE-LIMIT
               WHEN "RISK-PTS-FOREIGN"
                   MOVE WS-PARM-VALUE TO LS-RISK-PTS-FOREIGN
               WHEN "RISK-PTS-NEW-REL"
                   MOVE WS-PARM-VALUE TO LS-RISK-PTS-NEW-REL
               WHEN "RISK-NEW-REL-DAYS"
                   MOVE WS-PARM-VALUE TO LS-RISK-NEW-REL-DAYS
               WHEN "RISK-MEDIUM-SCORE"
                   MOVE WS-PARM-VALUE TO LS-RISK-MEDIUM-SCORE
               WHEN "RISK-HIGH-SCORE"
                   MOVE WS-PARM-VALUE TO LS-RISK-HIGH-SCORE
               WHEN "RISK-REVIEW-DAYS-H"
                   MOVE WS-PARM-VALUE TO LS-RISK-REVIEW-DAYS-H
               WHEN "RISK-REVIEW-DAYS-M"
                   MOVE WS-PARM-VALUE TO LS-RISK-REVIEW-DAYS-M
               WHEN "RISK-REVIEW-DAYS-L"
                   MOVE WS-PARM-VALUE TO LS-RISK-REVIEW-DAYS-L
               WHEN "RISK-PTS-BUSINESS"
                   MOVE WS-PARM-VALUE TO LS-RISK-PTS-BUSINESS
               WHEN "KITE-WINDOW-DAYS"
                   MOVE WS-PARM-VALUE TO LS-KITE-WINDOW-DAYS
               WHEN "KITE-MIN-CYCLES"
                   MOVE WS-PARM-VALUE TO LS-KITE-MIN-CYCLES
               WHEN "KITE-MIN-AMOUNT"
                   MOVE WS-PARM-VALUE TO LS-KITE-MIN-AMOUNT
               WHEN "KITE-MIN-UNCOLL"
                   MOVE WS-PARM-VALUE TO LS-KITE-MIN-UNCOLL
               WHEN "KITE-GROWTH-PCT"
                   MOVE WS-PARM-VALUE TO LS-KITE-GROWTH-PCT
               WHEN "KITE-FLOAT-FLOOR"
                   MOVE WS-PARM-VALUE TO LS-KITE-FLOAT-FLOOR
               WHEN "CALL-BAND-1"
                   MOVE WS-PARM-VALUE TO LS-CALL-BAND-1
               WHEN "CALL-BAND-2"
                   MOVE WS-PARM-VALUE TO LS-CALL-BAND-2
               WHEN "CALL-BAND-3"
                   MOVE WS-PARM-VALUE TO LS-CALL-BAND-3
               WHEN "RUNBOOK-HIST-DAYS"
                   MOVE WS-PARM-VALUE TO LS-RUNBOOK-HIST-DAYS
               WHEN "RUNBOOK-VAR-PCT"
                   MOVE WS-PARM-VALUE TO LS-RUNBOOK-VAR-PCT
               WHEN "RUNBOOK-MIN-SECS"
                   MOVE WS-PARM-VALUE TO LS-RUNBOOK-MIN-SECS
               WHEN "PP-CUTOFF-HHMM"
                   MOVE WS-PARM-VALUE TO LS-PP-CUTOFF-HHMM
               WHEN "PP-AGE-OFF-DAYS"
                   MOVE WS-PARM-VALUE TO LS-PP-AGE-OFF-DAYS
               WHEN "LOAN-AUTOPAY-RETRY"
                   MOVE WS-PARM-VALUE TO LS-LOAN-AUTOPAY-RETRY
               WHEN "POSTING-CUTOFF-HHMM"
                   MOVE WS-PARM-VALUE TO LS-POSTING-CUTOFF-HHMM
               WHEN "ROLL-RETAIN-MONTHS"
                   MOVE WS-PARM-VALUE TO LS-ROLL-RETAIN-MONTHS
               WHEN "CHANNEL-ACT-ITEMS"
                   MOVE WS-PARM-VALUE TO LS-CHANNEL-ACT-ITEMS
               WHEN "CHANNEL-ACT-DAYS"
                   MOVE WS-PARM-VALUE TO LS-CHANNEL-ACT-DAYS
               WHEN "FTP-CREDIT-RATE"
                   MOVE WS-PARM-VALUE TO LS-FTP-CREDIT-RATE
               WHEN "FTP-CHARGE-RATE"
                   MOVE WS-PARM-VALUE TO LS-FTP-CHARGE-RATE
               WHEN "CHGOFF-LOAN-DAYS"
                   MOVE WS-PARM-VALUE TO LS-CHGOFF-LOAN-DAYS
               WHEN "CHGOFF-OD-DAYS"
                   MOVE WS-PARM-VALUE TO LS-CHGOFF-OD-DAYS
               WHEN "CHGOFF-REVIEW-DAYS"
                   MOVE WS-PARM-VALUE TO LS-CHGOFF-REVIEW-DAYS
               WHEN "MAINT-EXPIRY-DAYS"
                   MOVE WS-PARM-VALUE TO LS-MAINT-EXPIRY-DAYS
               WHEN OTHER
                   DISPLAY "WARNING: unknown parameter " PM-NAME
                       " ignored"
