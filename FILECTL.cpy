               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

           SELECT WIRE-FILE ASSIGN TO WS-WIRE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WR-WIRE-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.
           SELECT CARD-FILE ASSIGN TO WS-CARD-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CARD-NUMBER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO WS-DISPUTE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

           SELECT BENEFICIARY-FILE ASSIGN TO WS-BENEFICIARY-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

           SELECT LEGAL-ORDER-FILE ASSIGN TO WS-LEGAL-ORDER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-ORDER-NUMBER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

           SELECT VAULT-FILE ASSIGN TO WS-VAULT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

           SELECT POSPAY-ACCOUNT-FILE ASSIGN TO WS-PPACCT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-ACCOUNT-NUMBER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

           SELECT ISSUED-CHECK-FILE ASSIGN TO WS-ISSCHK-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

           SELECT POSPAY-EXCEPTION-FILE ASSIGN TO WS-PPEXCP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-EXCEPTION-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

           SELECT RATE-INDEX-FILE ASSIGN TO WS-RATEIDX-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

           SELECT VARIABLE-RATE-FILE ASSIGN TO WS-VRPLAN-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VR-ACCOUNT-NUMBER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

           SELECT LOAN-AUTOPAY-FILE ASSIGN TO WS-AUTOPAY-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-LOAN-ACCOUNT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

           SELECT CHARGE-OFF-FILE ASSIGN TO WS-CHGOFF-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-ACCOUNT-NUMBER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO WS-PENDCHG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

           SELECT SWEEP-PLAN-FILE ASSIGN TO WS-SWEEP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-ACCOUNT-NUMBER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

           SELECT BRANCH-CONSOL-FILE ASSIGN TO WS-BRCONSOL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BX-CLOSING-BRANCH
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

           SELECT LEGAL-HOLD-FILE ASSIGN TO WS-LGLHOLD-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-ACCOUNT-NUMBER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

           SELECT GL-CONTROL-FILE ASSIGN TO WS-GLCTRL-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FILE-STATUS.

           SELECT COMPLIANCE-LOG-FILE ASSIGN TO WS-COMPLIANCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT FEE-ACTIVITY-FILE ASSIGN TO WS-FEEACT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT CHANNEL-ACTIVITY-FILE ASSIGN TO WS-CHANACT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT FX-BRANCH-REVAL-FILE ASSIGN TO WS-FXBRHIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO WS-BALHIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT JOB-STATS-FILE ASSIGN TO WS-JOBSTATS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
