           05  M-ACCOUNT-TYPE    PIC X(01).
               88 IS-SAVINGS     VALUE 'S'.
               88 IS-CHECKING    VALUE 'C'.
               88 IS-TERM-DEPOSIT VALUE 'T'.
           05  M-INTEREST-RATE   PIC 9V9(4).
           05  M-LAST-ACTIVITY-DATE PIC X(08).
           05  M-LAST-INTEREST-DATE PIC X(08).
           05  M-OVERDRAFT-LIMIT PIC 9(7)V99.
           05  M-OVERDRAWN-SINCE PIC X(08).
           05  M-LAST-FEE-DATE   PIC X(08).
           05  M-TERM-MONTHS     PIC 9(03).
           05  M-MATURITY-DATE   PIC X(08).
           05  M-CONTRACT-RATE   PIC 9V9(4).
           05  M-MATURITY-INSTR  PIC X(01).
               88 IS-ROLLOVER-AT-MATURITY VALUE 'R'.
               88 IS-PAYOUT-AT-MATURITY   VALUE 'P'.
           05  M-SETTLE-ACCT     PIC X(10).
           05  M-TERM-START-DATE PIC X(08).

       FD  TRANS-SUSPENSE-FILE.
       01  SUSPENSE-REC.
       01  ACCT-OFFLOAD-REC.
           05  OFF-MASTER-DATA.
               10  OFF-ACCOUNT-NUM PIC X(10).
               10  FILLER          PIC X(94).
           05  OFF-OFFLOAD-DATE   PIC X(08).
           05  OFF-RUN-ID         PIC X(08).

       SD  OFFLOAD-SORT-FILE.
       01  OFFLOAD-SORT-REC.
           05  OS-ACCOUNT-NUM     PIC X(10).
           05  OS-REST-OF-REC     PIC X(110).

       FD  OFFLOAD-WORK-FILE.
       01  OFFLOAD-WORK-REC.
           05  OW-ACCOUNT-NUM     PIC X(10).
           05  OW-REST-OF-REC     PIC X(110).

       FD  OFFLOAD-REPORT-FILE.
       01  OFFLOAD-REPORT-REC    PIC X(80).
