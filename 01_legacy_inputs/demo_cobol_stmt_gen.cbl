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

       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-TRAIL-REC.
      * STEP-CONTROL.DAT, за зразком ACCT-MAINT).
       01  WS-STEP-CONTROL-INFO.
           05  WS-STEP-NAME      PIC X(12) VALUE 'STMT-GEN'.
           05  WS-STEP-PRED      PIC X(12) VALUE 'MONTH-END'.
           05  WS-STEP-STATUS    PIC X(01) VALUE SPACE.
           05  WS-STEP-REFUSAL   PIC X(20) VALUE SPACES.
           05  WS-STEP-TIME      PIC X(08) VALUE SPACES.
                             OR AUDIT-TRANS-TYPE = 'W'
                             OR AUDIT-TRANS-TYPE = 'F'
                             OR AUDIT-TRANS-TYPE = 'X'
                             OR AUDIT-TRANS-TYPE = 'I'
                             OR AUDIT-TRANS-TYPE = 'V'
                             OR AUDIT-TRANS-TYPE = 'E')
                       MOVE AUDIT-ACCOUNT-NUM TO X-ACCOUNT-NUM
                       READ CUST-XREF-FILE
                           INVALID KEY
               WHEN 'F' MOVE 'FEE'        TO DT-TYPE-DESC
               WHEN 'X' MOVE 'TRANSFER'   TO DT-TYPE-DESC
               WHEN 'I' MOVE 'INTEREST'   TO DT-TYPE-DESC
               WHEN 'V' MOVE 'REVERSAL'   TO DT-TYPE-DESC
               WHEN 'E' MOVE 'EXT PAYMENT' TO DT-TYPE-DESC
               WHEN OTHER
                   MOVE SAW-TRANS-TYPE TO DT-TYPE-DESC
           END-EVALUATE
