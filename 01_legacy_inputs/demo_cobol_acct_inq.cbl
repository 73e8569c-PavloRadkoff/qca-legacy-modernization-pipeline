      * його пункти, що чекають розгляду у
      * TRANS-SUSPENSE-REMAIN.DAT. Досі на це питання відповідав
      * лише повний прогін STMT-GEN по всьому банку.
      * Поруч з книжковим балансом показується доступний
      * (мінус чинні блокування HOLDS.DAT, плюс ліміт
      * овердрафту - та сама межа, що у перевірці NSF
      * EOD-BATCH-PROC) і перелік чинних блокувань рахунку.
      * Для строкового депозиту додатково показуються умови
      * строку: строк, дата погашення, договірна ставка та
      * інструкція на погашення.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL SUSPENSE-REMAIN-FILE
               ASSIGN TO 'DATA/TRANS-SUSPENSE-REMAIN.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HOLDS-FILE ASSIGN TO 'DATA/HOLDS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS H-HOLD-KEY.

       DATA DIVISION.
       FILE SECTION.
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

       FD  AUDIT-HIST-FILE.
       01  AUDIT-HIST-REC.
           05  REM-RUN-ID         PIC X(08).
           05  REM-TRANS-REF      PIC X(15).

       FD  HOLDS-FILE.
       01  HOLD-REC.
           05  H-HOLD-KEY.
               10  H-ACCOUNT-NUM  PIC X(10).
               10  H-HOLD-SEQ     PIC 9(03).
           05  H-AMOUNT           PIC 9(7)V99.
           05  H-REASON           PIC X(01).
           05  H-REASON-TEXT      PIC X(20).
           05  H-PLACED-DATE      PIC X(08).
           05  H-EXPIRY-DATE      PIC X(08).
           05  H-STATUS           PIC X(01).
               88 HOLD-IS-ACTIVE    VALUE 'A'.
           05  H-RELEASED-DATE    PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-INQ-DONE-FLAG  PIC X(01) VALUE 'N'.
               88 END-OF-REMAIN  VALUE 'Y'.
           05  WS-PAGE-STOP-FLAG PIC X(01) VALUE 'N'.
               88 PAGING-STOPPED VALUE 'Y'.
           05  WS-HOLD-EOF-FLAG  PIC X(01) VALUE 'N'.
               88 END-OF-ACCT-HOLDS VALUE 'Y'.
       01  WS-INQ-ACCOUNT        PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-RESPONSE.
           05  WS-RESPONSE       PIC X(01).
           05  WS-PAGE-LINES     PIC 9(02) VALUE 0.
           05  WS-PAGE-SIZE      PIC 9(02) VALUE 10.
       01  WS-SUSP-MATCHES       PIC 9(05) VALUE 0.
      * Чинність блокування оцінюється на сьогоднішню дату:
      * прострочене, але ще не зняте проходом EOD, блокування
      * коштів уже не тримає.
       01  WS-HOLD-INQ-INFO.
           05  WS-TODAY          PIC X(08) VALUE SPACES.
           05  WS-HOLD-COUNT     PIC 9(05) VALUE 0.
           05  WS-HOLD-TOTAL     PIC S9(9)V99 VALUE 0.
           05  WS-AVAILABLE-BALANCE PIC S9(11)V99 VALUE 0.
       01  WS-DISPLAY-EDITS.
           05  WS-ED-BALANCE     PIC -(9)9.99.
           05  WS-ED-AMOUNT      PIC -(7)9.99.
           05  WS-ED-NEW-BAL     PIC -(9)9.99.
           05  WS-ED-RATE        PIC 9.9(4).
           05  WS-ED-LIMIT       PIC -(7)9.99.
           05  WS-ED-AVAILABLE   PIC -(9)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           DISPLAY 'ACCT-INQ: ACCOUNT INQUIRY CONSOLE'
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1000-PROCESS-ONE-INQUIRY
               UNTIL INQUIRY-DONE.
           DISPLAY 'ACCT-INQ: SESSION ENDED'
           CLOSE MASTER-FILE.

       2100-DISPLAY-MASTER-FIELDS.
           PERFORM 2200-SUM-ACTIVE-HOLDS
           MOVE M-BALANCE TO WS-ED-BALANCE
           MOVE M-INTEREST-RATE TO WS-ED-RATE
           MOVE M-OVERDRAFT-LIMIT TO WS-ED-LIMIT
           MOVE WS-AVAILABLE-BALANCE TO WS-ED-AVAILABLE
           DISPLAY ' '
           DISPLAY 'ACCOUNT:       ' M-ACCOUNT-NUM
           DISPLAY 'BALANCE:       ' WS-ED-BALANCE
           DISPLAY 'AVAILABLE:     ' WS-ED-AVAILABLE
           DISPLAY 'STATUS:        ' M-STATUS
           DISPLAY 'TYPE:          ' M-ACCOUNT-TYPE
           DISPLAY 'INT RATE:      ' WS-ED-RATE
           DISPLAY 'LAST FEE:      ' M-LAST-FEE-DATE
           IF M-OVERDRAWN-SINCE NOT = SPACES
               DISPLAY 'OVERDRAWN SINCE: ' M-OVERDRAWN-SINCE
           END-IF
           IF IS-TERM-DEPOSIT
               MOVE M-CONTRACT-RATE TO WS-ED-RATE
               DISPLAY 'TERM MONTHS:   ' M-TERM-MONTHS
               DISPLAY 'TERM START:    ' M-TERM-START-DATE
               DISPLAY 'MATURITY DATE: ' M-MATURITY-DATE
               DISPLAY 'CONTRACT RATE: ' WS-ED-RATE
               IF IS-PAYOUT-AT-MATURITY
                   DISPLAY 'AT MATURITY:   PAY OUT TO '
                           M-SETTLE-ACCT
               ELSE
                   DISPLAY 'AT MATURITY:   ROLL OVER'
               END-IF
           END-IF
           IF WS-HOLD-COUNT > 0
               PERFORM 2300-LIST-ACTIVE-HOLDS
           END-IF.

       2200-SUM-ACTIVE-HOLDS.
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE ZERO TO WS-HOLD-TOTAL
           OPEN INPUT HOLDS-FILE
           PERFORM 2250-START-ACCT-HOLDS
           PERFORM 2260-ADD-NEXT-HOLD
               UNTIL END-OF-ACCT-HOLDS
           CLOSE HOLDS-FILE
           COMPUTE WS-AVAILABLE-BALANCE =
               M-BALANCE - WS-HOLD-TOTAL + M-OVERDRAFT-LIMIT.

       2250-START-ACCT-HOLDS.
           MOVE 'N' TO WS-HOLD-EOF-FLAG
           MOVE M-ACCOUNT-NUM TO H-ACCOUNT-NUM
           MOVE ZERO TO H-HOLD-SEQ
           START HOLDS-FILE KEY IS NOT LESS THAN H-HOLD-KEY
               INVALID KEY SET END-OF-ACCT-HOLDS TO TRUE
           END-START.

       2260-ADD-NEXT-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END SET END-OF-ACCT-HOLDS TO TRUE
               NOT AT END
                   IF H-ACCOUNT-NUM NOT = M-ACCOUNT-NUM
                       SET END-OF-ACCT-HOLDS TO TRUE
                   ELSE
                       IF HOLD-IS-ACTIVE
                               AND (H-EXPIRY-DATE NOT NUMERIC
                                   OR H-EXPIRY-DATE >= WS-TODAY)
                           ADD 1 TO WS-HOLD-COUNT
                           ADD H-AMOUNT TO WS-HOLD-TOTAL
                       END-IF
                   END-IF
           END-READ.

       2300-LIST-ACTIVE-HOLDS.
           MOVE WS-HOLD-TOTAL TO WS-ED-AMOUNT
           DISPLAY 'ACTIVE HOLDS:  ' WS-HOLD-COUNT
                   ' TOTAL: ' WS-ED-AMOUNT
           OPEN INPUT HOLDS-FILE
           PERFORM 2250-START-ACCT-HOLDS
           PERFORM 2310-SHOW-NEXT-HOLD
               UNTIL END-OF-ACCT-HOLDS
           CLOSE HOLDS-FILE.

       2310-SHOW-NEXT-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END SET END-OF-ACCT-HOLDS TO TRUE
               NOT AT END
                   IF H-ACCOUNT-NUM NOT = M-ACCOUNT-NUM
                       SET END-OF-ACCT-HOLDS TO TRUE
                   ELSE
                       IF HOLD-IS-ACTIVE
                               AND (H-EXPIRY-DATE NOT NUMERIC
                                   OR H-EXPIRY-DATE >= WS-TODAY)
                           MOVE H-AMOUNT TO WS-ED-AMOUNT
                           DISPLAY '  HOLD ' H-HOLD-SEQ ' '
                                   H-REASON
                                   ' AMT: ' WS-ED-AMOUNT
                                   ' PLACED: ' H-PLACED-DATE
                                   ' EXPIRES: ' H-EXPIRY-DATE
                                   ' ' H-REASON-TEXT
                       END-IF
                   END-IF
           END-READ.

       3000-OFFER-HISTORY.
           DISPLAY 'SHOW POSTINGS FROM HISTORY? (Y/N) '
               WITH NO ADVANCING
