       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-APPROVE.
       AUTHOR. COBALT-LEGACY-ENGINE.
       DATE-WRITTEN. 2026-10-15.

      * Затвердження змін супроводу контролером (подвійний
      * контроль maker-checker для ACCT-MAINT і CUST-MAINT).
      * ACCT-MAINT і CUST-MAINT не застосовують записи одразу, а
      * ставлять їх у чергу MAINT-PENDING.DAT з кодом оператора-
      * виконавця; ця утиліта (в стилі TRANS-REINJECT) показує
      * контролеру кожен пункт в очікуванні і записує його
      * рішення: затвердити, відхилити або пропустити. Свій
      * власний пункт оператор не може ні затвердити, ні
      * відхилити - він лишається в черзі для іншого оператора.
      * Пункти високого ризику (ліміт овердрафту понад
      * WS-HIGH-RISK-LIMIT, розморожування/реактивація рахунку)
      * позначаються у черзі, і затвердження вимагає повторно
      * ввести ключ пункту. Рішення застосовує наступний прогін
      * ACCT-MAINT або CUST-MAINT, який ще раз звіряє виконавця
      * і контролера.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDING-FILE
               ASSIGN TO 'DATA/MAINT-PENDING.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT PENDING-WORK-FILE
               ASSIGN TO 'DATA/MAINT-PENDING.WRK'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'DATA/EOD-PARM.DAT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Черга змін під подвійним контролем, спільна з ACCT-MAINT
      * і CUST-MAINT.
       FD  PENDING-FILE.
       01  PENDING-REC.
           05  PQ-SOURCE          PIC X(01).
               88 PQ-IS-ACCT-MAINT  VALUE 'A'.
               88 PQ-IS-CUST-MAINT  VALUE 'C'.
           05  PQ-STATUS          PIC X(01).
               88 PQ-IS-PENDING     VALUE 'P'.
               88 PQ-IS-APPROVED    VALUE 'A'.
               88 PQ-IS-REJECTED    VALUE 'R'.
           05  PQ-RISK            PIC X(01).
               88 PQ-IS-HIGH-RISK   VALUE 'H'.
           05  PQ-MAKER-ID        PIC X(08).
           05  PQ-ENTRY-DATE      PIC X(08).
           05  PQ-CHECKER-ID      PIC X(08).
           05  PQ-DECISION-DATE   PIC X(08).
           05  PQ-DATA            PIC X(160).

       FD  PENDING-WORK-FILE.
       01  PENDING-WORK-REC      PIC X(195).

       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-RESTART-FLAG PIC X(01).
           05  PARM-RESTART-COUNT PIC 9(07).
           05  PARM-INTEREST-RUN-FLAG PIC X(01).
           05  PARM-RUN-DATE      PIC X(08).
           05  PARM-RUN-ID        PIC X(08).
           05  PARM-DATE-FILTER-FLAG PIC X(01).
           05  PARM-FILTER-DATE   PIC X(08).
           05  PARM-FEE-RUN-FLAG  PIC X(01).
           05  PARM-OVERRIDE-FLAG PIC X(01).
           05  PARM-SURV-THRESHOLD PIC 9(7)V99.
           05  PARM-MOVE-PCT      PIC 9(3)V99.
           05  PARM-MOVE-AMT      PIC 9(7)V99.
           05  PARM-OFFLOAD-YEARS PIC 9(02).

       WORKING-STORAGE SECTION.
      * Пункт ACCT-MAINT у PQ-DATA (макет MAINT-REC ACCT-MAINT).
       01  ACCT-MAINT-REC.
           05  MNT-FUNC-CODE      PIC X(01).
               88 MNT-IS-OPEN       VALUE 'O'.
               88 MNT-IS-CLOSE      VALUE 'C'.
               88 MNT-IS-RATE-CHG   VALUE 'R'.
               88 MNT-IS-STATUS-CHG VALUE 'S'.
               88 MNT-IS-TYPE-CHG   VALUE 'T'.
               88 MNT-IS-LIMIT-CHG  VALUE 'L'.
           05  MNT-ACCOUNT-NUM    PIC X(10).
           05  MNT-ACCOUNT-TYPE   PIC X(01).
           05  MNT-NEW-STATUS     PIC X(01).
           05  MNT-INTEREST-RATE  PIC 9V9(4).
           05  MNT-OVERDRAFT-LIMIT PIC 9(7)V99.
           05  MNT-EFFECTIVE-DATE PIC X(08).
           05  MNT-TERM-MONTHS    PIC 9(03).
           05  MNT-MATURITY-INSTR PIC X(01).
           05  MNT-SETTLE-ACCT    PIC X(10).
           05  MNT-MAKER-ID       PIC X(08).
      * Пункт CUST-MAINT у PQ-DATA (макет MAINT-REC CUST-MAINT).
       01  CUST-MAINT-REC.
           05  CM-FUNC-CODE       PIC X(01).
               88 CM-IS-OPEN        VALUE 'O'.
               88 CM-IS-CLOSE       VALUE 'C'.
               88 CM-IS-NAME-CHG    VALUE 'N'.
               88 CM-IS-ADDR-CHG    VALUE 'A'.
               88 CM-IS-LINK        VALUE 'L'.
               88 CM-IS-UNLINK      VALUE 'U'.
           05  CM-CUST-NUM        PIC X(10).
           05  CM-ACCOUNT-NUM     PIC X(10).
           05  CM-CUST-NAME       PIC X(30).
           05  CM-ADDR-LINE-1     PIC X(30).
           05  CM-ADDR-LINE-2     PIC X(30).
           05  CM-ADDR-LINE-3     PIC X(30).
           05  CM-EFFECTIVE-DATE  PIC X(08).
           05  CM-MAKER-ID        PIC X(08).
       01  WS-FLAGS.
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
               88 END-OF-FILE    VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-ITEMS-REVIEWED PIC 9(05) VALUE 0.
           05  WS-ITEMS-APPROVED PIC 9(05) VALUE 0.
           05  WS-ITEMS-REJECTED PIC 9(05) VALUE 0.
           05  WS-ITEMS-SKIPPED  PIC 9(05) VALUE 0.
           05  WS-ITEMS-OWN      PIC 9(05) VALUE 0.
      * Поріг високого ризику для нового ліміту овердрафту.
       01  WS-RISK-LIMITS.
           05  WS-HIGH-RISK-LIMIT PIC 9(7)V99 VALUE 5000.00.
       01  WS-RUN-INFO.
           05  WS-RUN-DATE       PIC X(08) VALUE SPACES.
           05  WS-RUN-ID         PIC X(08) VALUE SPACES.
       01  WS-CHECKER-ID         PIC X(08) VALUE SPACES.
       01  WS-ITEM-KEY           PIC X(10) VALUE SPACES.
       01  WS-CONFIRM-KEY        PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-RESPONSE.
           05  WS-RESPONSE       PIC X(01).
               88 APPROVE-ITEM   VALUE 'A' 'a'.
               88 REJECT-ITEM    VALUE 'R' 'r'.
       01  WS-DISPLAY-FIELDS.
           05  WS-SHOW-LIMIT     PIC Z(6)9.99.
           05  WS-SHOW-RATE      PIC 9.9999.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-CYCLE-QUEUE-TO-WORK.
           PERFORM 2000-REVIEW-QUEUE-ENTRY
               UNTIL END-OF-FILE.
           PERFORM 3000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
      * Дата рішення - дата прогону з EOD-PARM.DAT, як дата
      * внесення пункту у чергу.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   MOVE SPACES TO PARM-RUN-DATE
                   MOVE SPACES TO PARM-RUN-ID
           END-READ
           MOVE PARM-RUN-DATE TO WS-RUN-DATE
           MOVE PARM-RUN-ID TO WS-RUN-ID
           CLOSE PARM-FILE

           DISPLAY 'CHECKER OPERATOR ID: ' WITH NO ADVANCING
           ACCEPT WS-CHECKER-ID
           IF WS-CHECKER-ID = SPACES
               DISPLAY 'MAINT-APPROVE: CHECKER ID REQUIRED - '
                       'NOTHING REVIEWED'
               STOP RUN
           END-IF.

       1100-CYCLE-QUEUE-TO-WORK.
      * Черга переписується через робочий файл (за зразком
      * ACCT-MAINT): рішення пишуться у ті самі пункти, нічого
      * не знімається з черги - це робота ACCT-MAINT/CUST-MAINT.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PENDING-FILE
           OPEN OUTPUT PENDING-WORK-FILE
           PERFORM 1110-COPY-ENTRY-TO-WORK
               UNTIL END-OF-FILE
           CLOSE PENDING-FILE
           CLOSE PENDING-WORK-FILE

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PENDING-WORK-FILE
           OPEN OUTPUT PENDING-FILE
           PERFORM 2010-READ-NEXT-QUEUE-ENTRY.

       1110-COPY-ENTRY-TO-WORK.
           READ PENDING-FILE
               AT END SET END-OF-FILE TO TRUE
               NOT AT END
                   WRITE PENDING-WORK-REC FROM PENDING-REC
           END-READ.

       2000-REVIEW-QUEUE-ENTRY.
           IF PQ-IS-PENDING
               PERFORM 2050-REVIEW-ONE-ITEM
           END-IF
           WRITE PENDING-REC
           PERFORM 2010-READ-NEXT-QUEUE-ENTRY.

       2010-READ-NEXT-QUEUE-ENTRY.
           READ PENDING-WORK-FILE
               AT END SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE PENDING-WORK-REC TO PENDING-REC
           END-READ.

       2050-REVIEW-ONE-ITEM.
           ADD 1 TO WS-ITEMS-REVIEWED
           DISPLAY ' '
           DISPLAY 'MAKER: ' PQ-MAKER-ID
                   ' ENTERED: ' PQ-ENTRY-DATE
           IF PQ-IS-ACCT-MAINT
               PERFORM 2100-SHOW-ACCT-ITEM
           ELSE
               PERFORM 2200-SHOW-CUST-ITEM
           END-IF
           IF PQ-IS-HIGH-RISK
               DISPLAY '*** HIGH RISK CHANGE ***'
           END-IF

           IF PQ-MAKER-ID = WS-CHECKER-ID
               DISPLAY 'OWN ITEM - MUST BE DECIDED BY ANOTHER '
                       'OPERATOR - LEFT PENDING'
               ADD 1 TO WS-ITEMS-OWN
           ELSE
               DISPLAY 'APPROVE, REJECT OR SKIP THIS ITEM? (A/R/S) '
                   WITH NO ADVANCING
               ACCEPT WS-RESPONSE
               EVALUATE TRUE
                   WHEN APPROVE-ITEM
                       PERFORM 2300-APPROVE-ITEM
                   WHEN REJECT-ITEM
                       MOVE 'R' TO PQ-STATUS
                       PERFORM 2400-RECORD-DECISION
                       ADD 1 TO WS-ITEMS-REJECTED
                       DISPLAY 'ITEM REJECTED'
                   WHEN OTHER
                       ADD 1 TO WS-ITEMS-SKIPPED
                       DISPLAY 'ITEM LEFT PENDING'
               END-EVALUATE
           END-IF.

       2100-SHOW-ACCT-ITEM.
      * Ризик оцінюється при показі і зберігається в пункті:
      * новий ліміт понад поріг (відкриття або зміна ліміту) і
      * переведення рахунку в активний стан (розморожування,
      * реактивація) - високий ризик.
           MOVE PQ-DATA TO ACCT-MAINT-REC
           MOVE MNT-ACCOUNT-NUM TO WS-ITEM-KEY
           DISPLAY 'ACCOUNT MAINTENANCE  FUNC: ' MNT-FUNC-CODE
                   ' ACCOUNT: ' MNT-ACCOUNT-NUM
                   ' EFFECTIVE: ' MNT-EFFECTIVE-DATE
           EVALUATE TRUE
               WHEN MNT-IS-OPEN
                   DISPLAY '  OPEN TYPE: ' MNT-ACCOUNT-TYPE
                           ' TERM MONTHS: ' MNT-TERM-MONTHS
                           ' MAT INSTR: ' MNT-MATURITY-INSTR
                           ' SETTLE: ' MNT-SETTLE-ACCT
               WHEN MNT-IS-TYPE-CHG
                   DISPLAY '  NEW TYPE: ' MNT-ACCOUNT-TYPE
               WHEN MNT-IS-STATUS-CHG
                   DISPLAY '  NEW STATUS: ' MNT-NEW-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF MNT-IS-OPEN OR MNT-IS-RATE-CHG
               IF MNT-INTEREST-RATE NUMERIC
                   MOVE MNT-INTEREST-RATE TO WS-SHOW-RATE
                   DISPLAY '  INTEREST RATE: ' WS-SHOW-RATE
               END-IF
           END-IF
           IF MNT-IS-OPEN OR MNT-IS-LIMIT-CHG
               IF MNT-OVERDRAFT-LIMIT NUMERIC
                   MOVE MNT-OVERDRAFT-LIMIT TO WS-SHOW-LIMIT
                   DISPLAY '  OVERDRAFT LIMIT: ' WS-SHOW-LIMIT
                   IF MNT-OVERDRAFT-LIMIT > WS-HIGH-RISK-LIMIT
                       MOVE 'H' TO PQ-RISK
                   END-IF
               END-IF
           END-IF
           IF MNT-IS-STATUS-CHG AND MNT-NEW-STATUS = 'A'
               MOVE 'H' TO PQ-RISK
           END-IF.

       2200-SHOW-CUST-ITEM.
           MOVE PQ-DATA TO CUST-MAINT-REC
           MOVE CM-CUST-NUM TO WS-ITEM-KEY
           DISPLAY 'CUSTOMER MAINTENANCE  FUNC: ' CM-FUNC-CODE
                   ' CUSTOMER: ' CM-CUST-NUM
                   ' EFFECTIVE: ' CM-EFFECTIVE-DATE
           EVALUATE TRUE
               WHEN CM-IS-OPEN OR CM-IS-NAME-CHG
                   DISPLAY '  NAME: ' CM-CUST-NAME
               WHEN CM-IS-LINK OR CM-IS-UNLINK
                   DISPLAY '  ACCOUNT: ' CM-ACCOUNT-NUM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF CM-IS-OPEN OR CM-IS-ADDR-CHG
               DISPLAY '  ADDRESS: ' CM-ADDR-LINE-1
               DISPLAY '           ' CM-ADDR-LINE-2
               DISPLAY '           ' CM-ADDR-LINE-3
           END-IF.

       2300-APPROVE-ITEM.
      * Високий ризик: контролер повторно вводить ключ пункту
      * (рахунок або клієнта), щоб підтвердити, що бачив саме
      * його; розбіжність лишає пункт в очікуванні.
           IF PQ-IS-HIGH-RISK
               MOVE SPACES TO WS-CONFIRM-KEY
               DISPLAY 'HIGH RISK - RE-ENTER ' WS-ITEM-KEY
                       ' TO CONFIRM: ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM-KEY
           ELSE
               MOVE WS-ITEM-KEY TO WS-CONFIRM-KEY
           END-IF
           IF WS-CONFIRM-KEY NOT = WS-ITEM-KEY
               ADD 1 TO WS-ITEMS-SKIPPED
               DISPLAY 'KEY NOT CONFIRMED - ITEM LEFT PENDING'
           ELSE
               MOVE 'A' TO PQ-STATUS
               PERFORM 2400-RECORD-DECISION
               ADD 1 TO WS-ITEMS-APPROVED
               DISPLAY 'ITEM APPROVED'
           END-IF.

       2400-RECORD-DECISION.
           MOVE WS-CHECKER-ID TO PQ-CHECKER-ID
           MOVE WS-RUN-DATE TO PQ-DECISION-DATE.

       3000-TERMINATE.
           CLOSE PENDING-WORK-FILE
           CLOSE PENDING-FILE
           DISPLAY ' '
           DISPLAY 'MAINT-APPROVE COMPLETE. REVIEWED: '
                   WS-ITEMS-REVIEWED
                   ' APPROVED: ' WS-ITEMS-APPROVED
                   ' REJECTED: ' WS-ITEMS-REJECTED
                   ' SKIPPED: ' WS-ITEMS-SKIPPED
                   ' OWN: ' WS-ITEMS-OWN.
