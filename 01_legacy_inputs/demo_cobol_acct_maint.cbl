      * небалансові зміни мають один спільний аудиторський слід
      * незалежно від порядку запусків (EOD відкриває
      * AUDIT-TRAIL.DAT як OUTPUT і затер би прямий запис).
      * Строкові депозити (тип 'T') відкриваються тим самим
      * пакетом: строк у місяцях, інструкція на дату погашення
      * (пролонгація 'R' або виплата 'P' на рахунок розрахунків)
      * і договірна ставка фіксуються при відкритті, дата
      * погашення обчислюється від дати відкриття. Строковий
      * тип задається лише при відкритті і не змінюється, а
      * ліміт овердрафту на ньому завжди нульовий.
      * Подвійний контроль (maker-checker): кожен запис
      * ACCT-MAINT.DAT несе код оператора-виконавця і не
      * застосовується одразу, а стає у спільну чергу змін
      * MAINT-PENDING.DAT. Застосовується лише зміна, яку інший
      * оператор затвердив у MAINT-APPROVE (виконавець і
      * контролер звіряються ще раз при застосуванні);
      * відхилені контролером і прострочені (довше
      * WS-PENDING-EXPIRY-DAYS днів без рішення) знімаються з
      * черги. Вирішені пункти дописуються у
      * MAINT-PENDING-HIST.DAT, а звіт показує прийняті у чергу,
      * застосовані, відхилені, прострочені і ще очікуючі зміни.
      * CUST-MAINT запускається на вимогу, поза пакетним вікном,
      * тому нічний прогін показує і пункти клієнтів у черзі
      * (очікують рішення, затверджені чи відхилені і чекають
      * на CUST-MAINT) та знімає прострочені з записом в
      * історію; застосування і відхилення пунктів клієнтів, як
      * і раніше, робить сам CUST-MAINT.
      * Кожне застосоване закриття рахунку (функція 'C' або
      * зміна статусу на 'C') дописує подію у чергу листів
      * NOTICE-EVENTS.DAT - клієнт отримує підтвердження
      * закриття від NOTICE-GEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAINT-FILE
               ASSIGN TO 'DATA/ACCT-MAINT.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PENDING-FILE
               ASSIGN TO 'DATA/MAINT-PENDING.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT PENDING-WORK-FILE
               ASSIGN TO 'DATA/MAINT-PENDING.WRK'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PENDING-HIST-FILE
               ASSIGN TO 'DATA/MAINT-PENDING-HIST.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL NOTICE-EVENT-FILE
               ASSIGN TO 'DATA/NOTICE-EVENTS.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MASTER-FILE ASSIGN TO 'DATA/MASTER.DAT'
               ORGANIZATION IS INDEXED
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
       01  MAINT-INPUT-REC       PIC X(57).

      * Черга змін під подвійним контролем, спільна з CUST-MAINT
      * і MAINT-APPROVE: PQ-DATA - запис супроводу як його
      * введено, разом з кодом виконавця.
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

      * Підсумок вирішеного пункту черги: D - застосовано,
      * F - не пройшов перевірки при застосуванні, R - відхилено
      * контролером, X - прострочено.
       FD  PENDING-HIST-FILE.
       01  PENDING-HIST-REC.
           05  PH-QUEUE-ENTRY     PIC X(195).
           05  PH-OUTCOME         PIC X(01).
           05  PH-REASON          PIC X(20).
           05  PH-RUN-DATE        PIC X(08).
           05  PH-RUN-ID          PIC X(08).

      * Подія для листа клієнту (спільний макет з EOD-BATCH-PROC
      * і NOTICE-GEN).
       FD  NOTICE-EVENT-FILE.
       01  NOTICE-EVENT-REC.
           05  NE-EVENT-TYPE      PIC X(01).
               88 NE-IS-NSF-REJECT  VALUE 'N'.
               88 NE-IS-NSF-FEE     VALUE 'F'.
               88 NE-IS-OVERDRAWN   VALUE 'O'.
               88 NE-IS-DORMANT     VALUE 'D'.
               88 NE-IS-CLOSURE     VALUE 'C'.
           05  NE-NOTICE-LEVEL    PIC 9(01).
           05  NE-ACCOUNT-NUM     PIC X(10).
           05  NE-EVENT-DATE      PIC X(08).
           05  NE-AMOUNT          PIC S9(9)V99.
           05  NE-BALANCE         PIC S9(9)V99.
           05  NE-LIMIT           PIC 9(7)V99.
           05  NE-DAYS            PIC 9(05).
           05  NE-TRANS-REF       PIC X(15).
           05  NE-RUN-ID          PIC X(08).
           05  FILLER             PIC X(01).

       FD  MASTER-FILE.
       01  MASTER-REC.
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

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-REC      PIC X(100).

       FD  PARM-FILE.
       01  PARM-REC.
           05  SC-RUN-ID         PIC X(08).

       WORKING-STORAGE SECTION.
      * Запис супроводу (з вхідного файлу або з PQ-DATA черги).
       01  MAINT-REC.
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
       01  WS-FLAGS.
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
               88 END-OF-FILE    VALUE 'Y'.
           05  WS-ITEMS-READ     PIC 9(07) VALUE 0.
           05  WS-ITEMS-APPLIED  PIC 9(07) VALUE 0.
           05  WS-ITEMS-REJECTED PIC 9(07) VALUE 0.
           05  WS-ITEMS-QUEUED   PIC 9(07) VALUE 0.
           05  WS-ITEMS-CHK-REJECTED PIC 9(07) VALUE 0.
           05  WS-ITEMS-EXPIRED  PIC 9(07) VALUE 0.
           05  WS-ITEMS-PENDING  PIC 9(07) VALUE 0.
           05  WS-CUST-PENDING   PIC 9(07) VALUE 0.
           05  WS-CUST-APPROVED  PIC 9(07) VALUE 0.
           05  WS-CUST-REJECTED  PIC 9(07) VALUE 0.
           05  WS-CUST-EXPIRED   PIC 9(07) VALUE 0.
       01  WS-EDIT-LIMITS.
           05  WS-MAX-INTEREST-RATE PIC 9V9(4) VALUE 0.2000.
           05  WS-MAX-TERM-MONTHS PIC 9(03) VALUE 120.
           05  WS-PENDING-EXPIRY-DAYS PIC 9(03) VALUE 5.
      * Вік пункту черги в днях від дати внесення.
       01  WS-PENDING-AGE-CALC.
           05  WS-RUN-DATE-NUM   PIC 9(08) VALUE 0.
           05  WS-ENTRY-DATE-NUM PIC 9(08) VALUE 0.
           05  WS-PENDING-DAYS   PIC S9(09) VALUE 0.
       01  WS-QUEUE-OUTCOME      PIC X(01) VALUE SPACE.
      * Початок пункту CUST-MAINT у PQ-DATA (макет MAINT-REC
      * програми CUST-MAINT) - для рядка звіту.
       01  WS-CUST-QUEUE-DATA.
           05  CQ-FUNC-CODE       PIC X(01).
           05  CQ-CUST-NUM        PIC X(10).
           05  CQ-ACCOUNT-NUM     PIC X(10).
           05  FILLER             PIC X(139).
      * Обчислення дати погашення строкового депозиту: місяці
      * додаються одним кроком, день місяця зберігається, а
      * кінець короткого місяця обрізає його (за зразком
      * 3500-ROLL-ONE-MONTH у STO-GEN).
       01  WS-MATURITY-CALC.
           05  WS-MAT-NUM        PIC 9(08) VALUE 0.
           05  WS-MAT-SPLIT REDEFINES WS-MAT-NUM.
               10  WS-MAT-YEAR   PIC 9(04).
               10  WS-MAT-MONTH  PIC 9(02).
               10  WS-MAT-DAY    PIC 9(02).
           05  WS-MAT-MONTHS-ABS PIC 9(07) VALUE 0.
           05  WS-MONTH-MAX-DAY  PIC 9(02) VALUE 0.
       01  WS-REJECT-REASON      PIC X(20).
       01  WS-AUDIT-OLD-BALANCE  PIC S9(9)V99 VALUE 0.
       01  WS-RUN-INFO.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(05) VALUE 'RUN: '.
           05  ML-RUN-ID         PIC X(08).
           05  FILLER            PIC X(06) VALUE ' MKR: '.
           05  ML-MAKER          PIC X(08).
           05  FILLER            PIC X(06) VALUE ' CHK: '.
           05  ML-CHECKER        PIC X(08).
       01  WS-TOTALS-LINE.
           05  TL-LABEL          PIC X(20).
           05  FILLER            PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-QUEUE-NEW-ITEMS.
           PERFORM 1600-CYCLE-QUEUE-TO-WORK.
           PERFORM 2000-PROCESS-QUEUE-ENTRY
               UNTIL END-OF-FILE.
           PERFORM 3000-TERMINATE.
           STOP RUN.

           PERFORM 1100-CHECK-STEP-CONTROL

           OPEN I-O MASTER-FILE
           OPEN OUTPUT MAINT-REPORT-FILE
           OPEN EXTEND AUDIT-TRAIL-FILE
           OPEN EXTEND PENDING-HIST-FILE
           OPEN EXTEND NOTICE-EVENT-FILE

           MOVE '==== ACCOUNT MAINTENANCE ====' TO TL-TEXT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-TEXT-LINE
                  INTO TL-TEXT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE SPACES TO TL-TEXT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-TEXT-LINE.

       1100-CHECK-STEP-CONTROL.
      * Контроль порядку кроків вікна: крок відмовляється
           WRITE STEP-CONTROL-REC
           CLOSE STEP-CONTROL-FILE.

       1500-QUEUE-NEW-ITEMS.
      * Нові записи супроводу не застосовуються, а стають у
      * чергу на затвердження з датою внесення; запис без коду
      * виконавця відхиляється одразу. Вхідний файл після
      * прийому спорожнюється (як черги у TRANS-MERGE).
           MOVE '---- NEW ITEMS QUEUED FOR APPROVAL ----' TO TL-TEXT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT MAINT-FILE
           OPEN EXTEND PENDING-FILE
           PERFORM 1510-QUEUE-ONE-ITEM
               UNTIL END-OF-FILE
           CLOSE MAINT-FILE
           CLOSE PENDING-FILE
           OPEN OUTPUT MAINT-FILE
           CLOSE MAINT-FILE.

       1510-QUEUE-ONE-ITEM.
           READ MAINT-FILE INTO MAINT-REC
               AT END SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM 1520-ADD-PENDING-ENTRY
           END-READ.

       1520-ADD-PENDING-ENTRY.
           ADD 1 TO WS-ITEMS-READ
           MOVE SPACES TO PENDING-REC
           SET PQ-IS-ACCT-MAINT TO TRUE
           SET PQ-IS-PENDING TO TRUE
           MOVE MNT-MAKER-ID TO PQ-MAKER-ID
           MOVE WS-RUN-DATE TO PQ-ENTRY-DATE
           MOVE MAINT-REC TO PQ-DATA
           IF MNT-MAKER-ID = SPACES
               ADD 1 TO WS-ITEMS-REJECTED
               MOVE 'REJECTED ' TO ML-DISPOSITION
               MOVE 'MAKER ID MISSING' TO ML-REASON
           ELSE
               ADD 1 TO WS-ITEMS-QUEUED
               MOVE 'QUEUED   ' TO ML-DISPOSITION
               MOVE SPACES TO ML-REASON
           END-IF
           PERFORM 2800-WRITE-REPORT-LINE
           IF MNT-MAKER-ID NOT = SPACES
               WRITE PENDING-REC
           END-IF.

       1600-CYCLE-QUEUE-TO-WORK.
      * Черга переписується через робочий файл за зразком
      * STO-GEN: прохід 1 копіює її, прохід 2 пише назад лише
      * пункти, що лишаються в очікуванні, і пункти CUST-MAINT,
      * крім прострочених.
           MOVE SPACES TO TL-TEXT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE '---- PENDING CHANGES QUEUE ----' TO TL-TEXT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PENDING-FILE
           OPEN OUTPUT PENDING-WORK-FILE
           PERFORM 1610-COPY-ENTRY-TO-WORK
               UNTIL END-OF-FILE
           CLOSE PENDING-FILE
           CLOSE PENDING-WORK-FILE

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PENDING-WORK-FILE
           OPEN OUTPUT PENDING-FILE
           PERFORM 2010-READ-NEXT-QUEUE-ENTRY.

       1610-COPY-ENTRY-TO-WORK.
           READ PENDING-FILE
               AT END SET END-OF-FILE TO TRUE
               NOT AT END
                   WRITE PENDING-WORK-REC FROM PENDING-REC
           END-READ.

       2000-PROCESS-QUEUE-ENTRY.
           IF PQ-IS-CUST-MAINT
               PERFORM 2060-REPORT-CUST-ENTRY
           ELSE
           IF NOT PQ-IS-ACCT-MAINT
               WRITE PENDING-REC
           ELSE
               MOVE PQ-DATA TO MAINT-REC
               EVALUATE TRUE
                   WHEN PQ-IS-APPROVED
                       PERFORM 2050-APPLY-APPROVED-ITEM
                   WHEN PQ-IS-REJECTED
                       ADD 1 TO WS-ITEMS-CHK-REJECTED
                       MOVE 'CHK-REJ  ' TO ML-DISPOSITION
                       MOVE 'REJECTED BY CHECKER' TO ML-REASON
                       MOVE 'R' TO WS-QUEUE-OUTCOME
                       PERFORM 2040-WRITE-QUEUE-HISTORY
                   WHEN OTHER
                       PERFORM 2030-CHECK-PENDING-AGE
               END-EVALUATE
               PERFORM 2800-WRITE-REPORT-LINE
           END-IF
           END-IF
           PERFORM 2010-READ-NEXT-QUEUE-ENTRY.

       2010-READ-NEXT-QUEUE-ENTRY.
           READ PENDING-WORK-FILE
               AT END SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE PENDING-WORK-REC TO PENDING-REC
           END-READ.

       2030-CHECK-PENDING-AGE.
      * Пункт без рішення довше WS-PENDING-EXPIRY-DAYS днів
      * знімається з черги; виконавець має ввести його знову.
           PERFORM 2035-COMPUTE-PENDING-DAYS
           IF WS-PENDING-DAYS > WS-PENDING-EXPIRY-DAYS
               ADD 1 TO WS-ITEMS-EXPIRED
               MOVE 'EXPIRED  ' TO ML-DISPOSITION
               MOVE 'NO DECISION IN TIME' TO ML-REASON
               MOVE 'X' TO WS-QUEUE-OUTCOME
               PERFORM 2040-WRITE-QUEUE-HISTORY
           ELSE
               ADD 1 TO WS-ITEMS-PENDING
               MOVE 'PENDING  ' TO ML-DISPOSITION
               MOVE 'AWAITING CHECKER' TO ML-REASON
               WRITE PENDING-REC
           END-IF.

       2035-COMPUTE-PENDING-DAYS.
           MOVE ZERO TO WS-PENDING-DAYS
           IF WS-RUN-DATE NUMERIC AND PQ-ENTRY-DATE NUMERIC
               MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
               MOVE PQ-ENTRY-DATE TO WS-ENTRY-DATE-NUM
               COMPUTE WS-PENDING-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE-NUM)
           END-IF.

       2040-WRITE-QUEUE-HISTORY.
           MOVE PENDING-REC TO PH-QUEUE-ENTRY
           MOVE WS-QUEUE-OUTCOME TO PH-OUTCOME
           MOVE ML-REASON TO PH-REASON
           MOVE WS-RUN-DATE TO PH-RUN-DATE
           MOVE WS-RUN-ID TO PH-RUN-ID
           WRITE PENDING-HIST-REC.

       2060-REPORT-CUST-ENTRY.
      * Пункт CUST-MAINT: прострочений без рішення знімається з
      * черги тим самим правилом, що й власні (2030); решта
      * лишається у черзі для CUST-MAINT і лише показується у
      * звіті. У колонці ACCT звіту - номер клієнта.
           MOVE PQ-DATA TO WS-CUST-QUEUE-DATA
           EVALUATE TRUE
               WHEN PQ-IS-APPROVED
                   ADD 1 TO WS-CUST-APPROVED
                   MOVE 'CUST APPR' TO ML-DISPOSITION
                   MOVE 'AWAITING CUST-MAINT' TO ML-REASON
                   WRITE PENDING-REC
               WHEN PQ-IS-REJECTED
                   ADD 1 TO WS-CUST-REJECTED
                   MOVE 'CUST REJ ' TO ML-DISPOSITION
                   MOVE 'AWAITING CUST-MAINT' TO ML-REASON
                   WRITE PENDING-REC
               WHEN OTHER
                   PERFORM 2035-COMPUTE-PENDING-DAYS
                   IF WS-PENDING-DAYS > WS-PENDING-EXPIRY-DAYS
                       ADD 1 TO WS-CUST-EXPIRED
                       MOVE 'CUST EXP ' TO ML-DISPOSITION
                       MOVE 'NO DECISION IN TIME' TO ML-REASON
                       MOVE 'X' TO WS-QUEUE-OUTCOME
                       PERFORM 2040-WRITE-QUEUE-HISTORY
                   ELSE
                       ADD 1 TO WS-CUST-PENDING
                       MOVE 'CUST PEND' TO ML-DISPOSITION
                       MOVE 'AWAITING CHECKER' TO ML-REASON
                       WRITE PENDING-REC
                   END-IF
           END-EVALUATE
           MOVE CQ-FUNC-CODE TO ML-FUNC
           MOVE CQ-CUST-NUM TO ML-ACCT
           MOVE PQ-MAKER-ID TO ML-MAKER
           MOVE PQ-CHECKER-ID TO ML-CHECKER
           WRITE MAINT-REPORT-REC FROM WS-MAINT-LINE.

       2050-APPLY-APPROVED-ITEM.
      * Затверджена зміна застосовується, лише якщо контролер
      * заданий і не є її виконавцем: самозатвердження
      * відмовляється незалежно від того, як з'явилось у черзі.
           SET ITEM-APPLIED TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF PQ-CHECKER-ID = SPACES OR PQ-CHECKER-ID = PQ-MAKER-ID
               MOVE 'SELF-APPROVAL' TO WS-REJECT-REASON
               SET ITEM-REJECTED TO TRUE
           ELSE
           EVALUATE TRUE
               WHEN MNT-IS-OPEN
                   PERFORM 2100-APPLY-OPEN
                   MOVE 'INVALID FUNC CODE' TO WS-REJECT-REASON
                   SET ITEM-REJECTED TO TRUE
           END-EVALUATE
           END-IF

           IF ITEM-APPLIED
               ADD 1 TO WS-ITEMS-APPLIED
               MOVE 'APPLIED  ' TO ML-DISPOSITION
               MOVE SPACES TO ML-REASON
               MOVE 'D' TO WS-QUEUE-OUTCOME
           ELSE
               ADD 1 TO WS-ITEMS-REJECTED
               MOVE 'REJECTED ' TO ML-DISPOSITION
               MOVE WS-REJECT-REASON TO ML-REASON
               MOVE 'F' TO WS-QUEUE-OUTCOME
           END-IF
           PERFORM 2040-WRITE-QUEUE-HISTORY.

       2100-APPLY-OPEN.
      * Відкриття нового рахунку: нульовий баланс, статус
      * активний; дублікат ключа відхиляється через INVALID KEY
      * замість затирання наявного запису. Умови строкового
      * депозиту перевіряються до побудови запису, бо
      * перевірка рахунку розрахунків читає MASTER-REC.
           IF MNT-ACCOUNT-NUM = SPACES
               MOVE 'ACCT NUM MISSING' TO WS-REJECT-REASON
               SET ITEM-REJECTED TO TRUE
           ELSE
           IF MNT-ACCOUNT-TYPE NOT = 'S' AND MNT-ACCOUNT-TYPE NOT = 'C'
                   AND MNT-ACCOUNT-TYPE NOT = 'T'
               MOVE 'INVALID ACCT TYPE' TO WS-REJECT-REASON
               SET ITEM-REJECTED TO TRUE
           ELSE
               MOVE 'RATE OUT OF RANGE' TO WS-REJECT-REASON
               SET ITEM-REJECTED TO TRUE
           ELSE
               IF MNT-ACCOUNT-TYPE = 'T'
                   PERFORM 2110-VALIDATE-TERM-DEPOSIT
               END-IF
               IF ITEM-APPLIED
                   PERFORM 2120-WRITE-NEW-ACCOUNT
               END-IF
           END-IF
           END-IF
           END-IF.

       2110-VALIDATE-TERM-DEPOSIT.
      * Строк 1..WS-MAX-TERM-MONTHS місяців, дата відкриття
      * задана (від неї рахується погашення), інструкція R або
      * P; для виплати рахунок розрахунків має існувати, не
      * бути закритим, самим депозитом чи іншим строковим.
           IF MNT-TERM-MONTHS NOT NUMERIC
                   OR MNT-TERM-MONTHS = ZERO
                   OR MNT-TERM-MONTHS > WS-MAX-TERM-MONTHS
               MOVE 'TERM OUT OF RANGE' TO WS-REJECT-REASON
               SET ITEM-REJECTED TO TRUE
           ELSE
           IF MNT-EFFECTIVE-DATE NOT NUMERIC
               MOVE 'TERM START MISSING' TO WS-REJECT-REASON
               SET ITEM-REJECTED TO TRUE
           ELSE
           IF MNT-MATURITY-INSTR NOT = 'R'
                   AND MNT-MATURITY-INSTR NOT = 'P'
               MOVE 'INVALID MAT INSTR' TO WS-REJECT-REASON
               SET ITEM-REJECTED TO TRUE
           ELSE
           IF MNT-MATURITY-INSTR = 'P'
               IF MNT-SETTLE-ACCT = SPACES
                       OR MNT-SETTLE-ACCT = MNT-ACCOUNT-NUM
                   MOVE 'INVALID SETTLE ACCT' TO WS-REJECT-REASON
                   SET ITEM-REJECTED TO TRUE
               ELSE
                   MOVE MNT-SETTLE-ACCT TO M-ACCOUNT-NUM
                   READ MASTER-FILE
                       INVALID KEY
                           MOVE 'SETTLE ACCT NOT FND'
                               TO WS-REJECT-REASON
                           SET ITEM-REJECTED TO TRUE
                       NOT INVALID KEY
                           IF IS-CLOSED OR IS-TERM-DEPOSIT
                               MOVE 'INVALID SETTLE ACCT'
                                   TO WS-REJECT-REASON
                               SET ITEM-REJECTED TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       2120-WRITE-NEW-ACCOUNT.
           MOVE MNT-ACCOUNT-NUM TO M-ACCOUNT-NUM
           MOVE ZERO TO M-BALANCE
           SET IS-ACTIVE TO TRUE
           MOVE MNT-ACCOUNT-TYPE TO M-ACCOUNT-TYPE
           MOVE MNT-INTEREST-RATE TO M-INTEREST-RATE
           MOVE MNT-EFFECTIVE-DATE TO M-LAST-ACTIVITY-DATE
           MOVE SPACES TO M-LAST-INTEREST-DATE
           IF MNT-OVERDRAFT-LIMIT NUMERIC
               MOVE MNT-OVERDRAFT-LIMIT TO M-OVERDRAFT-LIMIT
           ELSE
               MOVE ZERO TO M-OVERDRAFT-LIMIT
           END-IF
           MOVE SPACES TO M-OVERDRAWN-SINCE
           MOVE SPACES TO M-LAST-FEE-DATE
           IF IS-TERM-DEPOSIT
               PERFORM 2130-SET-TERM-FIELDS
           ELSE
               MOVE ZERO TO M-TERM-MONTHS
               MOVE SPACES TO M-MATURITY-DATE
               MOVE ZERO TO M-CONTRACT-RATE
               MOVE SPACES TO M-MATURITY-INSTR
               MOVE SPACES TO M-SETTLE-ACCT
               MOVE SPACES TO M-TERM-START-DATE
           END-IF
           MOVE ZERO TO WS-AUDIT-OLD-BALANCE
           WRITE MASTER-REC
               INVALID KEY
                   MOVE 'DUPLICATE ACCOUNT' TO WS-REJECT-REASON
                   SET ITEM-REJECTED TO TRUE
               NOT INVALID KEY
                   PERFORM 2900-WRITE-AUDIT-TRAIL
           END-WRITE.

       2130-SET-TERM-FIELDS.
      * Договірна ставка фіксується на весь строк; подальша
      * зміна M-INTEREST-RATE (функція 'R') діє лише з
      * наступної пролонгації.
           MOVE ZERO TO M-OVERDRAFT-LIMIT
           MOVE MNT-TERM-MONTHS TO M-TERM-MONTHS
           MOVE MNT-INTEREST-RATE TO M-CONTRACT-RATE
           MOVE MNT-MATURITY-INSTR TO M-MATURITY-INSTR
           IF IS-PAYOUT-AT-MATURITY
               MOVE MNT-SETTLE-ACCT TO M-SETTLE-ACCT
           ELSE
               MOVE SPACES TO M-SETTLE-ACCT
           END-IF
           MOVE MNT-EFFECTIVE-DATE TO M-TERM-START-DATE
           MOVE MNT-EFFECTIVE-DATE TO WS-MAT-NUM
           PERFORM 2140-ADD-TERM-MONTHS
           MOVE WS-MAT-NUM TO M-MATURITY-DATE.

       2140-ADD-TERM-MONTHS.
           COMPUTE WS-MAT-MONTHS-ABS =
               WS-MAT-YEAR * 12 + WS-MAT-MONTH - 1 + M-TERM-MONTHS
           DIVIDE WS-MAT-MONTHS-ABS BY 12
               GIVING WS-MAT-YEAR REMAINDER WS-MAT-MONTH
           ADD 1 TO WS-MAT-MONTH
           EVALUATE WS-MAT-MONTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-MONTH-MAX-DAY
               WHEN 2
                   IF FUNCTION MOD(WS-MAT-YEAR, 4) = 0
                           AND (FUNCTION MOD(WS-MAT-YEAR, 100)
                                   NOT = 0
                               OR FUNCTION MOD(WS-MAT-YEAR, 400)
                                   = 0)
                       MOVE 29 TO WS-MONTH-MAX-DAY
                   ELSE
                       MOVE 28 TO WS-MONTH-MAX-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-MAX-DAY
           END-EVALUATE
           IF WS-MAT-DAY > WS-MONTH-MAX-DAY
               MOVE WS-MONTH-MAX-DAY TO WS-MAT-DAY
           END-IF.

       2200-APPLY-CLOSE.
                           TO M-LAST-ACTIVITY-DATE
                       REWRITE MASTER-REC
                       PERFORM 2900-WRITE-AUDIT-TRAIL
                       PERFORM 2950-WRITE-CLOSURE-NOTICE
                   END-IF
                   END-IF
           END-READ.
                           MOVE MNT-NEW-STATUS TO M-STATUS
                           REWRITE MASTER-REC
                           PERFORM 2900-WRITE-AUDIT-TRAIL
                           IF IS-CLOSED
                               PERFORM 2950-WRITE-CLOSURE-NOTICE
                           END-IF
                       END-IF
               END-READ
           END-IF.

       2500-APPLY-TYPE-CHANGE.
      * Строковий тип не призначається і не знімається зміною
      * типу: умови строку існують лише з відкриття.
           IF MNT-ACCOUNT-TYPE NOT = 'S' AND MNT-ACCOUNT-TYPE NOT = 'C'
               MOVE 'INVALID ACCT TYPE' TO WS-REJECT-REASON
               SET ITEM-REJECTED TO TRUE
                       MOVE 'ACCT NOT FOUND' TO WS-REJECT-REASON
                       SET ITEM-REJECTED TO TRUE
                   NOT INVALID KEY
                       IF IS-TERM-DEPOSIT
                           MOVE 'TERM DEPOSIT TYPE'
                               TO WS-REJECT-REASON
                           SET ITEM-REJECTED TO TRUE
                       ELSE
                           MOVE M-BALANCE TO WS-AUDIT-OLD-BALANCE
                           MOVE MNT-ACCOUNT-TYPE TO M-ACCOUNT-TYPE
                           REWRITE MASTER-REC
                           PERFORM 2900-WRITE-AUDIT-TRAIL
                       END-IF
               END-READ
           END-IF.

                       MOVE 'ACCT NOT FOUND' TO WS-REJECT-REASON
                       SET ITEM-REJECTED TO TRUE
                   NOT INVALID KEY
                       IF IS-TERM-DEPOSIT
                               AND MNT-OVERDRAFT-LIMIT NOT = ZERO
                           MOVE 'NO OD ON TERM DEP'
                               TO WS-REJECT-REASON
                           SET ITEM-REJECTED TO TRUE
                       ELSE
                           MOVE M-BALANCE TO WS-AUDIT-OLD-BALANCE
                           MOVE MNT-OVERDRAFT-LIMIT
                               TO M-OVERDRAFT-LIMIT
                           REWRITE MASTER-REC
                           PERFORM 2900-WRITE-AUDIT-TRAIL
                       END-IF
               END-READ
           END-IF.

       2800-WRITE-REPORT-LINE.
           MOVE MNT-FUNC-CODE TO ML-FUNC
           MOVE MNT-ACCOUNT-NUM TO ML-ACCT
           MOVE PQ-MAKER-ID TO ML-MAKER
           MOVE PQ-CHECKER-ID TO ML-CHECKER
           WRITE MAINT-REPORT-REC FROM WS-MAINT-LINE.

       2900-WRITE-AUDIT-TRAIL.
           MOVE SPACES              TO AUDIT-TRANS-REF
           WRITE AUDIT-TRAIL-REC.

       2950-WRITE-CLOSURE-NOTICE.
      * Дата закриття в листі - дата набрання чинності зміни.
           MOVE SPACES TO NOTICE-EVENT-REC
           SET NE-IS-CLOSURE TO TRUE
           MOVE ZERO TO NE-NOTICE-LEVEL
           MOVE M-ACCOUNT-NUM TO NE-ACCOUNT-NUM
           IF MNT-EFFECTIVE-DATE NUMERIC
               MOVE MNT-EFFECTIVE-DATE TO NE-EVENT-DATE
           ELSE
               MOVE WS-RUN-DATE TO NE-EVENT-DATE
           END-IF
           MOVE ZERO TO NE-AMOUNT
           MOVE M-BALANCE TO NE-BALANCE
           MOVE ZERO TO NE-LIMIT
           MOVE ZERO TO NE-DAYS
           MOVE WS-RUN-ID TO NE-RUN-ID
           WRITE NOTICE-EVENT-REC.

       3000-TERMINATE.
           MOVE SPACES TO TL-TEXT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE WS-ITEMS-READ TO TL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'ITEMS QUEUED' TO TL-LABEL
           MOVE WS-ITEMS-QUEUED TO TL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'ITEMS APPLIED' TO TL-LABEL
           MOVE WS-ITEMS-APPLIED TO TL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-LINE
           MOVE WS-ITEMS-REJECTED TO TL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'REJECTED BY CHECKER' TO TL-LABEL
           MOVE WS-ITEMS-CHK-REJECTED TO TL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'ITEMS EXPIRED' TO TL-LABEL
           MOVE WS-ITEMS-EXPIRED TO TL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'STILL PENDING' TO TL-LABEL
           MOVE WS-ITEMS-PENDING TO TL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'CUST PENDING' TO TL-LABEL
           MOVE WS-CUST-PENDING TO TL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'CUST APPROVED' TO TL-LABEL
           MOVE WS-CUST-APPROVED TO TL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'CUST REJECTED' TO TL-LABEL
           MOVE WS-CUST-REJECTED TO TL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'CUST EXPIRED' TO TL-LABEL
           MOVE WS-CUST-EXPIRED TO TL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-LINE

           CLOSE PENDING-WORK-FILE
           CLOSE PENDING-FILE
           CLOSE PENDING-HIST-FILE
           CLOSE NOTICE-EVENT-FILE
           CLOSE MASTER-FILE
           CLOSE MAINT-REPORT-FILE
           CLOSE AUDIT-TRAIL-FILE
           END-IF
           DISPLAY 'ACCT-MAINT COMPLETE. READ: ' WS-ITEMS-READ
                   ' APPLIED: ' WS-ITEMS-APPLIED
                   ' REJECTED: ' WS-ITEMS-REJECTED
                   ' PENDING: ' WS-ITEMS-PENDING.
