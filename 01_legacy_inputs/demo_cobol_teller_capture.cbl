       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLER-CAPTURE.
       AUTHOR. COBALT-LEGACY-ENGINE.
       DATE-WRITTEN. 2026-10-15.

      * Касова консоль операціоніста у стилі ACCEPT/DISPLAY
      * ACCT-INQ: прийом готівкового внеску ('D') і видача
      * готівки ('W') за рахунком протягом дня. MASTER.DAT лише
      * читається: кожен прийнятий пункт лягає у касовий журнал
      * TELLER-JOURNAL.DAT з ідентифікатором операціоніста, а
      * TRANS-MERGE зводить журнал нарівні з файлами філій під
      * власним джерелом 7 у референсі. Перевірка пункту - як
      * в EOD-BATCH-PROC (заморожений чи закритий рахунок
      * відхиляється, видача не більша за доступний залишок з
      * урахуванням блокувань, ліміту овердрафту і штрафу
      * дострокового зняття строкового депозиту), але залишок
      * береться з MASTER.DAT плюс ще не проведені пункти
      * (усі дні після останнього завершеного) на цей рахунок
      * усіма операціоністами.
      * Каса: на початку дня операціоніст вносить підкріплення
      * (запис 'O' у журналі), далі бачить поточний залишок
      * готівки; сьогоднішній власний пункт можна сторнувати
      * (статус 'V' ставиться у журналі на місці, до зведення
      * такий пункт не потрапляє). Закриття каси: операціоніст
      * вводить перераховану готівку, у журнал пишеться запис
      * 'B', а звіт балансування з усіма пунктами дня, сумами і
      * надлишком/нестачею дописується у TELLER-BALANCE.PRN.
      * Після закриття каса цього дня більше не відкривається.
      * Щойно TRANS-MERGE за сьогоднішню дату стартував (запис
      * 'S' чи 'C' у STEP-CONTROL.DAT, не скасований записом
      * 'B' відкату), журнал дня вже прочитано: новий пункт чи
      * сторно не потрапили б у прогін, тож вони відхиляються
      * (перевірка - при вході і перед кожним записом); касу
      * закрити й збалансувати можна і тоді.
      * Записи журналу, датовані не пізніше передостаннього
      * завершеного дня PROC-CALENDAR.DAT, при першому вході
      * нового дня переносяться у TELLER-JOURNAL-HIST.DAT: їх
      * уже зведено. Усе вікно останнього прогону (після
      * передостаннього завершеного дня і до останнього
      * включно, разом з пунктами неробочих днів) лишається у
      * журналі, бо цей прогін ще може бути відкочений
      * EOD-BACKOUT і зведений повторно.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MASTER-FILE ASSIGN TO 'DATA/MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS M-ACCOUNT-NUM.
           SELECT OPTIONAL HOLDS-FILE ASSIGN TO 'DATA/HOLDS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS H-HOLD-KEY.
           SELECT OPTIONAL CALENDAR-FILE
               ASSIGN TO 'DATA/PROC-CALENDAR.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL STEP-CONTROL-FILE
               ASSIGN TO 'DATA/STEP-CONTROL.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TELLER-JOURNAL-FILE
               ASSIGN TO 'DATA/TELLER-JOURNAL.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT TELLER-WORK-FILE
               ASSIGN TO 'DATA/TELLER-JOURNAL.WRK'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TELLER-HIST-FILE
               ASSIGN TO 'DATA/TELLER-JOURNAL-HIST.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BALANCE-REPORT-FILE
               ASSIGN TO 'DATA/TELLER-BALANCE.PRN'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-REC.
           05  M-ACCOUNT-NUM     PIC X(10).
           05  M-BALANCE         PIC S9(9)V99.
           05  M-STATUS          PIC X(01).
               88 IS-ACTIVE      VALUE 'A'.
               88 IS-FROZEN      VALUE 'F'.
               88 IS-CLOSED      VALUE 'C'.
               88 IS-DORMANT     VALUE 'D'.
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

       FD  STEP-CONTROL-FILE.
       01  STEP-CONTROL-REC.
           05  SC-RUN-DATE        PIC X(08).
           05  SC-STEP-NAME       PIC X(12).
           05  SC-STATUS          PIC X(01).
           05  SC-TIME            PIC X(08).
           05  SC-RUN-ID          PIC X(08).

       FD  CALENDAR-FILE.
       01  CALENDAR-REC.
           05  CAL-DATE           PIC X(08).
           05  CAL-STATUS         PIC X(01).
               88 CAL-IS-PENDING   VALUE 'P'.
               88 CAL-IS-COMPLETED VALUE 'C'.
               88 CAL-IS-PERIOD-OPEN   VALUE 'O'.
               88 CAL-IS-PERIOD-LOCKED VALUE 'L'.

      * Касовий журнал: перші 38 байт - рядок транзакції у
      * форматі файлів філій (його бере TRANS-MERGE), далі
      * службові поля каси. Тип запису: 'T' - пункт, 'O' -
      * відкриття каси (сума - підкріплення), 'B' - закриття
      * каси (сума - перерахована готівка).
       FD  TELLER-JOURNAL-FILE.
       01  TELLER-JOURNAL-REC.
           05  TJ-TRANS-DETAIL.
               10  TJ-ACCOUNT-NUM  PIC X(10).
               10  TJ-TRANS-TYPE   PIC X(01).
                   88 TJ-IS-DEPOSIT    VALUE 'D'.
                   88 TJ-IS-WITHDRAWAL VALUE 'W'.
               10  TJ-AMOUNT       PIC 9(7)V99.
               10  TJ-TARGET-ACCT  PIC X(10).
               10  TJ-TRANS-DATE   PIC X(08).
           05  TJ-REC-TYPE        PIC X(01).
               88 TJ-IS-ITEM         VALUE 'T'.
               88 TJ-IS-DRAWER-OPEN  VALUE 'O'.
               88 TJ-IS-DRAWER-CLOSE VALUE 'B'.
           05  TJ-TELLER-ID       PIC X(08).
           05  TJ-SEQ             PIC 9(06).
           05  TJ-TIME            PIC X(08).
           05  TJ-STATUS          PIC X(01).
               88 TJ-IS-ACCEPTED  VALUE 'A'.
               88 TJ-IS-VOIDED    VALUE 'V'.
           05  TJ-VOID-TIME       PIC X(08).
           05  FILLER             PIC X(10).

       FD  TELLER-WORK-FILE.
       01  TELLER-WORK-REC        PIC X(80).

       FD  TELLER-HIST-FILE.
       01  TELLER-HIST-REC        PIC X(80).

       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-REC     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-SESSION-DONE-FLAG PIC X(01) VALUE 'N'.
               88 SESSION-DONE   VALUE 'Y'.
           05  WS-JOURNAL-EOF-FLAG PIC X(01) VALUE 'N'.
               88 END-OF-JOURNAL VALUE 'Y'.
           05  WS-WORK-EOF-FLAG  PIC X(01) VALUE 'N'.
               88 END-OF-WORK    VALUE 'Y'.
           05  WS-CAL-EOF-FLAG   PIC X(01) VALUE 'N'.
               88 END-OF-CALENDAR VALUE 'Y'.
           05  WS-HOLD-EOF-FLAG  PIC X(01) VALUE 'N'.
               88 END-OF-ACCT-HOLDS VALUE 'Y'.
           05  WS-ACCT-FOUND-FLAG PIC X(01) VALUE 'N'.
               88 ACCT-FOUND     VALUE 'Y'.
           05  WS-ITEM-FOUND-FLAG PIC X(01) VALUE 'N'.
               88 VOID-ITEM-FOUND VALUE 'Y'.
           05  WS-REWRITE-DONE-FLAG PIC X(01) VALUE 'N'.
               88 VOID-REWRITTEN VALUE 'Y'.
           05  WS-CAL-LOCK-FLAG  PIC X(01) VALUE 'N'.
               88 TODAY-PERIOD-LOCKED VALUE 'Y'.
           05  WS-STEP-EOF-FLAG  PIC X(01) VALUE 'N'.
               88 END-OF-STEP-FILE VALUE 'Y'.
      * Останній стан кроку TRANS-MERGE за сьогодні.
           05  WS-MERGE-STATUS   PIC X(01) VALUE SPACE.
               88 MERGE-HAS-STARTED VALUE 'S' 'C'.
       01  WS-SESSION-INFO.
           05  WS-TODAY          PIC X(08) VALUE SPACES.
           05  WS-TELLER-ID      PIC X(08) VALUE SPACES.
           05  WS-LAST-DONE-DATE PIC X(08) VALUE SPACES.
           05  WS-PREV-DONE-DATE PIC X(08) VALUE SPACES.
           05  WS-NOW-TIME       PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-RESPONSE.
           05  WS-RESPONSE       PIC X(01).
               88 RESPONSE-IS-YES VALUE 'Y' 'y'.
           05  WS-COMMAND        PIC X(01).
               88 CMD-DEPOSIT    VALUE 'D' 'd'.
               88 CMD-WITHDRAWAL VALUE 'W' 'w'.
               88 CMD-VOID       VALUE 'V' 'v'.
               88 CMD-TOTAL      VALUE 'T' 't'.
               88 CMD-CLOSE      VALUE 'C' 'c'.
               88 CMD-EXIT       VALUE 'X' 'x' ' '.
       01  WS-ITEM-ENTRY.
           05  WS-ITEM-TYPE      PIC X(01) VALUE SPACE.
               88 ITEM-IS-DEPOSIT    VALUE 'D'.
               88 ITEM-IS-WITHDRAWAL VALUE 'W'.
           05  WS-ITEM-ACCOUNT   PIC X(10) VALUE SPACES.
           05  WS-ITEM-AMOUNT    PIC 9(7)V99 VALUE 0.
           05  WS-VOID-SEQ       PIC 9(06) VALUE 0.
           05  WS-TALLY-ACCOUNT  PIC X(10) VALUE SPACES.
           05  WS-COUNTED-CASH   PIC 9(7)V99 VALUE 0.
      * Знайдений для сторнування пункт журналу.
       01  WS-VOID-ITEM.
           05  VI-ACCOUNT-NUM    PIC X(10) VALUE SPACES.
           05  VI-TRANS-TYPE     PIC X(01) VALUE SPACE.
           05  VI-AMOUNT         PIC 9(7)V99 VALUE 0.
           05  VI-TELLER-ID      PIC X(08) VALUE SPACES.
           05  VI-STATUS         PIC X(01) VALUE SPACE.
      * Підсумки одного проходу журналу: по рахунку (усі
      * операціоністи, усі не проведені дні) і по сьогоднішній
      * касі цього операціоніста.
       01  WS-JOURNAL-TALLY.
           05  WS-JOURNAL-MAX-SEQ PIC 9(06) VALUE 0.
           05  WS-ACCT-TELLER-NET PIC S9(9)V99 VALUE 0.
           05  WS-DRAWER-OPEN-FLAG PIC X(01) VALUE 'N'.
               88 DRAWER-OPENED  VALUE 'Y'.
           05  WS-DRAWER-CLOSED-FLAG PIC X(01) VALUE 'N'.
               88 DRAWER-CLOSED  VALUE 'Y'.
           05  WS-OPENING-FLOAT  PIC S9(9)V99 VALUE 0.
           05  WS-DEP-COUNT      PIC 9(05) VALUE 0.
           05  WS-DEP-TOTAL      PIC S9(9)V99 VALUE 0.
           05  WS-WD-COUNT       PIC 9(05) VALUE 0.
           05  WS-WD-TOTAL       PIC S9(9)V99 VALUE 0.
           05  WS-VOID-COUNT     PIC 9(05) VALUE 0.
           05  WS-VOID-TOTAL     PIC S9(9)V99 VALUE 0.
           05  WS-DRAWER-CASH    PIC S9(9)V99 VALUE 0.
       01  WS-ROLL-COUNTS.
           05  WS-ROLL-OLD       PIC 9(07) VALUE 0.
           05  WS-ROLL-KEPT      PIC 9(07) VALUE 0.
       01  WS-JOURNAL-SAVE       PIC X(80) VALUE SPACES.
      * Позиція рахунку: баланс MASTER.DAT плюс не проведені
      * касові пункти; доступний залишок - як у 2280
      * EOD-BATCH-PROC.
       01  WS-POSITION.
           05  WS-HOLD-TOTAL     PIC S9(9)V99 VALUE 0.
           05  WS-TODAY-BALANCE  PIC S9(11)V99 VALUE 0.
           05  WS-AVAILABLE-BALANCE PIC S9(11)V99 VALUE 0.
           05  WS-EARLY-WD-DAYS  PIC 9(03) VALUE 90.
           05  WS-EARLY-WD-PENALTY PIC 9(7)V99 VALUE 0.
           05  WS-CASH-DIFFERENCE PIC S9(9)V99 VALUE 0.
       01  WS-DISPLAY-EDITS.
           05  WS-ED-BALANCE     PIC -(9)9.99.
           05  WS-ED-AMOUNT      PIC -(7)9.99.
           05  WS-ED-LIMIT       PIC -(7)9.99.
           05  WS-ED-AVAILABLE   PIC -(9)9.99.
       01  WS-REPORT-ITEM-LINE.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RI-SEQ            PIC 9(06).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  RI-TIME           PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  RI-ACCOUNT        PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  RI-TYPE           PIC X(10).
           05  RI-AMOUNT         PIC -(9)9.99.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RI-STATUS         PIC X(10).
       01  WS-AMOUNT-LINE.
           05  AL-LABEL          PIC X(26).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(07) VALUE 'COUNT: '.
           05  AL-COUNT          PIC Z(4)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(08) VALUE 'AMOUNT: '.
           05  AL-AMOUNT         PIC -(9)9.99.
       01  WS-CASH-LINE.
           05  CL-LABEL          PIC X(26).
           05  FILLER            PIC X(24) VALUE SPACES.
           05  CL-AMOUNT         PIC -(9)9.99.
       01  WS-TOTALS-TEXT-LINE.
           05  TL-TEXT           PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-ONE-COMMAND
               UNTIL SESSION-DONE.
           DISPLAY 'TELLER-CAPTURE: SESSION ENDED FOR ' WS-TELLER-ID
           STOP RUN.

       1000-INITIALIZE.
      * Бізнес-дата пунктів - сьогоднішня дата; до зведення вони
      * потрапляють у прогін цієї дати (або найближчий після
      * неї, якщо сьогодні прогону немає).
           DISPLAY 'TELLER-CAPTURE: TELLER POSTING CONSOLE'
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY 'TELLER ID: ' WITH NO ADVANCING
           ACCEPT WS-TELLER-ID
           IF WS-TELLER-ID = SPACES
               DISPLAY 'TELLER-CAPTURE: TELLER ID REQUIRED - '
                       'NOTHING CAPTURED'
               STOP RUN
           END-IF

           PERFORM 1100-CHECK-RUN-CALENDAR
           PERFORM 1200-ROLL-JOURNAL
           PERFORM 6000-SCAN-JOURNAL

           IF DRAWER-CLOSED
               DISPLAY 'TELLER-CAPTURE: DRAWER ALREADY BALANCED FOR '
                       WS-TODAY ' - NOTHING CAPTURED'
               STOP RUN
           END-IF
           IF NOT DRAWER-OPENED
               PERFORM 1300-OPEN-DRAWER
           END-IF
           PERFORM 5000-SHOW-DRAWER-TOTAL.

       1100-CHECK-RUN-CALENDAR.
      * Останній завершений день календаря: день, за який
      * прогін уже пройшов, касою не приймається - його пункти
      * вже нікуди не потраплять. Закритий період - так само.
           MOVE 'N' TO WS-CAL-EOF-FLAG
           OPEN INPUT CALENDAR-FILE
           PERFORM 1110-SCAN-CALENDAR-RECORD
               UNTIL END-OF-CALENDAR
           CLOSE CALENDAR-FILE
           IF WS-LAST-DONE-DATE NOT = SPACES
                   AND WS-TODAY NOT > WS-LAST-DONE-DATE
               DISPLAY 'TELLER-CAPTURE: BUSINESS DATE ' WS-TODAY
                       ' ALREADY RUN - NOTHING CAPTURED'
               STOP RUN
           END-IF
           IF TODAY-PERIOD-LOCKED
               DISPLAY 'TELLER-CAPTURE: PERIOD OF ' WS-TODAY
                       ' CLOSED - NOTHING CAPTURED'
               STOP RUN
           END-IF
           PERFORM 1150-CHECK-MERGE-STARTED
           IF MERGE-HAS-STARTED
               DISPLAY 'TELLER-CAPTURE: TRANS-MERGE ALREADY RUN FOR '
                       WS-TODAY ' - ITEMS AND VOIDS REFUSED'
           END-IF.

       1110-SCAN-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END SET END-OF-CALENDAR TO TRUE
               NOT AT END
      * Два останні завершені дні: останній обмежує прийом,
      * передостанній - перенесення журналу в історію (1200).
                   IF CAL-IS-COMPLETED
                       IF CAL-DATE > WS-LAST-DONE-DATE
                           MOVE WS-LAST-DONE-DATE
                               TO WS-PREV-DONE-DATE
                           MOVE CAL-DATE TO WS-LAST-DONE-DATE
                       ELSE
                           IF CAL-DATE < WS-LAST-DONE-DATE
                                   AND CAL-DATE > WS-PREV-DONE-DATE
                               MOVE CAL-DATE TO WS-PREV-DONE-DATE
                           END-IF
                       END-IF
                   END-IF
                   IF CAL-DATE(1:6) = WS-TODAY(1:6)
                           AND CAL-DATE(7:2) = '00'
                           AND CAL-IS-PERIOD-LOCKED
                       SET TODAY-PERIOD-LOCKED TO TRUE
                   END-IF
           END-READ.

       1150-CHECK-MERGE-STARTED.
      * Записи кроку йдуть у порядку запису: чинний останній
      * (за зразком 1110 у TRANS-MERGE).
           MOVE SPACE TO WS-MERGE-STATUS
           MOVE 'N' TO WS-STEP-EOF-FLAG
           OPEN INPUT STEP-CONTROL-FILE
           PERFORM 1160-SCAN-STEP-RECORD
               UNTIL END-OF-STEP-FILE
           CLOSE STEP-CONTROL-FILE.

       1160-SCAN-STEP-RECORD.
           READ STEP-CONTROL-FILE
               AT END SET END-OF-STEP-FILE TO TRUE
               NOT AT END
                   IF SC-RUN-DATE = WS-TODAY
                           AND SC-STEP-NAME = 'TRANS-MERGE'
                       MOVE SC-STATUS TO WS-MERGE-STATUS
                   END-IF
           END-READ.

       1200-ROLL-JOURNAL.
      * Перенесення зведених днів у історію через робочий файл
      * (за зразком STO-GEN): журнал копіюється у .WRK, і лише
      * якщо в ньому є записи, датовані не пізніше
      * передостаннього завершеного дня (їх вікно TRANS-MERGE
      * уже не відкочується), переписується наново.
           MOVE ZERO TO WS-ROLL-OLD
           MOVE ZERO TO WS-ROLL-KEPT
           MOVE 'N' TO WS-JOURNAL-EOF-FLAG
           OPEN INPUT TELLER-JOURNAL-FILE
           OPEN OUTPUT TELLER-WORK-FILE
           PERFORM 1210-COPY-JOURNAL-TO-WORK
               UNTIL END-OF-JOURNAL
           CLOSE TELLER-JOURNAL-FILE
           CLOSE TELLER-WORK-FILE

           IF WS-ROLL-OLD > 0
               MOVE 'N' TO WS-WORK-EOF-FLAG
               OPEN INPUT TELLER-WORK-FILE
               OPEN OUTPUT TELLER-JOURNAL-FILE
               OPEN EXTEND TELLER-HIST-FILE
               PERFORM 1220-SPLIT-WORK-RECORD
                   UNTIL END-OF-WORK
               CLOSE TELLER-WORK-FILE
               CLOSE TELLER-JOURNAL-FILE
               CLOSE TELLER-HIST-FILE
               DISPLAY 'TELLER-CAPTURE: JOURNAL RECORDS ARCHIVED: '
                       WS-ROLL-OLD ' KEPT: ' WS-ROLL-KEPT
           END-IF.

       1210-COPY-JOURNAL-TO-WORK.
           READ TELLER-JOURNAL-FILE
               AT END SET END-OF-JOURNAL TO TRUE
               NOT AT END
                   WRITE TELLER-WORK-REC FROM TELLER-JOURNAL-REC
                   IF WS-PREV-DONE-DATE NOT = SPACES
                           AND TJ-TRANS-DATE NOT > WS-PREV-DONE-DATE
                       ADD 1 TO WS-ROLL-OLD
                   END-IF
           END-READ.

       1220-SPLIT-WORK-RECORD.
           READ TELLER-WORK-FILE
               AT END SET END-OF-WORK TO TRUE
               NOT AT END
                   MOVE TELLER-WORK-REC TO TELLER-JOURNAL-REC
                   IF TJ-TRANS-DATE NOT > WS-PREV-DONE-DATE
                       WRITE TELLER-HIST-REC FROM TELLER-WORK-REC
                   ELSE
                       WRITE TELLER-JOURNAL-REC
                       ADD 1 TO WS-ROLL-KEPT
                   END-IF
           END-READ.

       1300-OPEN-DRAWER.
           DISPLAY 'DRAWER NOT YET OPENED TODAY'
           DISPLAY 'OPENING CASH FLOAT: ' WITH NO ADVANCING
           MOVE ZERO TO WS-ITEM-AMOUNT
           ACCEPT WS-ITEM-AMOUNT
           MOVE SPACES TO TELLER-JOURNAL-REC
           SET TJ-IS-DRAWER-OPEN TO TRUE
           MOVE WS-ITEM-AMOUNT TO TJ-AMOUNT
           PERFORM 6500-WRITE-JOURNAL-RECORD
           PERFORM 6000-SCAN-JOURNAL.

       2000-PROCESS-ONE-COMMAND.
           DISPLAY ' '
           DISPLAY 'D=DEPOSIT W=WITHDRAWAL V=VOID T=DRAWER TOTAL '
                   'C=CLOSE AND BALANCE X=EXIT: '
               WITH NO ADVANCING
           MOVE SPACE TO WS-COMMAND
           ACCEPT WS-COMMAND
           EVALUATE TRUE
               WHEN CMD-DEPOSIT
                   MOVE 'D' TO WS-ITEM-TYPE
                   PERFORM 3000-CAPTURE-ITEM
               WHEN CMD-WITHDRAWAL
                   MOVE 'W' TO WS-ITEM-TYPE
                   PERFORM 3000-CAPTURE-ITEM
               WHEN CMD-VOID
                   PERFORM 4000-VOID-ITEM
               WHEN CMD-TOTAL
                   PERFORM 6000-SCAN-JOURNAL
                   PERFORM 5000-SHOW-DRAWER-TOTAL
               WHEN CMD-CLOSE
                   PERFORM 7000-CLOSE-DRAWER
               WHEN CMD-EXIT
      * Вихід без закриття: каса лишається відкритою, наступний
      * вхід цього операціоніста продовжує той самий день.
                   SET SESSION-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'UNKNOWN COMMAND: ' WS-COMMAND
           END-EVALUATE.

       3000-CAPTURE-ITEM.
           DISPLAY 'ACCOUNT NUMBER: ' WITH NO ADVANCING
           MOVE SPACES TO WS-ITEM-ACCOUNT
           ACCEPT WS-ITEM-ACCOUNT
           IF WS-ITEM-ACCOUNT NOT = SPACES
      * MASTER.DAT відкритий на весь пункт, доки використовуються
      * поля запису (як у ACCT-INQ 2000-SHOW-MASTER-RECORD).
               OPEN INPUT MASTER-FILE
               PERFORM 3100-READ-ACCOUNT
               IF NOT ACCT-FOUND
                   DISPLAY 'REFUSED - ACCOUNT NOT FOUND: '
                           WS-ITEM-ACCOUNT
               ELSE
               IF IS-CLOSED
                   DISPLAY 'REFUSED - ACCOUNT CLOSED'
               ELSE
               IF IS-FROZEN
                   DISPLAY 'REFUSED - ACCOUNT FROZEN'
               ELSE
                   PERFORM 3200-TAKE-ITEM-AMOUNT
               END-IF
               END-IF
               END-IF
               CLOSE MASTER-FILE
           END-IF.

       3100-READ-ACCOUNT.
      * MASTER.DAT відкриває і закриває викликач.
           MOVE 'N' TO WS-ACCT-FOUND-FLAG
           MOVE WS-ITEM-ACCOUNT TO M-ACCOUNT-NUM
           READ MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET ACCT-FOUND TO TRUE
           END-READ.

       3200-TAKE-ITEM-AMOUNT.
           PERFORM 3300-COMPUTE-POSITION
           DISPLAY 'AMOUNT (0 = CANCEL): ' WITH NO ADVANCING
           MOVE ZERO TO WS-ITEM-AMOUNT
           ACCEPT WS-ITEM-AMOUNT
           MOVE ZERO TO WS-EARLY-WD-PENALTY
           IF ITEM-IS-WITHDRAWAL
               PERFORM 3400-COMPUTE-EARLY-WD-PENALTY
           END-IF
           IF WS-ITEM-AMOUNT = 0
               DISPLAY 'CANCELLED'
           ELSE
           IF ITEM-IS-WITHDRAWAL
                   AND WS-ITEM-AMOUNT + WS-EARLY-WD-PENALTY
                       > WS-AVAILABLE-BALANCE
               DISPLAY 'REFUSED - INSUFFICIENT FUNDS'
           ELSE
           IF ITEM-IS-WITHDRAWAL
                   AND WS-ITEM-AMOUNT > WS-DRAWER-CASH
               DISPLAY 'REFUSED - NOT ENOUGH CASH IN DRAWER'
           ELSE
               IF WS-EARLY-WD-PENALTY > 0
                   MOVE WS-EARLY-WD-PENALTY TO WS-ED-AMOUNT
                   DISPLAY 'TERM DEPOSIT BEFORE MATURITY - PENALTY '
                           WS-ED-AMOUNT ' WILL BE CHARGED AT EOD'
               END-IF
               MOVE WS-ITEM-AMOUNT TO WS-ED-AMOUNT
               DISPLAY 'CONFIRM ' WS-ITEM-TYPE ' ' WS-ED-AMOUNT
                       ' ON ' WS-ITEM-ACCOUNT '? (Y/N) '
                   WITH NO ADVANCING
               ACCEPT WS-RESPONSE
               PERFORM 1150-CHECK-MERGE-STARTED
               IF NOT RESPONSE-IS-YES
                   DISPLAY 'CANCELLED'
               ELSE
               IF MERGE-HAS-STARTED
                   DISPLAY 'REFUSED - TRANS-MERGE ALREADY RUN FOR '
                           WS-TODAY
               ELSE
                   MOVE SPACES TO TELLER-JOURNAL-REC
                   SET TJ-IS-ITEM TO TRUE
                   MOVE WS-ITEM-ACCOUNT TO TJ-ACCOUNT-NUM
                   MOVE WS-ITEM-TYPE TO TJ-TRANS-TYPE
                   MOVE WS-ITEM-AMOUNT TO TJ-AMOUNT
                   PERFORM 6500-WRITE-JOURNAL-RECORD
                   DISPLAY 'ACCEPTED - JOURNAL SEQ ' TJ-SEQ
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       3300-COMPUTE-POSITION.
      * Баланс з MASTER.DAT плюс чисті ще не проведені касові
      * пункти рахунку (з неробочих днів теж); доступний -
      * мінус чинні блокування, плюс ліміт овердрафту (як у
      * ACCT-INQ).
           MOVE WS-ITEM-ACCOUNT TO WS-TALLY-ACCOUNT
           PERFORM 6000-SCAN-JOURNAL
           PERFORM 3310-SUM-ACTIVE-HOLDS
           COMPUTE WS-TODAY-BALANCE = M-BALANCE + WS-ACCT-TELLER-NET
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-TODAY-BALANCE - WS-HOLD-TOTAL + M-OVERDRAFT-LIMIT
           MOVE M-BALANCE TO WS-ED-BALANCE
           DISPLAY 'BOOK BALANCE:     ' WS-ED-BALANCE
                   '  STATUS: ' M-STATUS ' TYPE: ' M-ACCOUNT-TYPE
           MOVE WS-ACCT-TELLER-NET TO WS-ED-BALANCE
           DISPLAY 'UNPOSTED TELLER:  ' WS-ED-BALANCE
           MOVE WS-HOLD-TOTAL TO WS-ED-AMOUNT
           MOVE M-OVERDRAFT-LIMIT TO WS-ED-LIMIT
           DISPLAY 'HOLDS:            ' WS-ED-AMOUNT
                   '  OD LIMIT: ' WS-ED-LIMIT
           MOVE WS-AVAILABLE-BALANCE TO WS-ED-AVAILABLE
           DISPLAY 'AVAILABLE NOW:    ' WS-ED-AVAILABLE.

       3310-SUM-ACTIVE-HOLDS.
           MOVE ZERO TO WS-HOLD-TOTAL
           MOVE 'N' TO WS-HOLD-EOF-FLAG
           OPEN INPUT HOLDS-FILE
           MOVE M-ACCOUNT-NUM TO H-ACCOUNT-NUM
           MOVE ZERO TO H-HOLD-SEQ
           START HOLDS-FILE KEY IS NOT LESS THAN H-HOLD-KEY
               INVALID KEY SET END-OF-ACCT-HOLDS TO TRUE
           END-START
           PERFORM 3320-ADD-NEXT-HOLD
               UNTIL END-OF-ACCT-HOLDS
           CLOSE HOLDS-FILE.

       3320-ADD-NEXT-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END SET END-OF-ACCT-HOLDS TO TRUE
               NOT AT END
                   IF H-ACCOUNT-NUM NOT = M-ACCOUNT-NUM
                       SET END-OF-ACCT-HOLDS TO TRUE
                   ELSE
                       IF HOLD-IS-ACTIVE
                               AND (H-EXPIRY-DATE NOT NUMERIC
                                   OR H-EXPIRY-DATE >= WS-TODAY)
                           ADD H-AMOUNT TO WS-HOLD-TOTAL
                       END-IF
                   END-IF
           END-READ.

       3400-COMPUTE-EARLY-WD-PENALTY.
      * Той самий штраф, що нарахує EOD-BATCH-PROC (2290):
      * відсотки WS-EARLY-WD-DAYS днів за договірною ставкою.
           IF IS-TERM-DEPOSIT
                   AND M-MATURITY-DATE NUMERIC
                   AND WS-TODAY < M-MATURITY-DATE
               COMPUTE WS-EARLY-WD-PENALTY ROUNDED =
                   WS-ITEM-AMOUNT * M-CONTRACT-RATE
                   * WS-EARLY-WD-DAYS / 365
           END-IF.

       4000-VOID-ITEM.
      * Сторнується лише власний сьогоднішній прийнятий пункт.
      * Сторно внеску видає готівку назад з каси і зменшує
      * позицію рахунку, тож він не дозволяється, якщо кошти
      * вже використані або готівки в касі не вистачає.
           DISPLAY 'JOURNAL SEQ TO VOID: ' WITH NO ADVANCING
           MOVE ZERO TO WS-VOID-SEQ
           ACCEPT WS-VOID-SEQ
           MOVE 'N' TO WS-ITEM-FOUND-FLAG
           MOVE SPACES TO WS-TALLY-ACCOUNT
           PERFORM 6000-SCAN-JOURNAL
           IF NOT VOID-ITEM-FOUND
               DISPLAY 'REFUSED - NO ITEM ' WS-VOID-SEQ ' TODAY'
           ELSE
           IF VI-TELLER-ID NOT = WS-TELLER-ID
               DISPLAY 'REFUSED - ITEM TAKEN BY TELLER '
                       VI-TELLER-ID
           ELSE
           IF VI-STATUS = 'V'
               DISPLAY 'REFUSED - ITEM ALREADY VOIDED'
           ELSE
               MOVE VI-ACCOUNT-NUM TO WS-ITEM-ACCOUNT
               MOVE VI-TRANS-TYPE TO WS-ITEM-TYPE
               MOVE VI-AMOUNT TO WS-ITEM-AMOUNT
               OPEN INPUT MASTER-FILE
               PERFORM 3100-READ-ACCOUNT
               IF ACCT-FOUND
                   PERFORM 3300-COMPUTE-POSITION
               ELSE
                   MOVE ZERO TO WS-AVAILABLE-BALANCE
               END-IF
               CLOSE MASTER-FILE
               IF ITEM-IS-DEPOSIT
                       AND WS-ITEM-AMOUNT > WS-DRAWER-CASH
                   DISPLAY 'REFUSED - NOT ENOUGH CASH IN DRAWER'
               ELSE
               IF ITEM-IS-DEPOSIT AND ACCT-FOUND
                       AND WS-ITEM-AMOUNT > WS-AVAILABLE-BALANCE
                   DISPLAY 'REFUSED - DEPOSIT ALREADY DRAWN ON'
               ELSE
                   PERFORM 4100-CONFIRM-VOID
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       4100-CONFIRM-VOID.
           MOVE WS-ITEM-AMOUNT TO WS-ED-AMOUNT
           DISPLAY 'VOID SEQ ' WS-VOID-SEQ ' ' WS-ITEM-TYPE ' '
                   WS-ED-AMOUNT ' ON ' WS-ITEM-ACCOUNT '? (Y/N) '
               WITH NO ADVANCING
           ACCEPT WS-RESPONSE
           PERFORM 1150-CHECK-MERGE-STARTED
           IF NOT RESPONSE-IS-YES
               DISPLAY 'CANCELLED'
           ELSE
           IF MERGE-HAS-STARTED
               DISPLAY 'REFUSED - TRANS-MERGE ALREADY RUN FOR '
                       WS-TODAY
           ELSE
               ACCEPT WS-NOW-TIME FROM TIME
               MOVE 'N' TO WS-REWRITE-DONE-FLAG
               MOVE 'N' TO WS-JOURNAL-EOF-FLAG
               OPEN I-O TELLER-JOURNAL-FILE
               PERFORM 4110-REWRITE-VOIDED-ITEM
                   UNTIL END-OF-JOURNAL OR VOID-REWRITTEN
               CLOSE TELLER-JOURNAL-FILE
               IF VOID-REWRITTEN
                   DISPLAY 'VOIDED - JOURNAL SEQ ' WS-VOID-SEQ
               ELSE
                   DISPLAY 'VOID NOT RECORDED - ITEM NOT FOUND'
               END-IF
           END-IF
           END-IF.

       4110-REWRITE-VOIDED-ITEM.
      * Статус пункту змінюється на місці (за зразком REWRITE
      * запису PROC-CALENDAR.DAT у EOD-BATCH-PROC).
           READ TELLER-JOURNAL-FILE
               AT END SET END-OF-JOURNAL TO TRUE
               NOT AT END
                   IF TJ-IS-ITEM AND TJ-TRANS-DATE = WS-TODAY
                           AND TJ-SEQ = WS-VOID-SEQ
                           AND TJ-IS-ACCEPTED
                       SET TJ-IS-VOIDED TO TRUE
                       MOVE WS-NOW-TIME TO TJ-VOID-TIME
                       REWRITE TELLER-JOURNAL-REC
                       SET VOID-REWRITTEN TO TRUE
                   END-IF
           END-READ.

       5000-SHOW-DRAWER-TOTAL.
           DISPLAY ' '
           DISPLAY 'DRAWER ' WS-TELLER-ID ' FOR ' WS-TODAY
           MOVE WS-OPENING-FLOAT TO WS-ED-BALANCE
           DISPLAY '  OPENING FLOAT:   ' WS-ED-BALANCE
           MOVE WS-DEP-TOTAL TO WS-ED-BALANCE
           DISPLAY '  DEPOSITS IN:     ' WS-ED-BALANCE
                   '  COUNT: ' WS-DEP-COUNT
           MOVE WS-WD-TOTAL TO WS-ED-BALANCE
           DISPLAY '  WITHDRAWALS OUT: ' WS-ED-BALANCE
                   '  COUNT: ' WS-WD-COUNT
           MOVE WS-VOID-TOTAL TO WS-ED-BALANCE
           DISPLAY '  VOIDED ITEMS:    ' WS-ED-BALANCE
                   '  COUNT: ' WS-VOID-COUNT
           MOVE WS-DRAWER-CASH TO WS-ED-BALANCE
           DISPLAY '  CASH IN DRAWER:  ' WS-ED-BALANCE.

       6000-SCAN-JOURNAL.
      * Один прохід журналу: чиста сума ще не проведених
      * пунктів по рахунку WS-TALLY-ACCOUNT (усі операціоністи,
      * усі дні після останнього завершеного - TRANS-MERGE
      * зведе їх разом), а за сьогодні - найбільший номер
      * пункту, стан каси цього операціоніста і пункт для
      * сторнування з WS-VOID-SEQ.
           MOVE ZERO TO WS-JOURNAL-MAX-SEQ
           MOVE ZERO TO WS-ACCT-TELLER-NET
           MOVE 'N' TO WS-DRAWER-OPEN-FLAG
           MOVE 'N' TO WS-DRAWER-CLOSED-FLAG
           MOVE ZERO TO WS-OPENING-FLOAT
           MOVE ZERO TO WS-DEP-COUNT
           MOVE ZERO TO WS-DEP-TOTAL
           MOVE ZERO TO WS-WD-COUNT
           MOVE ZERO TO WS-WD-TOTAL
           MOVE ZERO TO WS-VOID-COUNT
           MOVE ZERO TO WS-VOID-TOTAL
           MOVE 'N' TO WS-JOURNAL-EOF-FLAG
           OPEN INPUT TELLER-JOURNAL-FILE
           PERFORM 6010-TALLY-JOURNAL-RECORD
               UNTIL END-OF-JOURNAL
           CLOSE TELLER-JOURNAL-FILE
           COMPUTE WS-DRAWER-CASH = WS-OPENING-FLOAT
               + WS-DEP-TOTAL - WS-WD-TOTAL.

       6010-TALLY-JOURNAL-RECORD.
           READ TELLER-JOURNAL-FILE
               AT END SET END-OF-JOURNAL TO TRUE
               NOT AT END
                   IF TJ-TRANS-DATE > WS-LAST-DONE-DATE
                           AND TJ-IS-ITEM AND TJ-IS-ACCEPTED
                           AND TJ-ACCOUNT-NUM = WS-TALLY-ACCOUNT
                       IF TJ-IS-DEPOSIT
                           ADD TJ-AMOUNT TO WS-ACCT-TELLER-NET
                       ELSE
                           SUBTRACT TJ-AMOUNT FROM WS-ACCT-TELLER-NET
                       END-IF
                   END-IF
                   IF TJ-TRANS-DATE = WS-TODAY
                       PERFORM 6020-TALLY-TODAY-RECORD
                   END-IF
           END-READ.

       6020-TALLY-TODAY-RECORD.
           IF TJ-SEQ > WS-JOURNAL-MAX-SEQ
               MOVE TJ-SEQ TO WS-JOURNAL-MAX-SEQ
           END-IF
           IF TJ-IS-ITEM AND TJ-SEQ = WS-VOID-SEQ
               SET VOID-ITEM-FOUND TO TRUE
               MOVE TJ-ACCOUNT-NUM TO VI-ACCOUNT-NUM
               MOVE TJ-TRANS-TYPE TO VI-TRANS-TYPE
               MOVE TJ-AMOUNT TO VI-AMOUNT
               MOVE TJ-TELLER-ID TO VI-TELLER-ID
               MOVE TJ-STATUS TO VI-STATUS
           END-IF
           IF TJ-TELLER-ID = WS-TELLER-ID
               EVALUATE TRUE
                   WHEN TJ-IS-DRAWER-OPEN
                       SET DRAWER-OPENED TO TRUE
                       ADD TJ-AMOUNT TO WS-OPENING-FLOAT
                   WHEN TJ-IS-DRAWER-CLOSE
                       SET DRAWER-CLOSED TO TRUE
                   WHEN TJ-IS-VOIDED
                       ADD 1 TO WS-VOID-COUNT
                       ADD TJ-AMOUNT TO WS-VOID-TOTAL
                   WHEN TJ-IS-DEPOSIT
                       ADD 1 TO WS-DEP-COUNT
                       ADD TJ-AMOUNT TO WS-DEP-TOTAL
                   WHEN TJ-IS-WITHDRAWAL
                       ADD 1 TO WS-WD-COUNT
                       ADD TJ-AMOUNT TO WS-WD-TOTAL
               END-EVALUATE
           END-IF.

       6500-WRITE-JOURNAL-RECORD.
      * Номер пункту - наступний за найбільшим сьогоднішнім у
      * журналі (пересканується перед записом, бо журнал
      * спільний для всіх кас).
           PERFORM 6600-FIND-NEXT-SEQ
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-TODAY TO TJ-TRANS-DATE
           MOVE WS-TELLER-ID TO TJ-TELLER-ID
           MOVE WS-NOW-TIME TO TJ-TIME
           SET TJ-IS-ACCEPTED TO TRUE
           MOVE SPACES TO TJ-TARGET-ACCT
           MOVE SPACES TO TJ-VOID-TIME
           OPEN EXTEND TELLER-JOURNAL-FILE
           WRITE TELLER-JOURNAL-REC
           CLOSE TELLER-JOURNAL-FILE.

       6600-FIND-NEXT-SEQ.
           MOVE TELLER-JOURNAL-REC TO WS-JOURNAL-SAVE
           MOVE ZERO TO WS-JOURNAL-MAX-SEQ
           MOVE 'N' TO WS-JOURNAL-EOF-FLAG
           OPEN INPUT TELLER-JOURNAL-FILE
           PERFORM 6610-CHECK-SEQ-RECORD
               UNTIL END-OF-JOURNAL
           CLOSE TELLER-JOURNAL-FILE
           MOVE WS-JOURNAL-SAVE TO TELLER-JOURNAL-REC
           COMPUTE TJ-SEQ = WS-JOURNAL-MAX-SEQ + 1.

       6610-CHECK-SEQ-RECORD.
           READ TELLER-JOURNAL-FILE
               AT END SET END-OF-JOURNAL TO TRUE
               NOT AT END
                   IF TJ-TRANS-DATE = WS-TODAY
                           AND TJ-SEQ > WS-JOURNAL-MAX-SEQ
                       MOVE TJ-SEQ TO WS-JOURNAL-MAX-SEQ
                   END-IF
           END-READ.

       7000-CLOSE-DRAWER.
      * Закриття каси: операціоніст перераховує готівку, різниця
      * з очікуваною сумою друкується як надлишок чи нестача.
           MOVE SPACES TO WS-TALLY-ACCOUNT
           PERFORM 6000-SCAN-JOURNAL
           PERFORM 5000-SHOW-DRAWER-TOTAL
           DISPLAY 'COUNTED CASH IN DRAWER: ' WITH NO ADVANCING
           MOVE ZERO TO WS-COUNTED-CASH
           ACCEPT WS-COUNTED-CASH
           COMPUTE WS-CASH-DIFFERENCE =
               WS-COUNTED-CASH - WS-DRAWER-CASH
           MOVE WS-CASH-DIFFERENCE TO WS-ED-BALANCE
           DISPLAY 'DIFFERENCE (COUNTED - EXPECTED): ' WS-ED-BALANCE
           DISPLAY 'CLOSE DRAWER FOR THE DAY? (Y/N) '
               WITH NO ADVANCING
           ACCEPT WS-RESPONSE
           IF RESPONSE-IS-YES
               MOVE SPACES TO TELLER-JOURNAL-REC
               SET TJ-IS-DRAWER-CLOSE TO TRUE
               MOVE WS-COUNTED-CASH TO TJ-AMOUNT
               PERFORM 6500-WRITE-JOURNAL-RECORD
               PERFORM 7100-PRINT-BALANCING-REPORT
               DISPLAY 'DRAWER CLOSED - BALANCING REPORT WRITTEN'
               SET SESSION-DONE TO TRUE
           ELSE
               DISPLAY 'DRAWER LEFT OPEN'
           END-IF.

       7100-PRINT-BALANCING-REPORT.
      * Звіти всіх кас дописуються у один файл, кожен
      * відкривається порожнім рядком і заголовком.
           OPEN EXTEND BALANCE-REPORT-FILE
           MOVE SPACES TO TL-TEXT
           WRITE BALANCE-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE SPACES TO TL-TEXT
           STRING '==== TELLER BALANCING - TELLER ' DELIMITED BY SIZE
                  WS-TELLER-ID DELIMITED BY SIZE
                  ' DATE ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ' ====' DELIMITED BY SIZE
                  INTO TL-TEXT
           WRITE BALANCE-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE SPACES TO TL-TEXT
           WRITE BALANCE-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE SPACES TO TL-TEXT
           STRING '  SEQ    TIME     ACCOUNT    TYPE' DELIMITED BY SIZE
                  '             AMOUNT  STATUS' DELIMITED BY SIZE
                  INTO TL-TEXT
           WRITE BALANCE-REPORT-REC FROM WS-TOTALS-TEXT-LINE

           MOVE 'N' TO WS-JOURNAL-EOF-FLAG
           OPEN INPUT TELLER-JOURNAL-FILE
           PERFORM 7110-PRINT-ONE-ITEM
               UNTIL END-OF-JOURNAL
           CLOSE TELLER-JOURNAL-FILE

           MOVE SPACES TO TL-TEXT
           WRITE BALANCE-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE 'OPENING FLOAT' TO CL-LABEL
           MOVE WS-OPENING-FLOAT TO CL-AMOUNT
           WRITE BALANCE-REPORT-REC FROM WS-CASH-LINE
           MOVE 'DEPOSITS IN' TO AL-LABEL
           MOVE WS-DEP-COUNT TO AL-COUNT
           MOVE WS-DEP-TOTAL TO AL-AMOUNT
           WRITE BALANCE-REPORT-REC FROM WS-AMOUNT-LINE
           MOVE 'WITHDRAWALS OUT' TO AL-LABEL
           MOVE WS-WD-COUNT TO AL-COUNT
           MOVE WS-WD-TOTAL TO AL-AMOUNT
           WRITE BALANCE-REPORT-REC FROM WS-AMOUNT-LINE
           MOVE 'VOIDED (NOT IN CASH)' TO AL-LABEL
           MOVE WS-VOID-COUNT TO AL-COUNT
           MOVE WS-VOID-TOTAL TO AL-AMOUNT
           WRITE BALANCE-REPORT-REC FROM WS-AMOUNT-LINE
           MOVE 'EXPECTED CASH' TO CL-LABEL
           MOVE WS-DRAWER-CASH TO CL-AMOUNT
           WRITE BALANCE-REPORT-REC FROM WS-CASH-LINE
           MOVE 'COUNTED CASH' TO CL-LABEL
           MOVE WS-COUNTED-CASH TO CL-AMOUNT
           WRITE BALANCE-REPORT-REC FROM WS-CASH-LINE
           EVALUATE TRUE
               WHEN WS-CASH-DIFFERENCE > 0
                   MOVE 'DRAWER OVER' TO CL-LABEL
               WHEN WS-CASH-DIFFERENCE < 0
                   MOVE 'DRAWER SHORT' TO CL-LABEL
               WHEN OTHER
                   MOVE 'DRAWER BALANCED' TO CL-LABEL
           END-EVALUATE
           MOVE WS-CASH-DIFFERENCE TO CL-AMOUNT
           WRITE BALANCE-REPORT-REC FROM WS-CASH-LINE
           CLOSE BALANCE-REPORT-FILE.

       7110-PRINT-ONE-ITEM.
           READ TELLER-JOURNAL-FILE
               AT END SET END-OF-JOURNAL TO TRUE
               NOT AT END
                   IF TJ-TRANS-DATE = WS-TODAY
                           AND TJ-TELLER-ID = WS-TELLER-ID
                           AND TJ-IS-ITEM
                       MOVE TJ-SEQ TO RI-SEQ
                       MOVE TJ-TIME TO RI-TIME
                       MOVE TJ-ACCOUNT-NUM TO RI-ACCOUNT
                       IF TJ-IS-DEPOSIT
                           MOVE 'DEPOSIT' TO RI-TYPE
                       ELSE
                           MOVE 'WITHDRAWAL' TO RI-TYPE
                       END-IF
                       MOVE TJ-AMOUNT TO RI-AMOUNT
                       IF TJ-IS-VOIDED
                           MOVE 'VOIDED' TO RI-STATUS
                       ELSE
                           MOVE SPACES TO RI-STATUS
                       END-IF
                       WRITE BALANCE-REPORT-REC
                           FROM WS-REPORT-ITEM-LINE
                   END-IF
           END-READ.
