       
      * Ця програма обробляє денні транзакції та оновлює головний 
      * файл балансів. Класичний монолітний Batch Process.
      * Строкові депозити (тип 'T', відкриває ACCT-MAINT)
      * погашаються окремою фазою проходу 2500: відсотки за
      * договірною ставкою за весь строк, потім пролонгація або
      * виплата на рахунок розрахунків (звіт MATURITY-REPORT.PRN);
      * списання з депозиту до дати погашення несе штраф.
      * Кожне погашення пише у TERM-MAT-LOG.DAT стан депозиту
      * до нього (статус, дати строку, договірна ставка), з
      * якого EOD-BACKOUT відновлює депозит при відкаті дня.
      * Сторно (тип 'V') несе референс первісного пункту:
      * його проводки шукаються в AUDIT-HIST.DAT і кожна
      * проводиться дзеркально (обидві ноги переказу), з
      * власними рядками GL і аудиту під тим самим
      * референсом; повернений депозит може нести комісію.
      * Зовнішній платіж (тип 'E') списується з клієнта на
      * ностро-рахунок розрахунків і виходить у файл платежів
      * для клірингової палати PAYMENT-OUT.DAT (заголовок,
      * пункти з референсом, трейлер з хеш-сумами).
      * Події для листів клієнтам (відхилення NSF, комісія NSF,
      * овердрафт із ескалацією за M-OVERDRAWN-SINCE, перехід у
      * сплячі) дописуються у чергу NOTICE-EVENTS.DAT; листи з
      * неї друкує NOTICE-GEN. Черга завжди відкривається
      * EXTEND: у неї ж пише закриття рахунків ACCT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL STEP-CONTROL-FILE
               ASSIGN TO 'DATA/STEP-CONTROL.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HOLDS-FILE ASSIGN TO 'DATA/HOLDS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS H-HOLD-KEY.
           SELECT HOLD-RELEASE-FILE
               ASSIGN TO 'DATA/HOLD-RELEASE.PRN'
               ORGANIZATION IS SEQUENTIAL.
           SELECT MATURITY-REPORT-FILE
               ASSIGN TO 'DATA/MATURITY-REPORT.PRN'
               ORGANIZATION IS SEQUENTIAL.
           SELECT TERM-MAT-LOG-FILE
               ASSIGN TO 'DATA/TERM-MAT-LOG.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AUDIT-HIST-FILE
               ASSIGN TO 'DATA/AUDIT-HIST.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT PMT-WORK-FILE ASSIGN TO 'DATA/PMT-WORK.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAYMENT-OUT-FILE
               ASSIGN TO 'DATA/PAYMENT-OUT.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL NOTICE-EVENT-FILE
               ASSIGN TO 'DATA/NOTICE-EVENTS.DAT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
               88 IS-WITHDRAWAL  VALUE 'W'.
               88 IS-FEE         VALUE 'F'.
               88 IS-TRANSFER    VALUE 'X'.
               88 IS-REVERSAL    VALUE 'V'.
               88 IS-EXTERNAL-PAYMENT VALUE 'E'.
           05  T-AMOUNT          PIC 9(7)V99.
           05  T-TARGET-ACCT     PIC X(10).
               88 IS-RETURNED-ITEM VALUE 'RETURN'.
           05  T-TRANS-DATE      PIC X(08).
           05  T-TRANS-REF.
               10  T-REF-BRANCH  PIC 9(01).
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

       FD  REPORT-FILE.
       01  REPORT-REC            PIC X(80).
           05  CAL-STATUS         PIC X(01).
               88 CAL-IS-PENDING   VALUE 'P'.
               88 CAL-IS-COMPLETED VALUE 'C'.
               88 CAL-IS-PERIOD-OPEN   VALUE 'O'.
               88 CAL-IS-PERIOD-LOCKED VALUE 'L'.

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC.
           05  SC-TIME           PIC X(08).
           05  SC-RUN-ID         PIC X(08).

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
               88 HOLD-IS-RELEASED  VALUE 'R'.
               88 HOLD-IS-EXPIRED   VALUE 'E'.
           05  H-RELEASED-DATE    PIC X(08).

       FD  HOLD-RELEASE-FILE.
       01  HOLD-RELEASE-REC       PIC X(80).

       FD  MATURITY-REPORT-FILE.
       01  MATURITY-REPORT-REC    PIC X(100).

      * Стан депозиту до погашення цього прогону (для відкату).
       FD  TERM-MAT-LOG-FILE.
       01  TERM-MAT-LOG-REC.
           05  TML-RUN-DATE       PIC X(08).
           05  TML-RUN-ID         PIC X(08).
           05  TML-ACCOUNT-NUM    PIC X(10).
           05  TML-ACTION         PIC X(08).
           05  TML-PRIOR-STATUS   PIC X(01).
           05  TML-PRIOR-MATURITY-DATE PIC X(08).
           05  TML-PRIOR-TERM-START PIC X(08).
           05  TML-PRIOR-CONTRACT-RATE PIC 9V9(4).
           05  TML-PRIOR-LAST-INT-DATE PIC X(08).
           05  TML-PRIOR-ACTIVITY-DATE PIC X(08).
           05  FILLER             PIC X(08).

       FD  AUDIT-HIST-FILE.
       01  AUDIT-HIST-REC.
           05  AH-ACCOUNT-NUM     PIC X(10).
           05  AH-TRANS-TYPE      PIC X(01).
           05  AH-AMOUNT          PIC 9(7)V99.
           05  AH-OLD-BALANCE     PIC S9(9)V99.
           05  AH-NEW-BALANCE     PIC S9(9)V99.
           05  AH-RUN-DATE        PIC X(08).
           05  AH-RUN-ID          PIC X(08).
           05  AH-TRANS-REF       PIC X(15).

       FD  PMT-WORK-FILE.
       01  PMT-WORK-REC.
           05  PW-TRANS-REF       PIC X(15).
           05  PW-DEBIT-ACCT      PIC X(10).
           05  PW-BENEF-ACCT      PIC X(10).
           05  PW-AMOUNT          PIC 9(7)V99.
           05  PW-VALUE-DATE      PIC X(08).

       FD  PAYMENT-OUT-FILE.
       01  PAYMENT-OUT-REC        PIC X(60).

      * Подія для листа клієнту (спільний макет з ACCT-MAINT і
      * NOTICE-GEN); рівень - лише для овердрафту (1..4).
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

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
           05  SSM-OVERDRAFT-LIMIT PIC 9(7)V99.
           05  SSM-OVERDRAWN-SINCE PIC X(08).
           05  SSM-LAST-FEE-DATE   PIC X(08).
           05  SSM-TERM-MONTHS     PIC 9(03).
           05  SSM-MATURITY-DATE   PIC X(08).
           05  SSM-CONTRACT-RATE   PIC 9V9(4).
           05  SSM-MATURITY-INSTR  PIC X(01).
           05  SSM-SETTLE-ACCT     PIC X(10).
           05  SSM-TERM-START-DATE PIC X(08).
       01  WS-CONTROL-TOTALS.
           05  WS-DEP-COUNT      PIC 9(5) VALUE 0.
           05  WS-DEP-AMOUNT     PIC S9(9)V99 VALUE 0.
           05  WS-OD-COUNT        PIC 9(5) VALUE 0.
           05  WS-OD-DAYS         PIC S9(9).
           05  WS-OD-SINCE-NUM    PIC 9(8).
      * Листи про овердрафт: повідомлення у перший день і
      * нагадування на 7, 30 і 60 день. Рівень - найвищий поріг,
      * перетнутий з попереднього завершеного прогону
      * (календар), тож вихідні не пропускають листа, а
      * щоденний прогін не повторює його.
       01  WS-NOTICE-INFO.
           05  WS-OD-NOTICE-VALUES PIC X(12) VALUE '001007030060'.
           05  WS-OD-NOTICE-TABLE REDEFINES WS-OD-NOTICE-VALUES.
               10  WS-OD-NOTICE-DAYS PIC 9(03) OCCURS 4 TIMES.
           05  WS-OD-NOTICE-IDX   PIC 9(01) VALUE 0.
           05  WS-OD-NOTICE-LEVEL PIC 9(01) VALUE 0.
           05  WS-OD-PREV-DAYS    PIC S9(9) VALUE 0.
           05  WS-PREV-RUN-DATE   PIC X(08) VALUE SPACES.
           05  WS-PREV-RUN-NUM    PIC 9(8) VALUE 0.
           05  WS-NOTICE-COUNT    PIC 9(5) VALUE 0.
      * Блокування коштів (HOLDS.DAT, веде HOLD-MAINT): доступний
      * баланс = M-BALANCE мінус чинні блокування плюс ліміт
      * овердрафту; саме з ним порівнюються списання у 2200,
      * 2210 і 2570. Блокування чинне, поки статус 'A' і дата
      * закінчення (якщо задана) не минула; прострочені
      * знімаються проходом 2500 зі звітом HOLD-RELEASE.PRN.
       01  WS-HOLD-INFO.
           05  WS-HOLD-EOF-FLAG   PIC X(01) VALUE 'N'.
               88 END-OF-ACCT-HOLDS VALUE 'Y'.
           05  WS-HOLD-TOTAL      PIC S9(9)V99 VALUE 0.
           05  WS-AVAILABLE-BALANCE PIC S9(11)V99 VALUE 0.
           05  WS-HOLDS-RELEASED  PIC 9(05) VALUE 0.
           05  WS-HOLDS-REL-AMOUNT PIC S9(9)V99 VALUE 0.
       01  WS-HOLD-RELEASE-LINE.
           05  FILLER            PIC X(10) VALUE 'RELEASED: '.
           05  HR-ACCT           PIC X(10).
           05  FILLER            PIC X(01) VALUE '/'.
           05  HR-SEQ            PIC 9(03).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  HR-REASON         PIC X(01).
           05  FILLER            PIC X(06) VALUE ' AMT: '.
           05  HR-AMOUNT         PIC -(7)9.99.
           05  FILLER            PIC X(06) VALUE ' EXP: '.
           05  HR-EXPIRY         PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  HR-REASON-TEXT    PIC X(20).
      * Строкові депозити. Погашення: відсотки = баланс x
      * договірна ставка x днів строку / 365 (GL 4100, аудит
      * 'I'), далі пролонгація на той самий строк за поточною
      * ставкою рахунку або виплата всієї суми на рахунок
      * розрахунків двома ногами переказу (GL 5050/4050, аудит
      * 'X') з закриттям депозиту. Виплата, яку неможливо
      * провести (рахунок розрахунків не знайдено, заморожено
      * чи закрито, на депозиті чинні блокування, сума понад
      * поле GL, від'ємний баланс), відкладається: депозит
      * лишається погашеним без нових відсотків і повторюється
      * наступним прогоном.
      * Списання (W або переказ X з депозиту) до дати
      * погашення несе штраф - відсотки WS-EARLY-WD-DAYS днів
      * за договірною ставкою на списану суму (GL 5160, аудит
      * 'F'); як і комісія NSF, він веде власні підсумки.
       01  WS-TERM-DEPOSIT-INFO.
           05  WS-EARLY-WD-DAYS   PIC 9(03) VALUE 90.
           05  WS-EARLY-WD-PENALTY PIC 9(7)V99 VALUE 0.
           05  WS-PENALTY-COUNT   PIC 9(5) VALUE 0.
           05  WS-PENALTY-AMOUNT  PIC S9(9)V99 VALUE 0.
           05  WS-MAX-GL-AMOUNT   PIC 9(7)V99 VALUE 9999999.99.
           05  WS-MAT-EOF-FLAG    PIC X(01) VALUE 'N'.
               88 END-OF-MATURITY-PASS VALUE 'Y'.
           05  WS-MAT-ACCOUNT     PIC X(10) VALUE SPACES.
           05  WS-MAT-PRINCIPAL   PIC S9(9)V99 VALUE 0.
           05  WS-MAT-INTEREST    PIC S9(7)V99 VALUE 0.
           05  WS-MAT-PAYOUT      PIC 9(7)V99 VALUE 0.
           05  WS-MAT-TERM-DAYS   PIC S9(07) VALUE 0.
           05  WS-MAT-START-NUM   PIC 9(08) VALUE 0.
           05  WS-MAT-END-NUM     PIC 9(08) VALUE 0.
           05  WS-MAT-REASON      PIC X(20) VALUE SPACES.
           05  WS-MAT-COUNT       PIC 9(5) VALUE 0.
           05  WS-MAT-PRIN-AMOUNT PIC S9(11)V99 VALUE 0.
           05  WS-MAT-INT-COUNT   PIC 9(5) VALUE 0.
           05  WS-MAT-INT-AMOUNT  PIC S9(9)V99 VALUE 0.
           05  WS-ROLLOVER-COUNT  PIC 9(5) VALUE 0.
           05  WS-PAYOUT-COUNT    PIC 9(5) VALUE 0.
           05  WS-PAYOUT-AMOUNT   PIC S9(11)V99 VALUE 0.
           05  WS-DEFERRED-COUNT  PIC 9(5) VALUE 0.
      * Нова дата погашення: місяці строку додаються одним
      * кроком, кінець короткого місяця обрізає день (як у
      * ACCT-MAINT при відкритті).
       01  WS-MATURITY-CALC.
           05  WS-MAT-NUM        PIC 9(08) VALUE 0.
           05  WS-MAT-SPLIT REDEFINES WS-MAT-NUM.
               10  WS-MAT-YEAR   PIC 9(04).
               10  WS-MAT-MONTH  PIC 9(02).
               10  WS-MAT-DAY    PIC 9(02).
           05  WS-MAT-MONTHS-ABS PIC 9(07) VALUE 0.
           05  WS-MONTH-MAX-DAY  PIC 9(02) VALUE 0.
      * Копія запису депозиту, поки MASTER-REC читає рахунок
      * розрахунків.
       01  WS-SAVE-TERM-MASTER   PIC X(104).
       01  WS-MATURITY-LINE.
           05  FILLER            PIC X(09) VALUE 'MATURED: '.
           05  MR-ACCT           PIC X(10).
           05  FILLER            PIC X(07) VALUE ' PRIN: '.
           05  MR-PRINCIPAL      PIC -(9)9.99.
           05  FILLER            PIC X(06) VALUE ' INT: '.
           05  MR-INTEREST       PIC -(7)9.99.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  MR-ACTION         PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  MR-TARGET         PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  MR-REASON         PIC X(20).
      * Сторно за референсом. Референси пунктів 'V' пакета
      * збираються попереднім проходом 1200, а один прохід по
      * AUDIT-HIST.DAT (1250) підтягує до кожного проводки
      * первісного пункту (D/W/F/X) - лише останнього дня, у
      * який він проводився, бо пункт, відхилений з комісією
      * NSF і повернений пізніше, несе той самий референс.
      * Запис 'V' в історії означає, що пункт уже сторновано.
      * Контрольна сума сторно дорівнює сумі першої проводки
      * пункту, а рахунок - одному з рахунків його проводок.
      * Кожна нога проводиться дзеркально без перевірки ліміту
      * (виправлення банку, як і комісія NSF): кредит клієнта
      * сторнується на GL 5900 (дебет), дебет - на GL 4900
      * (кредит); статус рахунку не змінюється. Повернений
      * депозит (T-TARGET-ACCT = 'RETURN') додатково несе
      * комісію за повернення (GL 5170, аудит 'F').
      * Зовнішні платежі. Клієнтська нога - GL 5200 (дебет),
      * повернення платежу - GL 4200 (кредит); зустрічна нога
      * обох іде не на кліринг 1000, а на ностро 1100. Пункти
      * пишуться у робочий файл під час проведення (рестарт
      * його дописує), а файл для клірингу будується з нього
      * наприкінці прогону, тож трейлер охоплює весь день.
       01  WS-EXTPAY-INFO.
           05  WS-GL-NOSTRO-CODE  PIC X(04) VALUE '1100'.
           05  WS-GL-EXTPAY-CODE  PIC X(04) VALUE '5200'.
           05  WS-GL-EXTRTN-CODE  PIC X(04) VALUE '4200'.
           05  WS-EXTPAY-COUNT    PIC 9(5) VALUE 0.
           05  WS-EXTPAY-AMOUNT   PIC S9(9)V99 VALUE 0.
           05  WS-PW-EOF-FLAG     PIC X(01) VALUE 'N'.
               88 END-OF-PMT-WORK VALUE 'Y'.
           05  WS-PO-RECORD-COUNT PIC 9(07) VALUE 0.
           05  WS-PO-AMOUNT-HASH  PIC 9(9)V99 VALUE 0.
           05  WS-PO-ACCT-HASH    PIC 9(09) VALUE 0.
           05  WS-PO-HASH-IDX     PIC 9(02) VALUE 0.
       01  WS-PAYOUT-HEADER-REC.
           05  POH-TYPE           PIC X(01) VALUE 'H'.
           05  POH-FILE-ID        PIC X(10) VALUE 'BANKPMTOUT'.
           05  POH-BATCH-DATE     PIC X(08).
           05  POH-RUN-ID         PIC X(08).
           05  FILLER             PIC X(33) VALUE SPACES.
       01  WS-PAYOUT-DETAIL-REC.
           05  POD-TYPE           PIC X(01) VALUE 'D'.
           05  POD-TRANS-REF      PIC X(15).
           05  POD-DEBIT-ACCT     PIC X(10).
           05  POD-BENEF-ACCT     PIC X(10).
           05  POD-AMOUNT         PIC 9(7)V99.
           05  POD-VALUE-DATE     PIC X(08).
           05  FILLER             PIC X(07) VALUE SPACES.
       01  WS-PAYOUT-TRAILER-REC.
           05  POT-TYPE           PIC X(01) VALUE 'T'.
           05  POT-RECORD-COUNT   PIC 9(07).
           05  POT-AMOUNT-HASH    PIC 9(9)V99.
           05  POT-ACCT-HASH      PIC 9(09).
           05  FILLER             PIC X(32) VALUE SPACES.
       01  WS-REVERSAL-INFO.
           05  WS-REV-LIMIT       PIC 9(03) VALUE 500.
           05  WS-REV-MAX-LEGS    PIC 9(01) VALUE 4.
           05  WS-REV-IDX         PIC 9(03) VALUE 0.
           05  WS-REV-LEG         PIC 9(01) VALUE 0.
           05  WS-REV-SEARCH-REF  PIC X(15) VALUE SPACES.
           05  WS-REV-FOUND-FLAG  PIC X(01) VALUE 'N'.
               88 REV-ENTRY-FOUND VALUE 'Y'.
           05  WS-REV-FULL-FLAG   PIC X(01) VALUE 'N'.
               88 REV-TABLE-FULL  VALUE 'Y'.
           05  WS-REV-MATCH-FLAG  PIC X(01) VALUE 'N'.
               88 REV-ACCOUNT-MATCHED VALUE 'Y'.
           05  WS-AH-EOF-FLAG     PIC X(01) VALUE 'N'.
               88 END-OF-AUDIT-HIST VALUE 'Y'.
           05  WS-REV-RETURN-FEE  PIC 9(3)V99 VALUE 15.00.
           05  WS-REV-COUNT       PIC 9(5) VALUE 0.
           05  WS-REV-AMOUNT      PIC S9(9)V99 VALUE 0.
           05  WS-REV-LEG-COUNT   PIC 9(5) VALUE 0.
           05  WS-RETFEE-COUNT    PIC 9(5) VALUE 0.
           05  WS-RETFEE-AMOUNT   PIC S9(9)V99 VALUE 0.
       01  WS-REVERSAL-TABLE.
           05  WS-REV-COUNT-LOADED PIC 9(03) VALUE 0.
           05  WS-REV-ENTRY OCCURS 500 TIMES.
               10  RV-TRANS-REF      PIC X(15).
               10  RV-STATUS         PIC X(01).
                   88 RV-ALREADY-REVERSED VALUE 'R'.
                   88 RV-TOO-MANY-LEGS    VALUE 'M'.
               10  RV-ORIG-DATE      PIC X(08).
               10  RV-LEG-COUNT      PIC 9(01).
               10  RV-LEG OCCURS 4 TIMES.
                   15  RV-LEG-ACCOUNT PIC X(10).
                   15  RV-LEG-TYPE    PIC X(01).
                   15  RV-LEG-AMOUNT  PIC 9(7)V99.
                   15  RV-LEG-SIGN    PIC X(01).
       01  WS-OVERDRAFT-LINE.
           05  FILLER            PIC X(11) VALUE 'OVERDRAWN: '.
           05  OD-ACCT           PIC X(10).
      * першою незавершеною датою (пропуск дня), якщо оператор
      * не підняв прапорець PARM-OVERRIDE-FLAG для повторного
      * прогону. Кожен прогін дописує запис у RUN-LOG.DAT.
      * Дата місяця, закритого MONTH-END (запис періоду
      * CCYYMM00 зі статусом 'L'), не проводиться навіть з
      * override.
       01  WS-RUN-CONTROL.
           05  WS-OVERRIDE-REQUESTED PIC X(01) VALUE 'N'.
               88 OVERRIDE-REQUESTED VALUE 'Y'.
           05  WS-CAL-FOUND-STATUS PIC X(01) VALUE SPACE.
           05  WS-CAL-FIRST-PENDING PIC X(08) VALUE SPACES.
           05  WS-CAL-RECS        PIC 9(05) VALUE 0.
           05  WS-CAL-LOCK-FLAG   PIC X(01) VALUE 'N'.
               88 RUN-PERIOD-LOCKED VALUE 'Y'.
           05  WS-START-TIME      PIC X(08) VALUE SPACES.
           05  WS-END-TIME        PIC X(08) VALUE SPACES.
           05  WS-RUN-STATUS      PIC X(20) VALUE SPACES.
               OPEN EXTEND DORMANT-REPORT-FILE
               OPEN EXTEND OVERDRAFT-REPORT-FILE
               OPEN EXTEND SURV-WORK-FILE
               OPEN EXTEND HOLD-RELEASE-FILE
               OPEN EXTEND MATURITY-REPORT-FILE
               OPEN EXTEND TERM-MAT-LOG-FILE
               OPEN EXTEND PMT-WORK-FILE
           ELSE
               OPEN OUTPUT REPORT-FILE
               OPEN OUTPUT CHECKPOINT-FILE
               OPEN OUTPUT DORMANT-REPORT-FILE
               OPEN OUTPUT OVERDRAFT-REPORT-FILE
               OPEN OUTPUT SURV-WORK-FILE
               OPEN OUTPUT HOLD-RELEASE-FILE
               OPEN OUTPUT MATURITY-REPORT-FILE
               OPEN OUTPUT TERM-MAT-LOG-FILE
               OPEN OUTPUT PMT-WORK-FILE
           END-IF
           OPEN EXTEND WAREHOUSE-FILE
           OPEN EXTEND NOTICE-EVENT-FILE
           OPEN I-O HOLDS-FILE

           PERFORM 1050-READ-NEXT-TRANS-RECORD.

               PERFORM 3300-WRITE-RUN-LOG
               STOP RUN
           END-IF
           IF REV-TABLE-FULL
               DISPLAY 'EOD-BATCH: REVERSAL TABLE FULL AT '
                       WS-REV-LIMIT ' - EXCESS REVERSALS SUSPENDED'
           END-IF
           IF WS-REV-COUNT-LOADED > 0
               PERFORM 1250-LOAD-REVERSAL-ORIGINALS
           END-IF
           CLOSE TRANS-FILE
           OPEN INPUT TRANS-FILE.

                       ADD T-AMOUNT TO WS-BV-AMOUNT-HASH
                   END-IF
                   PERFORM 1220-ADD-ACCOUNT-HASH
                   IF IS-REVERSAL AND T-TRANS-REF NOT = SPACES
                       PERFORM 1240-COLLECT-REVERSAL-REF
                   END-IF
           END-EVALUATE.

       1220-ADD-ACCOUNT-HASH.
               SET BATCH-VERIFY-FAILED TO TRUE
           END-IF.

       1240-COLLECT-REVERSAL-REF.
      * Кожен референс сторно заноситься у таблицю один раз;
      * повторне сторно того самого пункту в пакеті знайде
      * його вже сторнованим першим.
           MOVE T-TRANS-REF TO WS-REV-SEARCH-REF
           PERFORM 2310-FIND-REVERSAL-ENTRY
           IF NOT REV-ENTRY-FOUND
               IF WS-REV-COUNT-LOADED < WS-REV-LIMIT
                   ADD 1 TO WS-REV-COUNT-LOADED
                   MOVE WS-REV-COUNT-LOADED TO WS-REV-IDX
                   MOVE T-TRANS-REF TO RV-TRANS-REF(WS-REV-IDX)
                   MOVE SPACE TO RV-STATUS(WS-REV-IDX)
                   MOVE SPACES TO RV-ORIG-DATE(WS-REV-IDX)
                   MOVE ZERO TO RV-LEG-COUNT(WS-REV-IDX)
               ELSE
                   SET REV-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       1250-LOAD-REVERSAL-ORIGINALS.
      * Один прохід по AUDIT-HIST.DAT для всіх сторно пакета.
           MOVE 'N' TO WS-AH-EOF-FLAG
           OPEN INPUT AUDIT-HIST-FILE
           PERFORM 1260-MATCH-HIST-RECORD
               UNTIL END-OF-AUDIT-HIST
           CLOSE AUDIT-HIST-FILE.

       1260-MATCH-HIST-RECORD.
           READ AUDIT-HIST-FILE
               AT END SET END-OF-AUDIT-HIST TO TRUE
               NOT AT END
                   IF AH-TRANS-REF NOT = SPACES
                       MOVE AH-TRANS-REF TO WS-REV-SEARCH-REF
                       PERFORM 2310-FIND-REVERSAL-ENTRY
                       IF REV-ENTRY-FOUND
                           PERFORM 1270-ADD-ORIGINAL-LEG
                       END-IF
                   END-IF
           END-READ.

       1270-ADD-ORIGINAL-LEG.
      * Історія йде хронологічно: проводки пізнішого дня
      * витісняють зібрані раніше (див. WS-REVERSAL-INFO).
      * Напрямок ноги - за рухом балансу, як у виписці.
           EVALUATE AH-TRANS-TYPE
               WHEN 'V'
                   SET RV-ALREADY-REVERSED(WS-REV-IDX) TO TRUE
               WHEN 'D'
               WHEN 'W'
               WHEN 'F'
               WHEN 'X'
               WHEN 'E'
                   IF AH-RUN-DATE NOT = RV-ORIG-DATE(WS-REV-IDX)
                       MOVE AH-RUN-DATE TO RV-ORIG-DATE(WS-REV-IDX)
                       MOVE ZERO TO RV-LEG-COUNT(WS-REV-IDX)
                       IF RV-TOO-MANY-LEGS(WS-REV-IDX)
                           MOVE SPACE TO RV-STATUS(WS-REV-IDX)
                       END-IF
                   END-IF
                   IF RV-LEG-COUNT(WS-REV-IDX) < WS-REV-MAX-LEGS
                       ADD 1 TO RV-LEG-COUNT(WS-REV-IDX)
                       MOVE RV-LEG-COUNT(WS-REV-IDX) TO WS-REV-LEG
                       MOVE AH-ACCOUNT-NUM
                           TO RV-LEG-ACCOUNT(WS-REV-IDX, WS-REV-LEG)
                       MOVE AH-TRANS-TYPE
                           TO RV-LEG-TYPE(WS-REV-IDX, WS-REV-LEG)
                       MOVE AH-AMOUNT
                           TO RV-LEG-AMOUNT(WS-REV-IDX, WS-REV-LEG)
                       IF AH-NEW-BALANCE < AH-OLD-BALANCE
                           MOVE 'D'
                               TO RV-LEG-SIGN(WS-REV-IDX, WS-REV-LEG)
                       ELSE
                           MOVE 'C'
                               TO RV-LEG-SIGN(WS-REV-IDX, WS-REV-LEG)
                       END-IF
                   ELSE
                       IF NOT RV-ALREADY-REVERSED(WS-REV-IDX)
                           SET RV-TOO-MANY-LEGS(WS-REV-IDX) TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1300-LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE
           PERFORM UNTIL END-OF-FEE-SCHEDULE
                           AND WS-CAL-FIRST-PENDING = SPACES
                       MOVE CAL-DATE TO WS-CAL-FIRST-PENDING
                   END-IF
                   IF CAL-IS-COMPLETED AND CAL-DATE < WS-RUN-DATE
                           AND CAL-DATE > WS-PREV-RUN-DATE
                       MOVE CAL-DATE TO WS-PREV-RUN-DATE
                   END-IF
                   IF CAL-DATE(1:6) = WS-RUN-DATE(1:6)
                           AND CAL-DATE(7:2) = '00'
                           AND CAL-IS-PERIOD-LOCKED
                       SET RUN-PERIOD-LOCKED TO TRUE
                   END-IF
           END-READ.

       1420-ENFORCE-CALENDAR-RULES.
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      * Закритий місяць override не відкриває.
           IF RUN-PERIOD-LOCKED
               MOVE 'REFUSED - PER CLOSED' TO WS-RUN-STATUS
               DISPLAY 'EOD-BATCH: ' WS-RUN-STATUS
                       ' - RUN REFUSED'
               PERFORM 3300-WRITE-RUN-LOG
               STOP RUN
           END-IF
           IF WS-RUN-STATUS NOT = SPACES
               IF OVERRIDE-REQUESTED
                   DISPLAY 'EOD-BATCH: OVERRIDE ACCEPTED: '
           PERFORM 2050-VALIDATE-TRANSACTION

           IF VALID-TRANSACTION
               IF IS-REVERSAL
                   PERFORM 2300-PROCESS-REVERSAL
               ELSE
                   MOVE T-ACCOUNT-NUM TO M-ACCOUNT-NUM
      * Читання головного файлу клієнта
                   READ MASTER-FILE
                       INVALID KEY
                           PERFORM 2100-LOG-ERROR
                       NOT INVALID KEY
                           PERFORM 2200-UPDATE-BALANCE
                   END-READ
               END-IF
           ELSE
               PERFORM 2060-REJECT-INVALID-TRANSACTION
           END-IF
           IF T-AMOUNT NOT NUMERIC OR T-AMOUNT NOT > 0
               SET INVALID-TRANSACTION TO TRUE
           END-IF
           IF NOT (IS-DEPOSIT OR IS-WITHDRAWAL OR IS-FEE OR IS-TRANSFER
                   OR IS-REVERSAL OR IS-EXTERNAL-PAYMENT)
               SET INVALID-TRANSACTION TO TRUE
           END-IF
           IF IS-EXTERNAL-PAYMENT AND T-TARGET-ACCT = SPACES
               SET INVALID-TRANSACTION TO TRUE
           END-IF
           IF IS-TRANSFER AND T-TARGET-ACCT = T-ACCOUNT-NUM
               SET INVALID-TRANSACTION TO TRUE
           END-IF
           IF IS-REVERSAL AND T-TRANS-REF = SPACES
               SET INVALID-TRANSACTION TO TRUE
           END-IF.

       2060-REJECT-INVALID-TRANSACTION.
               MOVE 'ACCOUNT CLOSED' TO WS-SUSP-REASON-DESC
               PERFORM 2150-WRITE-SUSPENSE
           ELSE
               PERFORM 2280-COMPUTE-AVAILABLE-BALANCE
               PERFORM 2290-COMPUTE-EARLY-WD-PENALTY
               IF IS-TRANSFER
                   PERFORM 2210-PROCESS-TRANSFER
               ELSE
               IF (IS-WITHDRAWAL OR IS-FEE OR IS-EXTERNAL-PAYMENT)
                       AND T-AMOUNT + WS-EARLY-WD-PENALTY
                           > WS-AVAILABLE-BALANCE
                   PERFORM 2230-REJECT-NSF
               ELSE
                   MOVE M-BALANCE TO WS-OLD-BALANCE
                           SUBTRACT T-AMOUNT FROM WS-NET-CHANGE
                           MOVE '5100' TO WS-GL-CODE
                           MOVE 'D' TO WS-GL-SIGN
                       WHEN IS-EXTERNAL-PAYMENT
                           COMPUTE M-BALANCE = M-BALANCE - T-AMOUNT
                           ADD 1 TO WS-EXTPAY-COUNT
                           ADD T-AMOUNT TO WS-EXTPAY-AMOUNT
                           SUBTRACT T-AMOUNT FROM WS-NET-CHANGE
                           MOVE WS-GL-EXTPAY-CODE TO WS-GL-CODE
                           MOVE 'D' TO WS-GL-SIGN
                   END-EVALUATE

      * Перевірка на овердрафт
                   IF IS-DEPOSIT OR IS-WITHDRAWAL
                       PERFORM 2700-WRITE-SURV-WORK
                   END-IF
                   IF IS-EXTERNAL-PAYMENT
                       PERFORM 2710-WRITE-PAYMENT-WORK
                   END-IF
                   IF WS-EARLY-WD-PENALTY > 0
                       PERFORM 2245-CHARGE-EARLY-WD-PENALTY
                   END-IF
               END-IF
               END-IF
           END-IF
           MOVE WS-GL-AMOUNT  TO GL-AMOUNT
           MOVE WS-GL-SIGN    TO GL-SIGN
           WRITE GL-EXTRACT-REC
      * Зовнішній платіж і його повернення врівноважуються на
      * ностро-рахунку, а не на клірингу.
           IF WS-GL-CODE = WS-GL-EXTPAY-CODE
                   OR WS-GL-CODE = WS-GL-EXTRTN-CODE
               MOVE WS-GL-NOSTRO-CODE TO GL-CODE
           ELSE
               MOVE WS-GL-CLEARING-CODE TO GL-CODE
           END-IF
           IF WS-GL-SIGN = 'C'
               MOVE 'D' TO GL-SIGN
           ELSE
           MOVE T-TRANS-DATE  TO SW-TRANS-DATE
           WRITE SURV-WORK-REC.

       2710-WRITE-PAYMENT-WORK.
           MOVE T-TRANS-REF   TO PW-TRANS-REF
           MOVE T-ACCOUNT-NUM TO PW-DEBIT-ACCT
           MOVE T-TARGET-ACCT TO PW-BENEF-ACCT
           MOVE T-AMOUNT      TO PW-AMOUNT
           MOVE WS-RUN-DATE   TO PW-VALUE-DATE
           WRITE PMT-WORK-REC.

       2720-WRITE-NOTICE-EVENT.
      * Тип і сума події задані викликачем; решта береться з
      * MASTER-REC і вхідного запису (для подій проходу 2500
      * референс порожній).
           MOVE M-ACCOUNT-NUM     TO NE-ACCOUNT-NUM
           MOVE WS-RUN-DATE       TO NE-EVENT-DATE
           MOVE M-BALANCE         TO NE-BALANCE
           MOVE M-OVERDRAFT-LIMIT TO NE-LIMIT
           MOVE WS-RUN-ID         TO NE-RUN-ID
           IF NE-IS-NSF-REJECT OR NE-IS-NSF-FEE
               MOVE ZERO TO NE-NOTICE-LEVEL
               MOVE ZERO TO NE-DAYS
               MOVE T-TRANS-REF TO NE-TRANS-REF
           ELSE
               MOVE SPACES TO NE-TRANS-REF
           END-IF
           WRITE NOTICE-EVENT-REC
           ADD 1 TO WS-NOTICE-COUNT.

       2230-REJECT-NSF.
           ADD 1 TO WS-ERRORS-FOUND
           MOVE T-ACCOUNT-NUM TO R-ACCT
           MOVE '08' TO WS-SUSP-REASON-CODE
           MOVE 'NSF LIMIT EXCEEDED' TO WS-SUSP-REASON-DESC
           PERFORM 2150-WRITE-SUSPENSE
           MOVE 'N' TO NE-EVENT-TYPE
           MOVE T-AMOUNT TO NE-AMOUNT
           PERFORM 2720-WRITE-NOTICE-EVENT
           PERFORM 2240-CHARGE-NSF-FEE.

       2240-CHARGE-NSF-FEE.
           MOVE WS-NSF-FEE-AMOUNT TO WS-AUDIT-AMOUNT
           MOVE T-TRANS-REF TO WS-AUDIT-TRANS-REF
           PERFORM 2250-WRITE-GL-EXTRACT
           PERFORM 2260-WRITE-AUDIT-TRAIL
           MOVE 'F' TO NE-EVENT-TYPE
           MOVE WS-NSF-FEE-AMOUNT TO NE-AMOUNT
           PERFORM 2720-WRITE-NOTICE-EVENT.

       2245-CHARGE-EARLY-WD-PENALTY.
      * Штраф за дострокове списання з строкового депозиту
      * проводиться слідом за самим списанням (MASTER-REC
      * тримає депозит) і несе референс вхідного запису.
           MOVE M-BALANCE TO WS-OLD-BALANCE
           SUBTRACT WS-EARLY-WD-PENALTY FROM M-BALANCE
           ADD 1 TO WS-PENALTY-COUNT
           ADD WS-EARLY-WD-PENALTY TO WS-PENALTY-AMOUNT
           SUBTRACT WS-EARLY-WD-PENALTY FROM WS-NET-CHANGE
           REWRITE MASTER-REC
           ADD 1 TO WS-POSTED-COUNT
           MOVE M-ACCOUNT-NUM TO R-ACCT
           MOVE 'EARLY WD PENALTY' TO R-MSG
           WRITE REPORT-REC FROM WS-REPORT-LINE
           MOVE M-ACCOUNT-NUM TO WS-GL-ACCOUNT
           MOVE '5160' TO WS-GL-CODE
           MOVE WS-EARLY-WD-PENALTY TO WS-GL-AMOUNT
           MOVE 'D' TO WS-GL-SIGN
           MOVE 'F' TO WS-AUDIT-TRANS-TYPE
           MOVE WS-EARLY-WD-PENALTY TO WS-AUDIT-AMOUNT
           MOVE T-TRANS-REF TO WS-AUDIT-TRANS-REF
           PERFORM 2250-WRITE-GL-EXTRACT
           PERFORM 2260-WRITE-AUDIT-TRAIL.

       2280-COMPUTE-AVAILABLE-BALANCE.
      * Сума чинних блокувань рахунку з MASTER-REC: усі його
      * блокування йдуть поспіль за ключем (рахунок, номер),
      * тож читаються одним START/READ NEXT.
           MOVE ZERO TO WS-HOLD-TOTAL
           MOVE 'N' TO WS-HOLD-EOF-FLAG
           MOVE M-ACCOUNT-NUM TO H-ACCOUNT-NUM
           MOVE ZERO TO H-HOLD-SEQ
           START HOLDS-FILE KEY IS NOT LESS THAN H-HOLD-KEY
               INVALID KEY SET END-OF-ACCT-HOLDS TO TRUE
           END-START
           PERFORM 2285-ADD-NEXT-ACCT-HOLD
               UNTIL END-OF-ACCT-HOLDS
           COMPUTE WS-AVAILABLE-BALANCE =
               M-BALANCE - WS-HOLD-TOTAL + M-OVERDRAFT-LIMIT.

       2285-ADD-NEXT-ACCT-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END SET END-OF-ACCT-HOLDS TO TRUE
               NOT AT END
                   IF H-ACCOUNT-NUM NOT = M-ACCOUNT-NUM
                       SET END-OF-ACCT-HOLDS TO TRUE
                   ELSE
                       IF HOLD-IS-ACTIVE
                               AND (H-EXPIRY-DATE NOT NUMERIC
                                   OR H-EXPIRY-DATE >= WS-RUN-DATE)
                           ADD H-AMOUNT TO WS-HOLD-TOTAL
                       END-IF
                   END-IF
           END-READ.

       2290-COMPUTE-EARLY-WD-PENALTY.
           MOVE ZERO TO WS-EARLY-WD-PENALTY
           IF IS-TERM-DEPOSIT
                   AND (IS-WITHDRAWAL OR IS-TRANSFER
                       OR IS-EXTERNAL-PAYMENT)
                   AND M-MATURITY-DATE NUMERIC
                   AND WS-RUN-DATE NUMERIC
                   AND WS-RUN-DATE < M-MATURITY-DATE
               COMPUTE WS-EARLY-WD-PENALTY ROUNDED =
                   T-AMOUNT * M-CONTRACT-RATE * WS-EARLY-WD-DAYS
                   / 365
           END-IF.

       2210-PROCESS-TRANSFER.
      * MASTER-REC вже містить рахунок-джерело (прочитаний у 2000)
      * Ліміт джерела перевіряється до кредитування цілі, щоб
      * відхилений переказ не залишив односторонній запис;
      * доступний баланс джерела (з урахуванням блокувань)
      * вже пораховано у 2200.
           IF T-AMOUNT + WS-EARLY-WD-PENALTY > WS-AVAILABLE-BALANCE
               PERFORM 2230-REJECT-NSF
           ELSE
               PERFORM 2211-SAVE-AND-POST-TRANSFER
           MOVE M-OVERDRAFT-LIMIT     TO SSM-OVERDRAFT-LIMIT
           MOVE M-OVERDRAWN-SINCE     TO SSM-OVERDRAWN-SINCE
           MOVE M-LAST-FEE-DATE       TO SSM-LAST-FEE-DATE
           MOVE M-TERM-MONTHS         TO SSM-TERM-MONTHS
           MOVE M-MATURITY-DATE       TO SSM-MATURITY-DATE
           MOVE M-CONTRACT-RATE       TO SSM-CONTRACT-RATE
           MOVE M-MATURITY-INSTR      TO SSM-MATURITY-INSTR
           MOVE M-SETTLE-ACCT         TO SSM-SETTLE-ACCT
           MOVE M-TERM-START-DATE     TO SSM-TERM-START-DATE

           MOVE T-TARGET-ACCT TO M-ACCOUNT-NUM
           READ MASTER-FILE
           MOVE SSM-OVERDRAFT-LIMIT    TO M-OVERDRAFT-LIMIT
           MOVE SSM-OVERDRAWN-SINCE    TO M-OVERDRAWN-SINCE
           MOVE SSM-LAST-FEE-DATE      TO M-LAST-FEE-DATE
           MOVE SSM-TERM-MONTHS        TO M-TERM-MONTHS
           MOVE SSM-MATURITY-DATE      TO M-MATURITY-DATE
           MOVE SSM-CONTRACT-RATE      TO M-CONTRACT-RATE
           MOVE SSM-MATURITY-INSTR     TO M-MATURITY-INSTR
           MOVE SSM-SETTLE-ACCT        TO M-SETTLE-ACCT
           MOVE SSM-TERM-START-DATE    TO M-TERM-START-DATE
           MOVE SSM-BALANCE     TO WS-OLD-BALANCE
           COMPUTE M-BALANCE = M-BALANCE - T-AMOUNT

           MOVE T-AMOUNT     TO WS-AUDIT-AMOUNT
           MOVE T-TRANS-REF  TO WS-AUDIT-TRANS-REF
           PERFORM 2250-WRITE-GL-EXTRACT
           PERFORM 2260-WRITE-AUDIT-TRAIL
           IF WS-EARLY-WD-PENALTY > 0
               PERFORM 2245-CHARGE-EARLY-WD-PENALTY
           END-IF.

       2300-PROCESS-REVERSAL.
      * Сторно пункту за референсом (таблиця з 1200/1250).
      * Невідомий чи вже сторнований референс, розбіжність
      * рахунку або суми, відсутній чи закритий рахунок
      * будь-якої ноги - увесь пункт іде у саспенс, і жодна
      * нога не проводиться.
           MOVE T-TRANS-REF TO WS-REV-SEARCH-REF
           PERFORM 2310-FIND-REVERSAL-ENTRY
           MOVE SPACES TO WS-SUSP-REASON-CODE
           IF NOT REV-ENTRY-FOUND
               MOVE '13' TO WS-SUSP-REASON-CODE
               MOVE 'REVERSAL TABLE FULL' TO WS-SUSP-REASON-DESC
           ELSE
           IF RV-ALREADY-REVERSED(WS-REV-IDX)
               MOVE '11' TO WS-SUSP-REASON-CODE
               MOVE 'ALREADY REVERSED' TO WS-SUSP-REASON-DESC
           ELSE
           IF RV-LEG-COUNT(WS-REV-IDX) = 0
               MOVE '10' TO WS-SUSP-REASON-CODE
               MOVE 'REV REF NOT FOUND' TO WS-SUSP-REASON-DESC
           ELSE
               PERFORM 2315-CHECK-REVERSAL-MATCH
           END-IF
           END-IF
           END-IF
           IF WS-SUSP-REASON-CODE = SPACES
               PERFORM 2320-CHECK-REVERSAL-ACCOUNT
                   VARYING WS-REV-LEG FROM 1 BY 1
                   UNTIL WS-REV-LEG > RV-LEG-COUNT(WS-REV-IDX)
                       OR WS-SUSP-REASON-CODE NOT = SPACES
           END-IF
           IF WS-SUSP-REASON-CODE NOT = SPACES
               PERFORM 2390-REJECT-REVERSAL
           ELSE
               PERFORM 2330-POST-REVERSAL-LEG
                   VARYING WS-REV-LEG FROM 1 BY 1
                   UNTIL WS-REV-LEG > RV-LEG-COUNT(WS-REV-IDX)
               SET RV-ALREADY-REVERSED(WS-REV-IDX) TO TRUE
               ADD 1 TO WS-REV-COUNT
               ADD T-AMOUNT TO WS-REV-AMOUNT
               IF IS-RETURNED-ITEM
                       AND RV-LEG-TYPE(WS-REV-IDX, 1) = 'D'
                   PERFORM 2340-CHARGE-RETURN-ITEM-FEE
               END-IF
           END-IF.

       2310-FIND-REVERSAL-ENTRY.
           MOVE 'N' TO WS-REV-FOUND-FLAG
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT-LOADED
                   OR REV-ENTRY-FOUND
               IF RV-TRANS-REF(WS-REV-IDX) = WS-REV-SEARCH-REF
                   SET REV-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF REV-ENTRY-FOUND
               SUBTRACT 1 FROM WS-REV-IDX
           END-IF.

       2315-CHECK-REVERSAL-MATCH.
           MOVE 'N' TO WS-REV-MATCH-FLAG
           PERFORM VARYING WS-REV-LEG FROM 1 BY 1
               UNTIL WS-REV-LEG > RV-LEG-COUNT(WS-REV-IDX)
               IF RV-LEG-ACCOUNT(WS-REV-IDX, WS-REV-LEG)
                       = T-ACCOUNT-NUM
                   SET REV-ACCOUNT-MATCHED TO TRUE
               END-IF
           END-PERFORM
           IF RV-TOO-MANY-LEGS(WS-REV-IDX)
                   OR NOT REV-ACCOUNT-MATCHED
                   OR T-AMOUNT NOT = RV-LEG-AMOUNT(WS-REV-IDX, 1)
               MOVE '12' TO WS-SUSP-REASON-CODE
               MOVE 'REV ITEM MISMATCH' TO WS-SUSP-REASON-DESC
           END-IF.

       2320-CHECK-REVERSAL-ACCOUNT.
           MOVE RV-LEG-ACCOUNT(WS-REV-IDX, WS-REV-LEG)
               TO M-ACCOUNT-NUM
           READ MASTER-FILE
               INVALID KEY
                   MOVE '14' TO WS-SUSP-REASON-CODE
                   MOVE 'REV ACCT NOT FOUND' TO WS-SUSP-REASON-DESC
               NOT INVALID KEY
                   IF IS-CLOSED
                       MOVE '15' TO WS-SUSP-REASON-CODE
                       MOVE 'REV ACCT CLOSED' TO WS-SUSP-REASON-DESC
                   END-IF
           END-READ.

       2330-POST-REVERSAL-LEG.
      * Рахунки ніг щойно перевірено у 2320.
           MOVE RV-LEG-ACCOUNT(WS-REV-IDX, WS-REV-LEG)
               TO M-ACCOUNT-NUM
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2335-APPLY-REVERSAL-LEG
           END-READ.

       2335-APPLY-REVERSAL-LEG.
           MOVE M-BALANCE TO WS-OLD-BALANCE
           MOVE RV-LEG-AMOUNT(WS-REV-IDX, WS-REV-LEG) TO WS-GL-AMOUNT
           IF RV-LEG-SIGN(WS-REV-IDX, WS-REV-LEG) = 'C'
               SUBTRACT WS-GL-AMOUNT FROM M-BALANCE
               SUBTRACT WS-GL-AMOUNT FROM WS-NET-CHANGE
               MOVE '5900' TO WS-GL-CODE
               MOVE 'D' TO WS-GL-SIGN
           ELSE
               ADD WS-GL-AMOUNT TO M-BALANCE
               ADD WS-GL-AMOUNT TO WS-NET-CHANGE
               MOVE '4900' TO WS-GL-CODE
               MOVE 'C' TO WS-GL-SIGN
      * Повернений зовнішній платіж приходить з ностро.
               IF RV-LEG-TYPE(WS-REV-IDX, WS-REV-LEG) = 'E'
                   MOVE WS-GL-EXTRTN-CODE TO WS-GL-CODE
               END-IF
           END-IF
           IF M-BALANCE < 0
               MOVE M-ACCOUNT-NUM TO R-ACCT
               MOVE 'OVERDRAFT ALERT' TO R-MSG
               WRITE REPORT-REC FROM WS-REPORT-LINE
           END-IF
           REWRITE MASTER-REC
           ADD 1 TO WS-POSTED-COUNT
           ADD 1 TO WS-REV-LEG-COUNT
           MOVE M-ACCOUNT-NUM TO R-ACCT
           MOVE 'ITEM REVERSED' TO R-MSG
           WRITE REPORT-REC FROM WS-REPORT-LINE
           MOVE M-ACCOUNT-NUM TO WS-GL-ACCOUNT
           MOVE 'V' TO WS-AUDIT-TRANS-TYPE
           MOVE WS-GL-AMOUNT TO WS-AUDIT-AMOUNT
           MOVE T-TRANS-REF TO WS-AUDIT-TRANS-REF
           PERFORM 2250-WRITE-GL-EXTRACT
           PERFORM 2260-WRITE-AUDIT-TRAIL.

       2340-CHARGE-RETURN-ITEM-FEE.
      * Комісія за повернений депозит, як і NSF, проводиться
      * безумовно і веде власні підсумки.
           MOVE T-ACCOUNT-NUM TO M-ACCOUNT-NUM
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE M-BALANCE TO WS-OLD-BALANCE
                   SUBTRACT WS-REV-RETURN-FEE FROM M-BALANCE
                   ADD 1 TO WS-RETFEE-COUNT
                   ADD WS-REV-RETURN-FEE TO WS-RETFEE-AMOUNT
                   SUBTRACT WS-REV-RETURN-FEE FROM WS-NET-CHANGE
                   REWRITE MASTER-REC
                   ADD 1 TO WS-POSTED-COUNT
                   MOVE M-ACCOUNT-NUM TO R-ACCT
                   MOVE 'RETURN ITEM FEE' TO R-MSG
                   WRITE REPORT-REC FROM WS-REPORT-LINE
                   MOVE M-ACCOUNT-NUM TO WS-GL-ACCOUNT
                   MOVE '5170' TO WS-GL-CODE
                   MOVE WS-REV-RETURN-FEE TO WS-GL-AMOUNT
                   MOVE 'D' TO WS-GL-SIGN
                   MOVE 'F' TO WS-AUDIT-TRANS-TYPE
                   MOVE WS-REV-RETURN-FEE TO WS-AUDIT-AMOUNT
                   MOVE T-TRANS-REF TO WS-AUDIT-TRANS-REF
                   PERFORM 2250-WRITE-GL-EXTRACT
                   PERFORM 2260-WRITE-AUDIT-TRAIL
           END-READ.

       2390-REJECT-REVERSAL.
           ADD 1 TO WS-ERRORS-FOUND
           MOVE T-ACCOUNT-NUM TO R-ACCT
           MOVE WS-SUSP-REASON-DESC TO R-MSG
           WRITE REPORT-REC FROM WS-REPORT-LINE
           PERFORM 2150-WRITE-SUSPENSE.

       2400-TERM-MATURITY-PASS.
      * Погашення строкових депозитів іде окремим проходом за
      * ключем ДО основного проходу 2500: виплата кредитує
      * рахунок розрахунків, який може стояти раніше за
      * депозит, і основний прохід мусить побачити вже
      * остаточний баланс для знімка і звірки руху. Випадкове
      * читання рахунку розрахунків збиває READ NEXT, тож
      * після кожного погашення позиція відновлюється за
      * ключем депозиту. Пролонгований депозит, чия нова дата
      * все ще минула (довга перерва у прогонах), погашається
      * наступним прогоном - один строк за прогін. Дата
      * останніх відсотків депозиту ставиться на дату прогону
      * при кожному погашенні (і з нульовими відсотками), тож
      * рестарт прогону вже погашений сьогодні депозит - і
      * відкладений теж - вдруге не погашає.
           MOVE 'N' TO WS-MAT-EOF-FLAG
           MOVE LOW-VALUES TO M-ACCOUNT-NUM
           START MASTER-FILE KEY IS NOT LESS THAN M-ACCOUNT-NUM
               INVALID KEY SET END-OF-MATURITY-PASS TO TRUE
           END-START
           PERFORM 2410-CHECK-NEXT-MATURITY
               UNTIL END-OF-MATURITY-PASS.

       2410-CHECK-NEXT-MATURITY.
           READ MASTER-FILE NEXT RECORD
               AT END SET END-OF-MATURITY-PASS TO TRUE
               NOT AT END
                   IF IS-TERM-DEPOSIT
                           AND (IS-ACTIVE OR IS-DORMANT)
                           AND M-MATURITY-DATE NUMERIC
                           AND WS-RUN-DATE NUMERIC
                           AND M-MATURITY-DATE <= WS-RUN-DATE
                           AND M-LAST-INTEREST-DATE NOT = WS-RUN-DATE
                       MOVE M-ACCOUNT-NUM TO WS-MAT-ACCOUNT
                       PERFORM 2420-MATURE-TERM-DEPOSIT
                       PERFORM 2490-REPOSITION-MATURITY-PASS
                   END-IF
           END-READ.

       2420-MATURE-TERM-DEPOSIT.
      * Стан до погашення - у запис журналу погашень (пишеться
      * 2485 наприкінці); кожна гілка 2450/2460/2470
      * переписує депозит уже з датою погашення.
           MOVE SPACES TO TERM-MAT-LOG-REC
           MOVE WS-RUN-DATE TO TML-RUN-DATE
           MOVE WS-RUN-ID TO TML-RUN-ID
           MOVE M-ACCOUNT-NUM TO TML-ACCOUNT-NUM
           MOVE M-STATUS TO TML-PRIOR-STATUS
           MOVE M-MATURITY-DATE TO TML-PRIOR-MATURITY-DATE
           MOVE M-TERM-START-DATE TO TML-PRIOR-TERM-START
           MOVE M-CONTRACT-RATE TO TML-PRIOR-CONTRACT-RATE
           MOVE M-LAST-INTEREST-DATE TO TML-PRIOR-LAST-INT-DATE
           MOVE M-LAST-ACTIVITY-DATE TO TML-PRIOR-ACTIVITY-DATE
           MOVE WS-RUN-DATE TO M-LAST-INTEREST-DATE
           ADD 1 TO WS-MAT-COUNT
           MOVE M-BALANCE TO WS-MAT-PRINCIPAL
           ADD M-BALANCE TO WS-MAT-PRIN-AMOUNT
           MOVE ZERO TO WS-MAT-INTEREST
           MOVE SPACES TO WS-MAT-REASON
           IF M-TERM-START-DATE NUMERIC
                   AND M-CONTRACT-RATE > 0
                   AND M-BALANCE > 0
               MOVE M-TERM-START-DATE TO WS-MAT-START-NUM
               MOVE M-MATURITY-DATE TO WS-MAT-END-NUM
               COMPUTE WS-MAT-TERM-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-MAT-END-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-MAT-START-NUM)
               IF WS-MAT-TERM-DAYS > 0
                   COMPUTE WS-MAT-INTEREST ROUNDED =
                       M-BALANCE * M-CONTRACT-RATE
                       * WS-MAT-TERM-DAYS / 365
               END-IF
           END-IF
           IF WS-MAT-INTEREST > 0
               PERFORM 2430-POST-MATURITY-INTEREST
           END-IF
           IF IS-PAYOUT-AT-MATURITY
               PERFORM 2440-CHECK-PAYOUT-TARGET
               IF WS-MAT-REASON = SPACES
                   PERFORM 2450-PAY-OUT-TERM-DEPOSIT
               ELSE
                   PERFORM 2470-DEFER-PAYOUT
               END-IF
           ELSE
               PERFORM 2460-ROLL-OVER-TERM-DEPOSIT
           END-IF
           PERFORM 2480-WRITE-MATURITY-LINE
           PERFORM 2485-WRITE-MATURITY-LOG.

       2430-POST-MATURITY-INTEREST.
           MOVE M-BALANCE TO WS-OLD-BALANCE
           ADD WS-MAT-INTEREST TO M-BALANCE
           MOVE WS-RUN-DATE TO M-LAST-INTEREST-DATE
           REWRITE MASTER-REC
           ADD 1 TO WS-POSTED-COUNT
           ADD 1 TO WS-MAT-INT-COUNT
           ADD WS-MAT-INTEREST TO WS-MAT-INT-AMOUNT
           ADD WS-MAT-INTEREST TO WS-NET-CHANGE
           MOVE M-ACCOUNT-NUM    TO WS-GL-ACCOUNT
           MOVE '4100'           TO WS-GL-CODE
           MOVE WS-MAT-INTEREST  TO WS-GL-AMOUNT
           MOVE 'C'              TO WS-GL-SIGN
           PERFORM 2250-WRITE-GL-EXTRACT
           MOVE 'I'              TO WS-AUDIT-TRANS-TYPE
           MOVE WS-MAT-INTEREST  TO WS-AUDIT-AMOUNT
           MOVE SPACES           TO WS-AUDIT-TRANS-REF
           PERFORM 2260-WRITE-AUDIT-TRAIL.

       2440-CHECK-PAYOUT-TARGET.
      * Виплата лише туди, куди пройшов би звичайний переказ
      * (правила 2211), і лише з депозиту без чинних
      * блокувань. Запис депозиту повертається у MASTER-REC.
           PERFORM 2280-COMPUTE-AVAILABLE-BALANCE
           IF WS-HOLD-TOTAL > 0
               MOVE 'ACTIVE HOLDS' TO WS-MAT-REASON
           ELSE
           IF M-BALANCE > WS-MAX-GL-AMOUNT
               MOVE 'PAYOUT OVER LIMIT' TO WS-MAT-REASON
           ELSE
           IF M-BALANCE < 0
               MOVE 'NEGATIVE BALANCE' TO WS-MAT-REASON
           ELSE
               MOVE MASTER-REC TO WS-SAVE-TERM-MASTER
               MOVE M-SETTLE-ACCT TO M-ACCOUNT-NUM
               READ MASTER-FILE
                   INVALID KEY
                       MOVE 'SETTLE ACCT NOT FND' TO WS-MAT-REASON
                   NOT INVALID KEY
                       IF IS-FROZEN
                           MOVE 'SETTLE ACCT FROZEN'
                               TO WS-MAT-REASON
                       END-IF
                       IF IS-CLOSED
                           MOVE 'SETTLE ACCT CLOSED'
                               TO WS-MAT-REASON
                       END-IF
               END-READ
               MOVE WS-SAVE-TERM-MASTER TO MASTER-REC
           END-IF
           END-IF
           END-IF.

       2450-PAY-OUT-TERM-DEPOSIT.
      * Дві ноги переказу: спершу кредит рахунку розрахунків,
      * потім списання депозиту до нуля і його закриття.
           MOVE M-BALANCE TO WS-MAT-PAYOUT
           IF WS-MAT-PAYOUT > 0
               MOVE M-SETTLE-ACCT TO M-ACCOUNT-NUM
               READ MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
               MOVE M-BALANCE TO WS-OLD-BALANCE
               ADD WS-MAT-PAYOUT TO M-BALANCE
               SET IS-ACTIVE TO TRUE
               MOVE WS-RUN-DATE TO M-LAST-ACTIVITY-DATE
               REWRITE MASTER-REC
               ADD 1 TO WS-POSTED-COUNT
               ADD WS-MAT-PAYOUT TO WS-NET-CHANGE
               MOVE M-ACCOUNT-NUM TO WS-GL-ACCOUNT
               MOVE '4050' TO WS-GL-CODE
               MOVE WS-MAT-PAYOUT TO WS-GL-AMOUNT
               MOVE 'C' TO WS-GL-SIGN
               MOVE 'X' TO WS-AUDIT-TRANS-TYPE
               MOVE WS-MAT-PAYOUT TO WS-AUDIT-AMOUNT
               MOVE SPACES TO WS-AUDIT-TRANS-REF
               PERFORM 2250-WRITE-GL-EXTRACT
               PERFORM 2260-WRITE-AUDIT-TRAIL
               MOVE WS-SAVE-TERM-MASTER TO MASTER-REC
           END-IF
           MOVE M-BALANCE TO WS-OLD-BALANCE
           SUBTRACT WS-MAT-PAYOUT FROM M-BALANCE
           SET IS-CLOSED TO TRUE
           MOVE WS-RUN-DATE TO M-LAST-ACTIVITY-DATE
           REWRITE MASTER-REC
           ADD 1 TO WS-PAYOUT-COUNT
           ADD WS-MAT-PAYOUT TO WS-PAYOUT-AMOUNT
           IF WS-MAT-PAYOUT > 0
               ADD 1 TO WS-POSTED-COUNT
               SUBTRACT WS-MAT-PAYOUT FROM WS-NET-CHANGE
               MOVE M-ACCOUNT-NUM TO WS-GL-ACCOUNT
               MOVE '5050' TO WS-GL-CODE
               MOVE WS-MAT-PAYOUT TO WS-GL-AMOUNT
               MOVE 'D' TO WS-GL-SIGN
               MOVE 'X' TO WS-AUDIT-TRANS-TYPE
               MOVE WS-MAT-PAYOUT TO WS-AUDIT-AMOUNT
               MOVE SPACES TO WS-AUDIT-TRANS-REF
               PERFORM 2250-WRITE-GL-EXTRACT
               PERFORM 2260-WRITE-AUDIT-TRAIL
           END-IF
           MOVE 'PAID OUT' TO MR-ACTION
           MOVE M-SETTLE-ACCT TO MR-TARGET.

       2460-ROLL-OVER-TERM-DEPOSIT.
      * Новий строк починається з дати погашення старого, а
      * договірною стає поточна ставка рахунку.
           MOVE M-MATURITY-DATE TO M-TERM-START-DATE
           MOVE M-MATURITY-DATE TO WS-MAT-NUM
           PERFORM 2465-ADD-TERM-MONTHS
           MOVE WS-MAT-NUM TO M-MATURITY-DATE
           MOVE M-INTEREST-RATE TO M-CONTRACT-RATE
           REWRITE MASTER-REC
           ADD 1 TO WS-ROLLOVER-COUNT
           MOVE 'ROLLED' TO MR-ACTION
           MOVE M-MATURITY-DATE TO MR-TARGET.

       2465-ADD-TERM-MONTHS.
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

       2470-DEFER-PAYOUT.
      * Відсотки вже сплачено по дату погашення: початок
      * строку підтягується до неї, тож повтор наступним
      * прогоном нових відсотків не нарахує.
           MOVE M-MATURITY-DATE TO M-TERM-START-DATE
           REWRITE MASTER-REC
           ADD 1 TO WS-DEFERRED-COUNT
           MOVE 'DEFERRED' TO MR-ACTION
           MOVE M-SETTLE-ACCT TO MR-TARGET.

       2480-WRITE-MATURITY-LINE.
           MOVE M-ACCOUNT-NUM TO MR-ACCT
           MOVE WS-MAT-PRINCIPAL TO MR-PRINCIPAL
           MOVE WS-MAT-INTEREST TO MR-INTEREST
           MOVE WS-MAT-REASON TO MR-REASON
           WRITE MATURITY-REPORT-REC FROM WS-MATURITY-LINE.

       2485-WRITE-MATURITY-LOG.
           MOVE MR-ACTION TO TML-ACTION
           WRITE TERM-MAT-LOG-REC.

       2490-REPOSITION-MATURITY-PASS.
           MOVE WS-MAT-ACCOUNT TO M-ACCOUNT-NUM
           START MASTER-FILE KEY IS GREATER THAN M-ACCOUNT-NUM
               INVALID KEY SET END-OF-MATURITY-PASS TO TRUE
           END-START.

       2500-MASTER-FILE-SWEEP.
      * Єдиний послідовний прохід по MASTER-FILE (ACCESS IS DYNAMIC)
      * після обробки денних транзакцій: нараховує відсотки на
      * ощадні рахунки (коли запрошено параметром) і перевіряє
      * кожен рахунок на безактивність для звіту про "сплячі"
      * рахунки. Обидві перевірки об'єднані в один прохід файлу,
      * щоб не сканувати MASTER-FILE двічі. Погашення
      * строкових депозитів - окрема фаза 2400 перед ним.
           PERFORM 2400-TERM-MATURITY-PASS
           MOVE 'N' TO WS-MASTER-EOF-FLAG
           MOVE LOW-VALUES TO M-ACCOUNT-NUM
           START MASTER-FILE KEY IS NOT LESS THAN M-ACCOUNT-NUM
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-READ.

       2520-PROCESS-MASTER-RECORD.
           PERFORM 2580-RELEASE-EXPIRED-HOLDS
           PERFORM 2530-CHECK-DORMANCY
           IF INTEREST-RUN-REQUESTED
               PERFORM 2540-POST-INTEREST
               MOVE M-OVERDRAFT-LIMIT TO OD-LIMIT
               MOVE WS-OD-DAYS TO OD-DAYS
               WRITE OVERDRAFT-REPORT-REC FROM WS-OVERDRAFT-LINE
               PERFORM 2555-CHECK-OD-NOTICE
           ELSE
               IF M-OVERDRAWN-SINCE NOT = SPACES
                   MOVE SPACES TO M-OVERDRAWN-SINCE
               END-IF
           END-IF.

       2555-CHECK-OD-NOTICE.
      * Днів овердрафту на попередній прогін: нуль, якщо
      * рахунок пішов у мінус після нього; без календаря
      * вважається, що прогін був учора.
           IF WS-PREV-RUN-DATE NUMERIC AND M-OVERDRAWN-SINCE NUMERIC
               MOVE M-OVERDRAWN-SINCE TO WS-OD-SINCE-NUM
               IF WS-PREV-RUN-DATE < M-OVERDRAWN-SINCE
                   MOVE ZERO TO WS-OD-PREV-DAYS
               ELSE
                   MOVE WS-PREV-RUN-DATE TO WS-PREV-RUN-NUM
                   COMPUTE WS-OD-PREV-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-PREV-RUN-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-OD-SINCE-NUM)
                       + 1
               END-IF
           ELSE
               COMPUTE WS-OD-PREV-DAYS = WS-OD-DAYS - 1
           END-IF
           MOVE ZERO TO WS-OD-NOTICE-LEVEL
           PERFORM 2556-FIND-OD-NOTICE-LEVEL
               VARYING WS-OD-NOTICE-IDX FROM 1 BY 1
               UNTIL WS-OD-NOTICE-IDX > 4
           IF WS-OD-NOTICE-LEVEL > 0
               MOVE 'O' TO NE-EVENT-TYPE
               MOVE M-BALANCE TO NE-AMOUNT
               MOVE WS-OD-NOTICE-LEVEL TO NE-NOTICE-LEVEL
               MOVE WS-OD-DAYS TO NE-DAYS
               PERFORM 2720-WRITE-NOTICE-EVENT
           END-IF.

       2556-FIND-OD-NOTICE-LEVEL.
           IF WS-OD-NOTICE-DAYS(WS-OD-NOTICE-IDX) > WS-OD-PREV-DAYS
                   AND WS-OD-NOTICE-DAYS(WS-OD-NOTICE-IDX)
                       NOT > WS-OD-DAYS
               MOVE WS-OD-NOTICE-IDX TO WS-OD-NOTICE-LEVEL
           END-IF.

       2530-CHECK-DORMANCY.
      * Строковий депозит не має руху до погашення за самою
      * своєю природою і сплячим не вважається.
           IF IS-ACTIVE AND NOT IS-TERM-DEPOSIT
                   AND M-LAST-ACTIVITY-DATE NUMERIC
                   AND WS-RUN-DATE NUMERIC
               MOVE M-LAST-ACTIVITY-DATE TO WS-LAST-ACTIVITY-NUM
                   MOVE WS-RUN-ID TO DL-RUN-ID
                   MOVE WS-RUN-DATE TO DL-RUN-DATE
                   WRITE DORMANT-REPORT-REC FROM WS-DORMANT-LINE
                   MOVE 'D' TO NE-EVENT-TYPE
                   MOVE ZERO TO NE-AMOUNT
                   MOVE ZERO TO NE-NOTICE-LEVEL
                   MOVE WS-DAYS-INACTIVE TO NE-DAYS
                   PERFORM 2720-WRITE-NOTICE-EVENT
               END-IF
           END-IF.

      * овердрафту, що і введені списання: комісія, яка завела
      * б баланс під ліміт, не проводиться, а лягає у саспенс
      * з кодом 09 для подальшого розгляду оператором.
      * Межа - доступний баланс з урахуванням блокувань.
           PERFORM 2280-COMPUTE-AVAILABLE-BALANCE
           IF WS-ASSESS-FEE-AMOUNT > WS-AVAILABLE-BALANCE
               ADD 1 TO WS-FEE-SKIP-COUNT
               MOVE M-ACCOUNT-NUM TO R-ACCT
               MOVE 'FEE PAST OD LIMIT' TO R-MSG
           MOVE SPACES         TO SUSP-TRANS-REF
           WRITE SUSPENSE-REC.

       2580-RELEASE-EXPIRED-HOLDS.
      * Блокування, чия дата закінчення раніша за бізнес-дату
      * прогону, знімається (статус 'E') і потрапляє у звіт
      * зняття; відкриті блокування без дати лишаються до
      * явного зняття через HOLD-MAINT.
           MOVE 'N' TO WS-HOLD-EOF-FLAG
           MOVE M-ACCOUNT-NUM TO H-ACCOUNT-NUM
           MOVE ZERO TO H-HOLD-SEQ
           START HOLDS-FILE KEY IS NOT LESS THAN H-HOLD-KEY
               INVALID KEY SET END-OF-ACCT-HOLDS TO TRUE
           END-START
           PERFORM 2585-CHECK-NEXT-HOLD-EXPIRY
               UNTIL END-OF-ACCT-HOLDS.

       2585-CHECK-NEXT-HOLD-EXPIRY.
           READ HOLDS-FILE NEXT RECORD
               AT END SET END-OF-ACCT-HOLDS TO TRUE
               NOT AT END
                   IF H-ACCOUNT-NUM NOT = M-ACCOUNT-NUM
                       SET END-OF-ACCT-HOLDS TO TRUE
                   ELSE
                       IF HOLD-IS-ACTIVE
                               AND H-EXPIRY-DATE NUMERIC
                               AND WS-RUN-DATE NUMERIC
                               AND H-EXPIRY-DATE < WS-RUN-DATE
                           SET HOLD-IS-EXPIRED TO TRUE
                           MOVE WS-RUN-DATE TO H-RELEASED-DATE
                           REWRITE HOLD-REC
                           ADD 1 TO WS-HOLDS-RELEASED
                           ADD H-AMOUNT TO WS-HOLDS-REL-AMOUNT
                           MOVE H-ACCOUNT-NUM TO HR-ACCT
                           MOVE H-HOLD-SEQ TO HR-SEQ
                           MOVE H-REASON TO HR-REASON
                           MOVE H-AMOUNT TO HR-AMOUNT
                           MOVE H-EXPIRY-DATE TO HR-EXPIRY
                           MOVE H-REASON-TEXT TO HR-REASON-TEXT
                           WRITE HOLD-RELEASE-REC
                               FROM WS-HOLD-RELEASE-LINE
                       END-IF
                   END-IF
           END-READ.

       3000-TERMINATE.
           CLOSE SURV-WORK-FILE
           CLOSE PMT-WORK-FILE
           PERFORM 3500-WRITE-PAYMENT-FILE
           PERFORM 3400-SURVEILLANCE-PASS
           PERFORM 3600-MOVEMENT-COMPARE
           PERFORM 3100-WRITE-CONTROL-TOTALS
           CLOSE DORMANT-REPORT-FILE
           CLOSE OVERDRAFT-REPORT-FILE
           CLOSE WAREHOUSE-FILE
           CLOSE NOTICE-EVENT-FILE
           CLOSE HOLDS-FILE
           CLOSE HOLD-RELEASE-FILE
           CLOSE MATURITY-REPORT-FILE
           CLOSE TERM-MAT-LOG-FILE
           PERFORM 3200-UPDATE-RUN-CALENDAR
           PERFORM 3300-WRITE-RUN-LOG
           IF WS-RUN-DATE NOT = SPACES
                   MOVE HIGH-VALUES TO AG-TRANS-DATE
           END-READ.

       3500-WRITE-PAYMENT-FILE.
      * Файл для клірингової палати будується з робочого файлу
      * за зразком пакетного обрамлення TRANS-MERGE: заголовок,
      * пункти, трейлер з кількістю пунктів, хеш-сумою сум і
      * посимвольною хеш-сумою рахунків отримувачів.
           MOVE 'N' TO WS-PW-EOF-FLAG
           OPEN INPUT PMT-WORK-FILE
           OPEN OUTPUT PAYMENT-OUT-FILE
           MOVE WS-RUN-DATE TO POH-BATCH-DATE
           MOVE WS-RUN-ID TO POH-RUN-ID
           WRITE PAYMENT-OUT-REC FROM WS-PAYOUT-HEADER-REC
           PERFORM 3510-COPY-PAYMENT-ITEM
               UNTIL END-OF-PMT-WORK
           MOVE WS-PO-RECORD-COUNT TO POT-RECORD-COUNT
           MOVE WS-PO-AMOUNT-HASH TO POT-AMOUNT-HASH
           MOVE WS-PO-ACCT-HASH TO POT-ACCT-HASH
           WRITE PAYMENT-OUT-REC FROM WS-PAYOUT-TRAILER-REC
           CLOSE PMT-WORK-FILE
           CLOSE PAYMENT-OUT-FILE.

       3510-COPY-PAYMENT-ITEM.
           READ PMT-WORK-FILE
               AT END SET END-OF-PMT-WORK TO TRUE
               NOT AT END
                   MOVE PW-TRANS-REF TO POD-TRANS-REF
                   MOVE PW-DEBIT-ACCT TO POD-DEBIT-ACCT
                   MOVE PW-BENEF-ACCT TO POD-BENEF-ACCT
                   MOVE PW-AMOUNT TO POD-AMOUNT
                   MOVE PW-VALUE-DATE TO POD-VALUE-DATE
                   WRITE PAYMENT-OUT-REC FROM WS-PAYOUT-DETAIL-REC
                   ADD 1 TO WS-PO-RECORD-COUNT
                   ADD PW-AMOUNT TO WS-PO-AMOUNT-HASH
                   PERFORM 3520-ADD-BENEF-HASH
           END-READ.

       3520-ADD-BENEF-HASH.
           PERFORM VARYING WS-PO-HASH-IDX FROM 1 BY 1
               UNTIL WS-PO-HASH-IDX > 10
               COMPUTE WS-PO-ACCT-HASH = WS-PO-ACCT-HASH
                   + FUNCTION ORD(PW-BENEF-ACCT(WS-PO-HASH-IDX:1))
           END-PERFORM.

       3600-MOVEMENT-COMPARE.
      * Класичне злиття двох відсортованих знімків за номером
      * рахунку (прохід 2500 іде в порядку ключа): рахунки лише
           MOVE ZERO TO TL-AMOUNT
           WRITE REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'EXTERNAL PAYMENTS' TO TL-LABEL
           MOVE WS-EXTPAY-COUNT TO TL-COUNT
           MOVE WS-EXTPAY-AMOUNT TO TL-AMOUNT
           WRITE REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'REVERSALS' TO TL-LABEL
           MOVE WS-REV-COUNT TO TL-COUNT
           MOVE WS-REV-AMOUNT TO TL-AMOUNT
           WRITE REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'REVERSAL LEGS POSTED' TO TL-LABEL
           MOVE WS-REV-LEG-COUNT TO TL-COUNT
           MOVE ZERO TO TL-AMOUNT
           WRITE REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'RETURN ITEM FEES' TO TL-LABEL
           MOVE WS-RETFEE-COUNT TO TL-COUNT
           MOVE WS-RETFEE-AMOUNT TO TL-AMOUNT
           WRITE REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'EARLY WD PENALTIES' TO TL-LABEL
           MOVE WS-PENALTY-COUNT TO TL-COUNT
           MOVE WS-PENALTY-AMOUNT TO TL-AMOUNT
           WRITE REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'TERM DEPS MATURED' TO TL-LABEL
           MOVE WS-MAT-COUNT TO TL-COUNT
           MOVE WS-MAT-PRIN-AMOUNT TO TL-AMOUNT
           WRITE REPORT-REC FROM WS-TOTALS-LINE
           WRITE MATURITY-REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'TERM INTEREST PAID' TO TL-LABEL
           MOVE WS-MAT-INT-COUNT TO TL-COUNT
           MOVE WS-MAT-INT-AMOUNT TO TL-AMOUNT
           WRITE REPORT-REC FROM WS-TOTALS-LINE
           WRITE MATURITY-REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'TERM DEPS ROLLED' TO TL-LABEL
           MOVE WS-ROLLOVER-COUNT TO TL-COUNT
           MOVE ZERO TO TL-AMOUNT
           WRITE REPORT-REC FROM WS-TOTALS-LINE
           WRITE MATURITY-REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'TERM DEPS PAID OUT' TO TL-LABEL
           MOVE WS-PAYOUT-COUNT TO TL-COUNT
           MOVE WS-PAYOUT-AMOUNT TO TL-AMOUNT
           WRITE REPORT-REC FROM WS-TOTALS-LINE
           WRITE MATURITY-REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'PAYOUTS DEFERRED' TO TL-LABEL
           MOVE WS-DEFERRED-COUNT TO TL-COUNT
           MOVE ZERO TO TL-AMOUNT
           WRITE REPORT-REC FROM WS-TOTALS-LINE
           WRITE MATURITY-REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'NOTICE EVENTS' TO TL-LABEL
           MOVE WS-NOTICE-COUNT TO TL-COUNT
           MOVE ZERO TO TL-AMOUNT
           WRITE REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'NET BALANCE CHANGE' TO TL-LABEL
           MOVE WS-POSTED-COUNT TO TL-COUNT
           MOVE WS-NET-CHANGE TO TL-AMOUNT
           MOVE ZERO TO TL-AMOUNT
           WRITE REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'HOLDS EXPIRED' TO TL-LABEL
           MOVE WS-HOLDS-RELEASED TO TL-COUNT
           MOVE WS-HOLDS-REL-AMOUNT TO TL-AMOUNT
           WRITE REPORT-REC FROM WS-TOTALS-LINE
           WRITE HOLD-RELEASE-REC FROM WS-TOTALS-LINE

           IF WS-RECORDS-READ = WS-DEP-COUNT + WS-WD-COUNT
                               + WS-FEE-COUNT + WS-XFER-COUNT
                               + WS-REV-COUNT + WS-EXTPAY-COUNT
                               + WS-ERRORS-FOUND
               MOVE 'BATCH STATUS: IN BALANCE' TO TL-TEXT
               MOVE 'IN BALANCE' TO WS-RUN-STATUS
