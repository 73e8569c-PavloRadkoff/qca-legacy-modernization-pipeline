      * у BAL-SNAPSHOT.DAT. Відкат дозволено лише для
      * останнього завершеного дня календаря: відкат старішої
      * дати стер би проводки всіх наступних днів.
      * Погашення строкового депозиту повертається у стан до
      * погашення за журналом TERM-MAT-LOG.DAT, який пише
      * EOD-BATCH-PROC: статус, дати строку, договірна ставка і
      * дати відсотків та активності беруться такими, якими
      * вони були до прогону, - незалежно від того, чи несло
      * погашення грошові проводки.
      * Дата закритого місяця (запис періоду CCYYMM00 у
      * календарі має статус 'L' після MONTH-END) не
      * відкочується взагалі: звітність місяця вже здана. Для
      * відкритого місяця накопичувачі періоду повертаються з
      * PERIOD-ACCUM-PREV.DAT, якщо MONTH-END уже врахував день.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS M-ACCOUNT-NUM.
           SELECT OPTIONAL TERM-MAT-LOG-FILE
               ASSIGN TO 'DATA/TERM-MAT-LOG.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO 'DATA/BACKOUT-SORT.SRT'.
           SELECT AUDIT-WORK-FILE
               ASSIGN TO 'DATA/AUDIT-HIST.WRK'
           SELECT OPTIONAL SNAPSHOT-PREV-FILE
               ASSIGN TO 'DATA/BAL-SNAPSHOT-PREV.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ACCUM-FILE
               ASSIGN TO 'DATA/PERIOD-ACCUM.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ACCUM-PREV-FILE
               ASSIGN TO 'DATA/PERIOD-ACCUM-PREV.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT BACKOUT-REPORT-FILE
               ASSIGN TO 'DATA/BACKOUT-REPORT.PRN'
               ORGANIZATION IS SEQUENTIAL.
           05  AH-RUN-ID          PIC X(08).
           05  AH-TRANS-REF       PIC X(15).

      * Стан депозиту до погашення (макет EOD-BATCH-PROC).
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

       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-TRAIL-REC.
           05  AUDIT-ACCOUNT-NUM  PIC X(10).
           05  M-OVERDRAFT-LIMIT PIC 9(7)V99.
           05  M-OVERDRAWN-SINCE PIC X(08).
           05  M-LAST-FEE-DATE   PIC X(08).
           05  M-TERM-MONTHS     PIC 9(03).
           05  M-MATURITY-DATE   PIC X(08).
           05  M-CONTRACT-RATE   PIC 9V9(4).
           05  M-MATURITY-INSTR  PIC X(01).
           05  M-SETTLE-ACCT     PIC X(10).
           05  M-TERM-START-DATE PIC X(08).

      * Записи дня сортуються за рахунком зі збереженням
      * порядку файлу (BO-SEQ): перший запис групи несе баланс
           05  CAL-STATUS         PIC X(01).
               88 CAL-IS-PENDING   VALUE 'P'.
               88 CAL-IS-COMPLETED VALUE 'C'.
               88 CAL-IS-PERIOD-OPEN   VALUE 'O'.
               88 CAL-IS-PERIOD-LOCKED VALUE 'L'.

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC.
       FD  SNAPSHOT-PREV-FILE.
       01  PREV-SNAP-REC         PIC X(31).

      * Накопичувач періоду (макет MONTH-END); для відкату
      * потрібна лише дата останнього врахованого дня.
       FD  ACCUM-FILE.
       01  ACCUM-REC.
           05  PA-ACCOUNT-NUM     PIC X(10).
           05  PA-PERIOD          PIC X(06).
           05  FILLER             PIC X(40).
           05  PA-LAST-DATE       PIC X(08).
           05  FILLER             PIC X(16).

       FD  ACCUM-PREV-FILE.
       01  ACCUM-PREV-REC        PIC X(80).

       FD  BACKOUT-REPORT-FILE.
       01  BACKOUT-REPORT-REC    PIC X(80).

               88 END-OF-CALENDAR VALUE 'Y'.
           05  WS-LATER-DONE-FLAG PIC X(01) VALUE 'N'.
               88 LATER-DAY-COMPLETED VALUE 'Y'.
           05  WS-PERIOD-LOCK-FLAG PIC X(01) VALUE 'N'.
               88 RUN-PERIOD-LOCKED VALUE 'Y'.
           05  WS-ACCUM-DAY-FLAG PIC X(01) VALUE 'N'.
               88 ACCUM-HAS-DAY  VALUE 'Y'.
           05  WS-TRANS-EOF-FLAG PIC X(01) VALUE 'N'.
               88 END-OF-DAY-TRANS VALUE 'Y'.
           05  WS-HDR-MATCH-FLAG PIC X(01) VALUE 'N'.
       01  WS-COUNTERS.
           05  WS-HIST-DAY-RECS  PIC 9(07) VALUE 0.
           05  WS-TRAIL-DAY-RECS PIC 9(07) VALUE 0.
           05  WS-TERM-LOG-DAY-RECS PIC 9(07) VALUE 0.
           05  WS-DAY-RECS-TOTAL PIC 9(07) VALUE 0.
           05  WS-RELEASE-SEQ    PIC 9(09) VALUE 0.
           05  WS-ACCTS-RESTORED PIC 9(05) VALUE 0.
           05  WS-RQ-STO         PIC 9(05) VALUE 0.
           05  WS-RQ-WHSE        PIC 9(05) VALUE 0.
           05  WS-SNAP-RESTORED  PIC 9(07) VALUE 0.
           05  WS-ACCUM-RESTORED PIC 9(07) VALUE 0.
       01  WS-CUR-GROUP.
           05  WS-CUR-ACCOUNT    PIC X(10) VALUE SPACES.
           05  WS-GROUP-OPEN-BAL PIC S9(9)V99 VALUE 0.
           05  FILLER            PIC X(12) VALUE 'ACCT-MAINT'.
           05  FILLER            PIC X(12) VALUE 'STO-GEN'.
           05  FILLER            PIC X(12) VALUE 'WHSE-RELEASE'.
           05  FILLER            PIC X(12) VALUE 'PMT-RETURNS'.
           05  FILLER            PIC X(12) VALUE 'TRANS-MERGE'.
           05  FILLER            PIC X(12) VALUE 'EOD-BATCH'.
           05  FILLER            PIC X(12) VALUE 'EOD-RECON'.
           05  FILLER            PIC X(12) VALUE 'HIST-ARCHIVE'.
           05  FILLER            PIC X(12) VALUE 'MONTH-END'.
           05  FILLER            PIC X(12) VALUE 'STMT-GEN'.
           05  FILLER            PIC X(12) VALUE 'TRANS-REINJ'.
           05  FILLER            PIC X(12) VALUE 'INTEG-AUDIT'.
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
           05  WS-STEP-NAME-ENTRY OCCURS 12 TIMES PIC X(12).
       01  WS-STEP-IDX           PIC 9(02) VALUE 0.
       01  WS-TERM-REVERSE-INFO.
           05  WS-TERM-LOG-EOF-FLAG PIC X(01) VALUE 'N'.
               88 END-OF-TERM-LOG VALUE 'Y'.
           05  WS-TERMS-REVERSED PIC 9(05) VALUE 0.
       01  WS-TERM-REVERSE-LINE.
           05  FILLER            PIC X(14) VALUE 'TERM REVERSED:'.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  TV-ACCT           PIC X(10).
           05  FILLER            PIC X(08) VALUE ' START: '.
           05  TV-START          PIC X(08).
           05  FILLER            PIC X(11) VALUE ' MATURITY: '.
           05  TV-MATURITY       PIC X(08).
           05  FILLER            PIC X(09) VALUE ' STATUS: '.
           05  TV-STATUS         PIC X(01).
       01  WS-RESTORE-LINE.
           05  FILLER            PIC X(10) VALUE 'RESTORED: '.
           05  RS-ACCT           PIC X(10).
                                BO-SEQ
               INPUT PROCEDURE IS 2000-RELEASE-DAY-AUDIT
               OUTPUT PROCEDURE IS 2500-RESTORE-BALANCES.
           PERFORM 2600-REVERSE-TERM-MATURITIES
           IF WS-HIST-DAY-RECS > 0
               PERFORM 3000-PURGE-DAY-FROM-AUDIT-HIST
               PERFORM 3500-PURGE-DAY-FROM-GL-HIST
               PERFORM 3700-CLEAR-DAY-WORK-FILES
           END-IF
           IF WS-HIST-DAY-RECS > 0 OR WS-TRAIL-DAY-RECS > 0
                   OR WS-TERM-LOG-DAY-RECS > 0
               PERFORM 3800-RESTORE-PRIOR-SNAPSHOT
               PERFORM 3900-RESTORE-PRIOR-ACCUM
               PERFORM 4200-REQUEUE-MERGE-FEEDERS
               PERFORM 4000-RESET-CALENDAR
               PERFORM 4100-RESET-STEP-CONTROL
               WRITE BACKOUT-REPORT-REC FROM WS-TOTALS-TEXT-LINE
               CLOSE BACKOUT-REPORT-FILE
               STOP RUN
           END-IF
      * Закритий місяць замкнено: override тут не діє.
           IF RUN-PERIOD-LOCKED
               DISPLAY 'EOD-BACKOUT: PERIOD ' WS-RUN-DATE(1:6)
                       ' IS CLOSED - RUN REFUSED'
               MOVE 'DATE IS IN A CLOSED PERIOD - RUN REFUSED'
                   TO TL-TEXT
               WRITE BACKOUT-REPORT-REC FROM WS-TOTALS-TEXT-LINE
               CLOSE BACKOUT-REPORT-FILE
               STOP RUN
           END-IF.

       1110-SCAN-LATER-COMPLETED.
                   IF CAL-DATE > WS-RUN-DATE AND CAL-IS-COMPLETED
                       SET LATER-DAY-COMPLETED TO TRUE
                   END-IF
                   IF CAL-DATE(1:6) = WS-RUN-DATE(1:6)
                           AND CAL-DATE(7:2) = '00'
                           AND CAL-IS-PERIOD-LOCKED
                       SET RUN-PERIOD-LOCKED TO TRUE
                   END-IF
           END-READ.

       2000-RELEASE-DAY-AUDIT.
                   OR BO-TRANS-TYPE = 'F'
                   OR BO-TRANS-TYPE = 'X'
                   OR BO-TRANS-TYPE = 'I'
                   OR BO-TRANS-TYPE = 'V'
                   OR BO-TRANS-TYPE = 'E'
               IF NOT GROUP-RESTORED
                   SET GROUP-RESTORED TO TRUE
                   PERFORM 2530-RESTORE-ONE-ACCOUNT
      * прогін тієї самої дати мовчки пропустить нарахування,
      * які відкат щойно скасував. Істинних попередніх дат
      * слід не несе, тож поле очищається і нарахування
      * відбудеться заново. Погашений цього дня строковий
      * депозит дістає свої справжні попередні дати з журналу
      * погашень у 2600.
                   IF M-LAST-INTEREST-DATE = WS-RUN-DATE
                       MOVE SPACES TO M-LAST-INTEREST-DATE
                   END-IF
       2550-WRITE-RESTORE-LINE.
           WRITE BACKOUT-REPORT-REC FROM WS-RESTORE-LINE.

       2600-REVERSE-TERM-MATURITIES.
      * Окремий прохід журналу погашень після відновлення
      * балансів: депозит, погашений без жодної грошової
      * проводки (нульові відсотки, відкладена виплата), у
      * аудиторському сліді не значиться, але теж має
      * повернутися у стан до погашення, щоб повторний прогін
      * погасив його заново тими самими ставкою і строком.
      * Баланс тут не чіпається - його повернув 2530.
           MOVE 'N' TO WS-TERM-LOG-EOF-FLAG
           OPEN INPUT TERM-MAT-LOG-FILE
           OPEN I-O MASTER-FILE
           PERFORM 2610-REVERSE-ONE-MATURITY
               UNTIL END-OF-TERM-LOG
           CLOSE MASTER-FILE
           CLOSE TERM-MAT-LOG-FILE.

       2610-REVERSE-ONE-MATURITY.
           READ TERM-MAT-LOG-FILE
               AT END SET END-OF-TERM-LOG TO TRUE
               NOT AT END
                   IF TML-RUN-DATE = WS-RUN-DATE
                       ADD 1 TO WS-TERM-LOG-DAY-RECS
                       PERFORM 2620-RESTORE-TERM-FIELDS
                   END-IF
           END-READ.

       2620-RESTORE-TERM-FIELDS.
           MOVE TML-ACCOUNT-NUM TO M-ACCOUNT-NUM
           READ MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-ACCTS-MISSING
                   MOVE TML-ACCOUNT-NUM TO MS-ACCT
                   PERFORM 2540-WRITE-MISSING-LINE
               NOT INVALID KEY
                   MOVE TML-PRIOR-STATUS TO M-STATUS
                   MOVE TML-PRIOR-MATURITY-DATE TO M-MATURITY-DATE
                   MOVE TML-PRIOR-TERM-START TO M-TERM-START-DATE
                   MOVE TML-PRIOR-CONTRACT-RATE TO M-CONTRACT-RATE
                   MOVE TML-PRIOR-LAST-INT-DATE
                       TO M-LAST-INTEREST-DATE
                   MOVE TML-PRIOR-ACTIVITY-DATE
                       TO M-LAST-ACTIVITY-DATE
                   REWRITE MASTER-REC
                   ADD 1 TO WS-TERMS-REVERSED
                   MOVE M-ACCOUNT-NUM TO TV-ACCT
                   MOVE M-TERM-START-DATE TO TV-START
                   MOVE M-MATURITY-DATE TO TV-MATURITY
                   MOVE M-STATUS TO TV-STATUS
                   PERFORM 2630-WRITE-TERM-REVERSE-LINE
           END-READ.

       2630-WRITE-TERM-REVERSE-LINE.
           WRITE BACKOUT-REPORT-REC FROM WS-TERM-REVERSE-LINE.

       3000-PURGE-DAY-FROM-AUDIT-HIST.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AUDIT-HIST-FILE
                   WRITE SNAP-REC FROM PREV-SNAP-REC
           END-READ.

       3900-RESTORE-PRIOR-ACCUM.
      * MONTH-END вже вклав баланси відкоченого дня у
      * накопичувачі періоду (і вважав би день врахованим при
      * повторному прогоні) - повертаємо стан до цього дня з
      * PERIOD-ACCUM-PREV.DAT, як знімок у 3800.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCUM-FILE
           PERFORM 3910-SCAN-ACCUM-FOR-DAY
               UNTIL END-OF-INPUT
           CLOSE ACCUM-FILE
           IF ACCUM-HAS-DAY
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT ACCUM-PREV-FILE
               OPEN OUTPUT ACCUM-FILE
               PERFORM 3920-COPY-PREV-TO-ACCUM
                   UNTIL END-OF-INPUT
               CLOSE ACCUM-PREV-FILE
               CLOSE ACCUM-FILE
               MOVE 'PERIOD ACCUMULATORS PUT BACK' TO TL-TEXT
               WRITE BACKOUT-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           END-IF.

       3910-SCAN-ACCUM-FOR-DAY.
           READ ACCUM-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF PA-LAST-DATE = WS-RUN-DATE
                       SET ACCUM-HAS-DAY TO TRUE
                       SET END-OF-INPUT TO TRUE
                   END-IF
           END-READ.

       3920-COPY-PREV-TO-ACCUM.
           READ ACCUM-PREV-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCUM-RESTORED
                   WRITE ACCUM-REC FROM ACCUM-PREV-REC
           END-READ.

       4000-RESET-CALENDAR.
           MOVE 'N' TO WS-CAL-EOF-FLAG
           OPEN I-O CALENDAR-FILE
           OPEN EXTEND STEP-CONTROL-FILE
           PERFORM 4110-WRITE-STEP-RESET
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 12
           CLOSE STEP-CONTROL-FILE
           MOVE 'STEP COMPLETIONS CANCELLED FOR DATE' TO TL-TEXT
           WRITE BACKOUT-REPORT-REC FROM WS-TOTALS-TEXT-LINE.
      * не відрізнити від свіжого запису філії. З файлів філій
      * при повторному зведенні повернуться лише записи, чий
      * референс призначено ЦИМ пакетом (дата референса = дата
      * пакета) з джерелом 1-3 або 7 (касовий журнал) — вони
      * пропускаються. Свіжі
      * референси 4/5/6 цього пакета йдуть у свою чергу, а
      * все з давнішим референсом прийшло через черги і
      * повертається у чергу саспенсу — вона безпечна для
           MOVE 'SNAPSHOT ROWS PUT BACK' TO TL-LABEL
           MOVE WS-SNAP-RESTORED TO TL-COUNT
           WRITE BACKOUT-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'PERIOD ACCUM PUT BACK' TO TL-LABEL
           MOVE WS-ACCUM-RESTORED TO TL-COUNT
           WRITE BACKOUT-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'TERM MATURITIES REVERSED' TO TL-LABEL
           MOVE WS-TERMS-REVERSED TO TL-COUNT
           WRITE BACKOUT-REPORT-REC FROM WS-TOTALS-LINE
           CLOSE BACKOUT-REPORT-FILE

           ACCEPT WS-END-TIME FROM TIME
