       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-END.
       AUTHOR. COBALT-LEGACY-ENGINE.
       DATE-WRITTEN. 2026-10-15.

      * Закриття місяця. Крок пакетного вікна після HIST-ARCHIVE
      * (щоб GL дня вже лежав у GL-HIST.DAT), перед STMT-GEN.
      * Щодня: денний знімок балансів BAL-SNAPSHOT.DAT
      * зливається з накопичувачами періоду PERIOD-ACCUM.DAT
      * (по рахунку: днів, сума денних балансів, мінімум,
      * максимум). Дні між прогонами (вихідні) несуть баланс
      * останнього прогону, тож середній денний баланс
      * рахується за календарними днями. Попередня версія
      * накопичувачів лишається у PERIOD-ACCUM-PREV.DAT - з неї
      * EOD-BACKOUT повертає стан при відкаті дня (як зі
      * знімком балансів).
      * В останній робочий день місяця (у PROC-CALENDAR.DAT
      * немає пізнішої дати цього місяця; без календаря -
      * завтра вже інший місяць) останній баланс добирається
      * до кінця місяця, друкується звіт середніх денних
      * балансів і оборотно-сальдова відомість GL за кодами з
      * GL-HIST.DAT за місяць з доказом рівності дебетів і
      * кредитів. Збалансований місяць замикається: запис
      * періоду у календарі (дата CCYYMM00) переходить з 'O'
      * (відкритий) у 'L' (закритий), і відкривається запис
      * наступного місяця. Відкат дня закритого періоду
      * EOD-BACKOUT відхиляє. Незбалансований місяць лишається
      * відкритим до виправлення і повторного закриття.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'DATA/EOD-PARM.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SNAPSHOT-FILE
               ASSIGN TO 'DATA/BAL-SNAPSHOT.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ACCUM-FILE
               ASSIGN TO 'DATA/PERIOD-ACCUM.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ACCUM-PREV-FILE
               ASSIGN TO 'DATA/PERIOD-ACCUM-PREV.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GL-HIST-FILE
               ASSIGN TO 'DATA/GL-HIST.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE
               ASSIGN TO 'DATA/PROC-CALENDAR.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT MONTH-END-REPORT-FILE
               ASSIGN TO 'DATA/MONTH-END.PRN'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL STEP-CONTROL-FILE
               ASSIGN TO 'DATA/STEP-CONTROL.DAT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  SNAPSHOT-FILE.
       01  SNAP-REC.
           05  SN-RUN-DATE        PIC X(08).
           05  SN-ACCOUNT-NUM     PIC X(10).
           05  SN-STATUS          PIC X(01).
           05  SN-ACCOUNT-TYPE    PIC X(01).
           05  SN-BALANCE         PIC S9(9)V99.

      * Накопичувачі періоду по рахунку, у порядку номера
      * рахунку (як знімок балансів). PA-LAST-DATE - дата
      * останнього врахованого прогону (захист від повторного
      * врахування дня), PA-LAST-BAL - його баланс, що
      * переноситься на дні без прогону.
       FD  ACCUM-FILE.
       01  ACCUM-REC.
           05  PA-ACCOUNT-NUM     PIC X(10).
           05  PA-PERIOD          PIC X(06).
           05  PA-DAYS            PIC 9(03).
           05  PA-BAL-SUM         PIC S9(13)V99.
           05  PA-MIN-BAL         PIC S9(9)V99.
           05  PA-MAX-BAL         PIC S9(9)V99.
           05  PA-LAST-DATE       PIC X(08).
           05  PA-LAST-BAL        PIC S9(9)V99.
           05  FILLER             PIC X(05).

       FD  ACCUM-PREV-FILE.
       01  ACCUM-PREV-REC        PIC X(80).

       FD  GL-HIST-FILE.
       01  GL-HIST-REC.
           05  GH-ACCOUNT-NUM     PIC X(10).
           05  GH-RUN-DATE        PIC X(08).
           05  GH-CODE            PIC X(04).
           05  GH-AMOUNT          PIC 9(7)V99.
           05  GH-SIGN            PIC X(01).
               88 GH-IS-DEBIT     VALUE 'D'.
               88 GH-IS-CREDIT    VALUE 'C'.

      * Запис періоду має дату CCYYMM00 і статус 'O'/'L';
      * денні записи ('P'/'C') його не помічають.
       FD  CALENDAR-FILE.
       01  CALENDAR-REC.
           05  CAL-DATE           PIC X(08).
           05  CAL-STATUS         PIC X(01).
               88 CAL-IS-PENDING   VALUE 'P'.
               88 CAL-IS-COMPLETED VALUE 'C'.
               88 CAL-IS-PERIOD-OPEN   VALUE 'O'.
               88 CAL-IS-PERIOD-LOCKED VALUE 'L'.

       FD  MONTH-END-REPORT-FILE.
       01  MONTH-END-REPORT-REC  PIC X(100).

       FD  STEP-CONTROL-FILE.
       01  STEP-CONTROL-REC.
           05  SC-RUN-DATE       PIC X(08).
           05  SC-STEP-NAME      PIC X(12).
           05  SC-STATUS         PIC X(01).
           05  SC-TIME           PIC X(08).
           05  SC-RUN-ID         PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
               88 END-OF-INPUT   VALUE 'Y'.
           05  WS-CAL-EOF-FLAG   PIC X(01) VALUE 'N'.
               88 END-OF-CALENDAR VALUE 'Y'.
           05  WS-SEARCH-FLAG    PIC X(01) VALUE 'N'.
               88 ENTRY-FOUND    VALUE 'Y'.
           05  WS-DAY-DONE-FLAG  PIC X(01) VALUE 'N'.
               88 DAY-ALREADY-ACCUMULATED VALUE 'Y'.
           05  WS-MONTH-END-FLAG PIC X(01) VALUE 'N'.
               88 IS-MONTH-END   VALUE 'Y'.
           05  WS-LATER-IN-FLAG  PIC X(01) VALUE 'N'.
               88 LATER-DAY-IN-PERIOD VALUE 'Y'.
           05  WS-LATER-OUT-FLAG PIC X(01) VALUE 'N'.
               88 LATER-DAY-AFTER-PERIOD VALUE 'Y'.
           05  WS-PERIOD-REC-FLAG PIC X(01) VALUE SPACE.
               88 PERIOD-NOT-ON-CAL   VALUE SPACE.
               88 PERIOD-IS-OPEN      VALUE 'O'.
               88 PERIOD-IS-LOCKED    VALUE 'L'.
           05  WS-NEXT-REC-FLAG  PIC X(01) VALUE 'N'.
               88 NEXT-PERIOD-ON-CAL VALUE 'Y'.
           05  WS-TB-FLAG        PIC X(01) VALUE 'N'.
               88 TB-IN-BALANCE  VALUE 'Y'.
       01  WS-RUN-INFO.
           05  WS-RUN-DATE       PIC X(08) VALUE SPACES.
           05  WS-RUN-ID         PIC X(08) VALUE SPACES.
      * Межі періоду як цілі дні (INTEGER-OF-DATE): день
      * прогону, перший і останній день місяця.
       01  WS-PERIOD-INFO.
           05  WS-RUN-PERIOD     PIC X(06) VALUE SPACES.
           05  WS-NEXT-PERIOD    PIC X(06) VALUE SPACES.
           05  WS-DATE-NUM       PIC 9(08) VALUE 0.
           05  WS-DATE-SPLIT REDEFINES WS-DATE-NUM.
               10  WS-DATE-YEAR  PIC 9(04).
               10  WS-DATE-MONTH PIC 9(02).
               10  WS-DATE-DAY   PIC 9(02).
           05  WS-RUN-INT        PIC 9(07) VALUE 0.
           05  WS-PERIOD-START-INT PIC 9(07) VALUE 0.
           05  WS-PERIOD-END-INT PIC 9(07) VALUE 0.
           05  WS-LAST-INT       PIC 9(07) VALUE 0.
           05  WS-TOMORROW-NUM   PIC 9(08) VALUE 0.
           05  WS-CAL-REC-COUNT  PIC 9(05) VALUE 0.
           05  WS-OLD-OPEN-COUNT PIC 9(03) VALUE 0.
      * Одне вкладення у накопичувач: WS-ADD-DAYS днів з
      * балансом WS-ADD-BAL.
       01  WS-ACCUM-WORK.
           05  WS-SNAP-KEY       PIC X(10) VALUE SPACES.
           05  WS-PREV-KEY       PIC X(10) VALUE SPACES.
           05  WS-ADD-DAYS       PIC S9(05) VALUE 0.
           05  WS-ADD-BAL        PIC S9(9)V99 VALUE 0.
           05  WS-SNAP-EOF-FLAG  PIC X(01) VALUE 'N'.
               88 END-OF-SNAP    VALUE 'Y'.
           05  WS-SNAP-ROW-FLAG  PIC X(01) VALUE 'N'.
               88 SNAP-ROW-FOR-DATE VALUE 'Y'.
           05  WS-PREV-EOF-FLAG  PIC X(01) VALUE 'N'.
               88 END-OF-PREV-ACCUM VALUE 'Y'.
           05  WS-ADB-AMOUNT     PIC S9(9)V99 VALUE 0.
       01  WS-GL-TABLE.
           05  WS-GL-CODE-COUNT  PIC 9(03) VALUE 0.
           05  WS-GL-CODE-LIMIT  PIC 9(03) VALUE 50.
           05  WS-GL-CODE-ENTRY OCCURS 50 TIMES.
               10  GT-CODE        PIC X(04).
               10  GT-DEBIT-TOTAL PIC S9(11)V99.
               10  GT-CREDIT-TOTAL PIC S9(11)V99.
       01  WS-GL-IDX             PIC 9(03) VALUE 0.
       01  WS-GL-SHIFT-IDX       PIC 9(03) VALUE 0.
       01  WS-COUNTERS.
           05  WS-SNAP-READ      PIC 9(07) VALUE 0.
           05  WS-SNAP-STALE     PIC 9(07) VALUE 0.
           05  WS-ACCTS-UPDATED  PIC 9(07) VALUE 0.
           05  WS-ACCTS-NEW      PIC 9(07) VALUE 0.
           05  WS-ACCTS-CARRIED  PIC 9(07) VALUE 0.
           05  WS-ACCTS-DROPPED  PIC 9(07) VALUE 0.
           05  WS-ADB-ACCOUNTS   PIC 9(07) VALUE 0.
           05  WS-GL-RECS-READ   PIC 9(07) VALUE 0.
           05  WS-GL-RECS-PERIOD PIC 9(07) VALUE 0.
           05  WS-GL-BAD-SIGN    PIC 9(07) VALUE 0.
       01  WS-TB-TOTALS.
           05  WS-TB-DEBIT-TOTAL  PIC S9(11)V99 VALUE 0.
           05  WS-TB-CREDIT-TOTAL PIC S9(11)V99 VALUE 0.
           05  WS-TB-DIFFERENCE   PIC S9(11)V99 VALUE 0.
           05  WS-TB-NET          PIC S9(11)V99 VALUE 0.
           05  WS-ADB-TOTAL       PIC S9(11)V99 VALUE 0.
      * Контроль порядку кроків пакетного вікна (журнал
      * STEP-CONTROL.DAT, за зразком ACCT-MAINT).
       01  WS-STEP-CONTROL-INFO.
           05  WS-STEP-NAME      PIC X(12) VALUE 'MONTH-END'.
           05  WS-STEP-PRED      PIC X(12) VALUE 'HIST-ARCHIVE'.
           05  WS-STEP-STATUS    PIC X(01) VALUE SPACE.
           05  WS-STEP-REFUSAL   PIC X(20) VALUE SPACES.
           05  WS-STEP-TIME      PIC X(08) VALUE SPACES.
           05  WS-STEP-EOF-FLAG  PIC X(01) VALUE 'N'.
               88 END-OF-STEP-FILE VALUE 'Y'.
           05  WS-STEP-DONE-FLAG PIC X(01) VALUE 'N'.
               88 STEP-ALREADY-DONE VALUE 'Y'.
           05  WS-PRED-DONE-FLAG PIC X(01) VALUE 'N'.
               88 PRED-STEP-DONE VALUE 'Y'.
           05  WS-OVERRIDE-FLAG  PIC X(01) VALUE 'N'.
               88 OVERRIDE-REQUESTED VALUE 'Y'.
       01  WS-ADB-HEADING.
           05  FILLER            PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER            PIC X(06) VALUE 'DAYS'.
           05  FILLER            PIC X(16) VALUE '   AVG DAILY BAL'.
           05  FILLER            PIC X(16) VALUE '     MINIMUM BAL'.
           05  FILLER            PIC X(16) VALUE '     MAXIMUM BAL'.
           05  FILLER            PIC X(16) VALUE '    CLOSING BAL'.
       01  WS-ADB-LINE.
           05  AL-ACCT           PIC X(10).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  AL-DAYS           PIC ZZ9.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AL-AVERAGE        PIC -(12)9.99.
           05  AL-MINIMUM        PIC -(12)9.99.
           05  AL-MAXIMUM        PIC -(12)9.99.
           05  AL-CLOSING        PIC -(12)9.99.
       01  WS-TB-CODE-LINE.
           05  FILLER            PIC X(09) VALUE 'GL CODE: '.
           05  TC-CODE           PIC X(04).
           05  FILLER            PIC X(06) VALUE '  DR: '.
           05  TC-DEBIT          PIC -(11)9.99.
           05  FILLER            PIC X(06) VALUE '  CR: '.
           05  TC-CREDIT         PIC -(11)9.99.
           05  FILLER            PIC X(07) VALUE '  NET: '.
           05  TC-NET            PIC -(11)9.99.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  TC-SIDE           PIC X(02).
       01  WS-TOTALS-LINE.
           05  TL-LABEL          PIC X(26).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  TL-AMOUNT         PIC -(11)9.99.
       01  WS-COUNT-LINE.
           05  CT-LABEL          PIC X(26).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(07) VALUE 'COUNT: '.
           05  CT-COUNT          PIC Z(6)9.
       01  WS-TOTALS-TEXT-LINE.
           05  TL-TEXT           PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-UPDATE-ACCUMULATORS.
           IF IS-MONTH-END
               PERFORM 3000-WRITE-ADB-REPORT
               PERFORM 4000-GL-TRIAL-BALANCE
               PERFORM 4500-LOCK-PERIOD
           END-IF
           PERFORM 5000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   MOVE SPACES TO PARM-RUN-DATE
                   MOVE SPACES TO PARM-RUN-ID
           END-READ
           MOVE PARM-RUN-DATE TO WS-RUN-DATE
           MOVE PARM-RUN-ID TO WS-RUN-ID
           MOVE PARM-OVERRIDE-FLAG TO WS-OVERRIDE-FLAG
           CLOSE PARM-FILE

           OPEN OUTPUT MONTH-END-REPORT-FILE
           MOVE '==== MONTH-END CLOSE ====' TO TL-TEXT
           WRITE MONTH-END-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE SPACES TO TL-TEXT
           STRING 'RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE  DELIMITED BY SIZE
                  '   RUN ID: ' DELIMITED BY SIZE
                  WS-RUN-ID    DELIMITED BY SIZE
                  INTO TL-TEXT
           WRITE MONTH-END-REPORT-REC FROM WS-TOTALS-TEXT-LINE

      * Без дати прогону ні період, ні дні не визначаються.
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY 'MONTH-END: NO RUN DATE - NOTHING TO DO'
               MOVE 'NO RUN DATE - NOTHING DONE' TO TL-TEXT
               WRITE MONTH-END-REPORT-REC FROM WS-TOTALS-TEXT-LINE
               CLOSE MONTH-END-REPORT-FILE
               STOP RUN
           END-IF

           PERFORM 1100-CHECK-STEP-CONTROL
           PERFORM 1200-SET-PERIOD-BOUNDS
           PERFORM 1300-CHECK-PERIOD-CALENDAR.

       1100-CHECK-STEP-CONTROL.
      * Контроль порядку кроків вікна: крок відмовляється
      * стартувати, поки попередник за цю дату не завершився,
      * і не повторюється після завершення без операторського
      * override (за зразком ACCT-MAINT).
           MOVE 'N' TO WS-STEP-EOF-FLAG
           OPEN INPUT STEP-CONTROL-FILE
           PERFORM 1110-SCAN-STEP-RECORD
               UNTIL END-OF-STEP-FILE
           CLOSE STEP-CONTROL-FILE
           PERFORM 1120-ENFORCE-STEP-RULES
           MOVE 'S' TO WS-STEP-STATUS
           PERFORM 1130-WRITE-STEP-RECORD.

       1110-SCAN-STEP-RECORD.
           READ STEP-CONTROL-FILE
               AT END SET END-OF-STEP-FILE TO TRUE
               NOT AT END
                   IF SC-RUN-DATE = WS-RUN-DATE
                       IF SC-STEP-NAME = WS-STEP-NAME
                           IF SC-STATUS = 'C'
                               SET STEP-ALREADY-DONE TO TRUE
                           ELSE
                               MOVE 'N' TO WS-STEP-DONE-FLAG
                           END-IF
                       END-IF
                       IF SC-STEP-NAME = WS-STEP-PRED
                           IF SC-STATUS = 'C'
                               SET PRED-STEP-DONE TO TRUE
                           ELSE
                               MOVE 'N' TO WS-PRED-DONE-FLAG
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1120-ENFORCE-STEP-RULES.
           MOVE SPACES TO WS-STEP-REFUSAL
           IF WS-STEP-PRED NOT = SPACES AND NOT PRED-STEP-DONE
               MOVE 'PRED NOT COMPLETE' TO WS-STEP-REFUSAL
           END-IF
           IF STEP-ALREADY-DONE
               MOVE 'STEP ALREADY DONE' TO WS-STEP-REFUSAL
           END-IF
           IF WS-STEP-REFUSAL NOT = SPACES
               IF OVERRIDE-REQUESTED
                   DISPLAY 'MONTH-END: STEP OVERRIDE ACCEPTED: '
                           WS-STEP-REFUSAL
               ELSE
                   DISPLAY 'MONTH-END: ' WS-STEP-REFUSAL
                           ' - RUN REFUSED'
                   STOP RUN
               END-IF
           END-IF.

       1130-WRITE-STEP-RECORD.
           ACCEPT WS-STEP-TIME FROM TIME
           OPEN EXTEND STEP-CONTROL-FILE
           MOVE WS-RUN-DATE TO SC-RUN-DATE
           MOVE WS-STEP-NAME TO SC-STEP-NAME
           MOVE WS-STEP-STATUS TO SC-STATUS
           MOVE WS-STEP-TIME TO SC-TIME
           MOVE WS-RUN-ID TO SC-RUN-ID
           WRITE STEP-CONTROL-REC
           CLOSE STEP-CONTROL-FILE.

       1200-SET-PERIOD-BOUNDS.
      * Перший день місяця, перший день наступного (мінус
      * один день - останній день місяця) і завтрашня дата.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-TOMORROW-NUM =
               FUNCTION DATE-OF-INTEGER(WS-RUN-INT + 1)
           MOVE 1 TO WS-DATE-DAY
           COMPUTE WS-PERIOD-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-DATE-MONTH = 12
               ADD 1 TO WS-DATE-YEAR
               MOVE 1 TO WS-DATE-MONTH
           ELSE
               ADD 1 TO WS-DATE-MONTH
           END-IF
           MOVE WS-DATE-NUM(1:6) TO WS-NEXT-PERIOD
           COMPUTE WS-PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1.

       1300-CHECK-PERIOD-CALENDAR.
      * Календар визначає і кінець місяця (остання дата
      * місяця в календарі), і стан періоду. Закритий період
      * не проводиться повторно навіть з override: відкат і
      * повторний прогін його днів заборонені.
           MOVE 'N' TO WS-CAL-EOF-FLAG
           OPEN INPUT CALENDAR-FILE
           PERFORM 1310-SCAN-CALENDAR-RECORD
               UNTIL END-OF-CALENDAR
           CLOSE CALENDAR-FILE

           IF PERIOD-IS-LOCKED
               DISPLAY 'MONTH-END: PERIOD ' WS-RUN-PERIOD
                       ' ALREADY CLOSED - RUN REFUSED'
               MOVE 'PERIOD ALREADY CLOSED - RUN REFUSED' TO TL-TEXT
               WRITE MONTH-END-REPORT-REC FROM WS-TOTALS-TEXT-LINE
               CLOSE MONTH-END-REPORT-FILE
               STOP RUN
           END-IF

           IF PERIOD-NOT-ON-CAL
               MOVE 'N' TO WS-CAL-EOF-FLAG
               OPEN EXTEND CALENDAR-FILE
               MOVE WS-RUN-PERIOD TO CAL-DATE(1:6)
               MOVE '00' TO CAL-DATE(7:2)
               MOVE 'O' TO CAL-STATUS
               WRITE CALENDAR-REC
               CLOSE CALENDAR-FILE
               SET PERIOD-IS-OPEN TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN LATER-DAY-IN-PERIOD
                   MOVE 'N' TO WS-MONTH-END-FLAG
               WHEN LATER-DAY-AFTER-PERIOD
                   SET IS-MONTH-END TO TRUE
               WHEN WS-TOMORROW-NUM(1:6) NOT = WS-RUN-PERIOD
                   SET IS-MONTH-END TO TRUE
               WHEN OTHER
                   MOVE 'N' TO WS-MONTH-END-FLAG
           END-EVALUATE

           MOVE SPACES TO TL-TEXT
           IF IS-MONTH-END
               STRING 'OPEN PERIOD: ' DELIMITED BY SIZE
                      WS-RUN-PERIOD DELIMITED BY SIZE
                      '   LAST BUSINESS DAY - PERIOD CLOSE'
                          DELIMITED BY SIZE
                      INTO TL-TEXT
           ELSE
               STRING 'OPEN PERIOD: ' DELIMITED BY SIZE
                      WS-RUN-PERIOD DELIMITED BY SIZE
                      '   DAILY ACCUMULATION' DELIMITED BY SIZE
                      INTO TL-TEXT
           END-IF
           WRITE MONTH-END-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           IF WS-OLD-OPEN-COUNT > 0
               MOVE 'EARLIER PERIOD(S) STILL OPEN - SEE ABOVE'
                   TO TL-TEXT
               WRITE MONTH-END-REPORT-REC FROM WS-TOTALS-TEXT-LINE
               DISPLAY 'MONTH-END: ' WS-OLD-OPEN-COUNT
                       ' EARLIER PERIOD(S) STILL OPEN'
           END-IF.

       1310-SCAN-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END SET END-OF-CALENDAR TO TRUE
               NOT AT END
                   ADD 1 TO WS-CAL-REC-COUNT
                   IF CAL-DATE(7:2) = '00'
                       PERFORM 1320-NOTE-PERIOD-RECORD
                   ELSE
                       IF CAL-DATE > WS-RUN-DATE
                           IF CAL-DATE(1:6) = WS-RUN-PERIOD
                               SET LATER-DAY-IN-PERIOD TO TRUE
                           ELSE
                               SET LATER-DAY-AFTER-PERIOD TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1320-NOTE-PERIOD-RECORD.
           IF CAL-DATE(1:6) = WS-RUN-PERIOD
               MOVE CAL-STATUS TO WS-PERIOD-REC-FLAG
           END-IF
           IF CAL-DATE(1:6) = WS-NEXT-PERIOD
               SET NEXT-PERIOD-ON-CAL TO TRUE
           END-IF
           IF CAL-DATE(1:6) < WS-RUN-PERIOD AND CAL-IS-PERIOD-OPEN
               ADD 1 TO WS-OLD-OPEN-COUNT
               MOVE SPACES TO TL-TEXT
               STRING 'EARLIER PERIOD STILL OPEN: ' DELIMITED BY SIZE
                      CAL-DATE(1:6) DELIMITED BY SIZE
                      INTO TL-TEXT
               WRITE MONTH-END-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           END-IF.

       2000-UPDATE-ACCUMULATORS.
      * Захист від повторного запуску (як у HIST-ARCHIVE): якщо
      * день уже врахований, накопичувачі не чіпаються, а
      * PERIOD-ACCUM-PREV.DAT зберігає стан до цього дня.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCUM-FILE
           PERFORM 2010-SCAN-FOR-RUN-DATE
               UNTIL END-OF-INPUT
           CLOSE ACCUM-FILE
           IF DAY-ALREADY-ACCUMULATED
               DISPLAY 'MONTH-END: ' WS-RUN-DATE
                       ' ALREADY ACCUMULATED - UPDATE SKIPPED'
               MOVE 'DAY ALREADY ACCUMULATED - UPDATE SKIPPED'
                   TO TL-TEXT
               WRITE MONTH-END-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT ACCUM-FILE
               OPEN OUTPUT ACCUM-PREV-FILE
               PERFORM 2020-COPY-ACCUM-TO-PREV
                   UNTIL END-OF-INPUT
               CLOSE ACCUM-FILE
               CLOSE ACCUM-PREV-FILE

               OPEN INPUT SNAPSHOT-FILE
               OPEN INPUT ACCUM-PREV-FILE
               OPEN OUTPUT ACCUM-FILE
               PERFORM 2100-READ-SNAPSHOT
               PERFORM 2110-READ-PREV-ACCUM
               PERFORM 2200-MATCH-ACCUM-RECORDS
                   UNTIL END-OF-SNAP AND END-OF-PREV-ACCUM
               CLOSE SNAPSHOT-FILE
               CLOSE ACCUM-PREV-FILE
               CLOSE ACCUM-FILE
           END-IF.

       2010-SCAN-FOR-RUN-DATE.
           READ ACCUM-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF PA-LAST-DATE = WS-RUN-DATE
                       SET DAY-ALREADY-ACCUMULATED TO TRUE
                       SET END-OF-INPUT TO TRUE
                   END-IF
           END-READ.

       2020-COPY-ACCUM-TO-PREV.
           READ ACCUM-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   WRITE ACCUM-PREV-REC FROM ACCUM-REC
           END-READ.

       2100-READ-SNAPSHOT.
      * Рядки знімка не за дату прогону (знімок не оновлено)
      * не враховуються.
           MOVE 'N' TO WS-SNAP-ROW-FLAG
           PERFORM 2105-READ-ONE-SNAPSHOT
               UNTIL END-OF-SNAP OR SNAP-ROW-FOR-DATE.

       2105-READ-ONE-SNAPSHOT.
           READ SNAPSHOT-FILE
               AT END
                   SET END-OF-SNAP TO TRUE
                   MOVE HIGH-VALUES TO WS-SNAP-KEY
               NOT AT END
                   ADD 1 TO WS-SNAP-READ
                   IF SN-RUN-DATE = WS-RUN-DATE
                       SET SNAP-ROW-FOR-DATE TO TRUE
                       MOVE SN-ACCOUNT-NUM TO WS-SNAP-KEY
                   ELSE
                       ADD 1 TO WS-SNAP-STALE
                   END-IF
           END-READ.

       2110-READ-PREV-ACCUM.
           READ ACCUM-PREV-FILE
               AT END
                   SET END-OF-PREV-ACCUM TO TRUE
                   MOVE HIGH-VALUES TO WS-PREV-KEY
               NOT AT END
                   MOVE ACCUM-PREV-REC TO ACCUM-REC
                   MOVE PA-ACCOUNT-NUM TO WS-PREV-KEY
           END-READ.

       2200-MATCH-ACCUM-RECORDS.
      * Злиття двох відсортованих файлів за номером рахунку
      * (за зразком 3600-MOVEMENT-COMPARE в EOD-BATCH-PROC):
      * рахунок лише у знімку - новий накопичувач; лише у
      * накопичувачах - рахунок закрито (лишається до кінця
      * свого періоду); в обох - вкладення дня.
           EVALUATE TRUE
               WHEN WS-SNAP-KEY < WS-PREV-KEY
                   INITIALIZE ACCUM-REC
                   MOVE WS-SNAP-KEY TO PA-ACCOUNT-NUM
                   ADD 1 TO WS-ACCTS-NEW
                   PERFORM 2300-ACCUMULATE-DAY
                   PERFORM 2100-READ-SNAPSHOT
                   IF NOT END-OF-PREV-ACCUM
                       MOVE ACCUM-PREV-REC TO ACCUM-REC
                   END-IF
               WHEN WS-PREV-KEY < WS-SNAP-KEY
                   IF PA-PERIOD = WS-RUN-PERIOD
                       ADD 1 TO WS-ACCTS-CARRIED
                       WRITE ACCUM-REC
                   ELSE
                       ADD 1 TO WS-ACCTS-DROPPED
                   END-IF
                   PERFORM 2110-READ-PREV-ACCUM
               WHEN OTHER
                   ADD 1 TO WS-ACCTS-UPDATED
                   PERFORM 2300-ACCUMULATE-DAY
                   PERFORM 2100-READ-SNAPSHOT
                   PERFORM 2110-READ-PREV-ACCUM
           END-EVALUATE.

       2300-ACCUMULATE-DAY.
      * Спершу дні без прогону з балансом попереднього прогону
      * (для нового періоду - від 1-го числа), потім сам день,
      * а в останній робочий день - ще й дні до кінця місяця.
           IF PA-PERIOD NOT = WS-RUN-PERIOD
               IF PA-LAST-DATE NUMERIC
                   COMPUTE WS-ADD-DAYS =
                       WS-RUN-INT - WS-PERIOD-START-INT
               ELSE
                   MOVE 0 TO WS-ADD-DAYS
               END-IF
               MOVE PA-LAST-BAL TO WS-ADD-BAL
               MOVE WS-RUN-PERIOD TO PA-PERIOD
               MOVE 0 TO PA-DAYS
               MOVE 0 TO PA-BAL-SUM
               MOVE 0 TO PA-MIN-BAL
               MOVE 0 TO PA-MAX-BAL
           ELSE
               MOVE PA-LAST-DATE TO WS-DATE-NUM
               COMPUTE WS-LAST-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-ADD-DAYS = WS-RUN-INT - WS-LAST-INT - 1
               MOVE PA-LAST-BAL TO WS-ADD-BAL
           END-IF
           PERFORM 2310-ADD-BALANCE-DAYS

           MOVE 1 TO WS-ADD-DAYS
           MOVE SN-BALANCE TO WS-ADD-BAL
           PERFORM 2310-ADD-BALANCE-DAYS

           IF IS-MONTH-END
               COMPUTE WS-ADD-DAYS = WS-PERIOD-END-INT - WS-RUN-INT
               PERFORM 2310-ADD-BALANCE-DAYS
           END-IF

           MOVE WS-RUN-DATE TO PA-LAST-DATE
           MOVE SN-BALANCE TO PA-LAST-BAL
           WRITE ACCUM-REC.

       2310-ADD-BALANCE-DAYS.
           IF WS-ADD-DAYS > 0
               IF PA-DAYS = 0
                   MOVE WS-ADD-BAL TO PA-MIN-BAL
                   MOVE WS-ADD-BAL TO PA-MAX-BAL
               END-IF
               IF WS-ADD-BAL < PA-MIN-BAL
                   MOVE WS-ADD-BAL TO PA-MIN-BAL
               END-IF
               IF WS-ADD-BAL > PA-MAX-BAL
                   MOVE WS-ADD-BAL TO PA-MAX-BAL
               END-IF
               ADD WS-ADD-DAYS TO PA-DAYS
               COMPUTE PA-BAL-SUM = PA-BAL-SUM
                   + WS-ADD-BAL * WS-ADD-DAYS
           END-IF.

       3000-WRITE-ADB-REPORT.
      * Середній денний баланс = сума денних балансів / дні
      * періоду, для кожного рахунку з накопичувачем місяця.
           MOVE SPACES TO TL-TEXT
           WRITE MONTH-END-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE SPACES TO TL-TEXT
           STRING '==== AVERAGE DAILY BALANCES - PERIOD '
                      DELIMITED BY SIZE
                  WS-RUN-PERIOD DELIMITED BY SIZE
                  ' ====' DELIMITED BY SIZE
                  INTO TL-TEXT
           WRITE MONTH-END-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           WRITE MONTH-END-REPORT-REC FROM WS-ADB-HEADING
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCUM-FILE
           PERFORM 3100-WRITE-ADB-LINE
               UNTIL END-OF-INPUT
           CLOSE ACCUM-FILE
           MOVE 'ACCOUNTS REPORTED' TO CT-LABEL
           MOVE WS-ADB-ACCOUNTS TO CT-COUNT
           WRITE MONTH-END-REPORT-REC FROM WS-COUNT-LINE
           MOVE 'TOTAL OF AVERAGE BALANCES' TO TL-LABEL
           MOVE WS-ADB-TOTAL TO TL-AMOUNT
           WRITE MONTH-END-REPORT-REC FROM WS-TOTALS-LINE.

       3100-WRITE-ADB-LINE.
           READ ACCUM-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF PA-PERIOD = WS-RUN-PERIOD AND PA-DAYS > 0
                       ADD 1 TO WS-ADB-ACCOUNTS
                       COMPUTE WS-ADB-AMOUNT ROUNDED =
                           PA-BAL-SUM / PA-DAYS
                       ADD WS-ADB-AMOUNT TO WS-ADB-TOTAL
                       MOVE PA-ACCOUNT-NUM TO AL-ACCT
                       MOVE PA-DAYS TO AL-DAYS
                       MOVE WS-ADB-AMOUNT TO AL-AVERAGE
                       MOVE PA-MIN-BAL TO AL-MINIMUM
                       MOVE PA-MAX-BAL TO AL-MAXIMUM
                       MOVE PA-LAST-BAL TO AL-CLOSING
                       WRITE MONTH-END-REPORT-REC FROM WS-ADB-LINE
                   END-IF
           END-READ.

       4000-GL-TRIAL-BALANCE.
      * Оборотно-сальдова відомість місяця: обороти GL-HIST.DAT
      * з датою прогону в періоді, за кодами у зростаючому
      * порядку; доказ - загальні дебети дорівнюють кредитам.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GL-HIST-FILE
           PERFORM 4100-READ-GL-HIST
               UNTIL END-OF-INPUT
           CLOSE GL-HIST-FILE

           MOVE SPACES TO TL-TEXT
           WRITE MONTH-END-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE SPACES TO TL-TEXT
           STRING '==== GL TRIAL BALANCE - PERIOD ' DELIMITED BY SIZE
                  WS-RUN-PERIOD DELIMITED BY SIZE
                  ' ====' DELIMITED BY SIZE
                  INTO TL-TEXT
           WRITE MONTH-END-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           PERFORM 4300-WRITE-TB-CODE-LINE
               VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-CODE-COUNT

           COMPUTE WS-TB-DIFFERENCE =
               WS-TB-DEBIT-TOTAL - WS-TB-CREDIT-TOTAL
           MOVE SPACES TO TL-TEXT
           WRITE MONTH-END-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE 'GL DEBITS TOTAL' TO TL-LABEL
           MOVE WS-TB-DEBIT-TOTAL TO TL-AMOUNT
           WRITE MONTH-END-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'GL CREDITS TOTAL' TO TL-LABEL
           MOVE WS-TB-CREDIT-TOTAL TO TL-AMOUNT
           WRITE MONTH-END-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'DIFFERENCE (DR - CR)' TO TL-LABEL
           MOVE WS-TB-DIFFERENCE TO TL-AMOUNT
           WRITE MONTH-END-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'GL RECORDS IN PERIOD' TO CT-LABEL
           MOVE WS-GL-RECS-PERIOD TO CT-COUNT
           WRITE MONTH-END-REPORT-REC FROM WS-COUNT-LINE
           IF WS-GL-BAD-SIGN > 0
               MOVE 'GL RECORDS WITH BAD SIGN' TO CT-LABEL
               MOVE WS-GL-BAD-SIGN TO CT-COUNT
               WRITE MONTH-END-REPORT-REC FROM WS-COUNT-LINE
           END-IF

           IF WS-TB-DIFFERENCE = 0 AND WS-GL-BAD-SIGN = 0
               SET TB-IN-BALANCE TO TRUE
               MOVE 'TRIAL BALANCE: IN BALANCE' TO TL-TEXT
           ELSE
               MOVE 'TRIAL BALANCE: *** OUT OF BALANCE ***' TO TL-TEXT
           END-IF
           WRITE MONTH-END-REPORT-REC FROM WS-TOTALS-TEXT-LINE.

       4100-READ-GL-HIST.
           READ GL-HIST-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-GL-RECS-READ
                   IF GH-RUN-DATE(1:6) = WS-RUN-PERIOD
                       ADD 1 TO WS-GL-RECS-PERIOD
                       PERFORM 4200-POST-TO-GL-TABLE
                   END-IF
           END-READ.

       4200-POST-TO-GL-TABLE.
      * Пошук коду у таблиці (за зразком EOD-RECON); новий код
      * вставляється на своє місце за зростанням.
           MOVE 'N' TO WS-SEARCH-FLAG
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-CODE-COUNT
                   OR ENTRY-FOUND
                   OR GT-CODE(WS-GL-IDX) > GH-CODE
               IF GT-CODE(WS-GL-IDX) = GH-CODE
                   SET ENTRY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-GL-IDX
               END-IF
           END-PERFORM

           IF NOT ENTRY-FOUND
               IF WS-GL-CODE-COUNT >= WS-GL-CODE-LIMIT
                   DISPLAY 'MONTH-END: GL CODE TABLE FULL - ABORT'
                   STOP RUN
               END-IF
               PERFORM VARYING WS-GL-SHIFT-IDX
                   FROM WS-GL-CODE-COUNT BY -1
                   UNTIL WS-GL-SHIFT-IDX < WS-GL-IDX
                   MOVE WS-GL-CODE-ENTRY(WS-GL-SHIFT-IDX)
                       TO WS-GL-CODE-ENTRY(WS-GL-SHIFT-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-GL-CODE-COUNT
               MOVE GH-CODE TO GT-CODE(WS-GL-IDX)
               MOVE ZERO TO GT-DEBIT-TOTAL(WS-GL-IDX)
               MOVE ZERO TO GT-CREDIT-TOTAL(WS-GL-IDX)
           END-IF

           EVALUATE TRUE
               WHEN GH-IS-DEBIT
                   ADD GH-AMOUNT TO GT-DEBIT-TOTAL(WS-GL-IDX)
                   ADD GH-AMOUNT TO WS-TB-DEBIT-TOTAL
               WHEN GH-IS-CREDIT
                   ADD GH-AMOUNT TO GT-CREDIT-TOTAL(WS-GL-IDX)
                   ADD GH-AMOUNT TO WS-TB-CREDIT-TOTAL
               WHEN OTHER
                   ADD 1 TO WS-GL-BAD-SIGN
           END-EVALUATE.

       4300-WRITE-TB-CODE-LINE.
           COMPUTE WS-TB-NET = GT-DEBIT-TOTAL(WS-GL-IDX)
               - GT-CREDIT-TOTAL(WS-GL-IDX)
           MOVE GT-CODE(WS-GL-IDX) TO TC-CODE
           MOVE GT-DEBIT-TOTAL(WS-GL-IDX) TO TC-DEBIT
           MOVE GT-CREDIT-TOTAL(WS-GL-IDX) TO TC-CREDIT
           MOVE WS-TB-NET TO TC-NET
           EVALUATE TRUE
               WHEN WS-TB-NET > 0
                   MOVE 'DR' TO TC-SIDE
               WHEN WS-TB-NET < 0
                   MOVE 'CR' TO TC-SIDE
               WHEN OTHER
                   MOVE SPACES TO TC-SIDE
           END-EVALUATE
           WRITE MONTH-END-REPORT-REC FROM WS-TB-CODE-LINE.

       4500-LOCK-PERIOD.
      * Замикання: запис періоду у календарі -> 'L' і запис
      * наступного місяця 'O' (якщо його ще немає). Без
      * балансу відомості період лишається відкритим.
           MOVE SPACES TO TL-TEXT
           WRITE MONTH-END-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           IF NOT TB-IN-BALANCE
               DISPLAY 'MONTH-END: TRIAL BALANCE OUT OF BALANCE - '
                       'PERIOD ' WS-RUN-PERIOD ' LEFT OPEN'
               MOVE 'PERIOD NOT CLOSED - TRIAL BALANCE OUT OF BALANCE'
                   TO TL-TEXT
               WRITE MONTH-END-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           ELSE
               MOVE 'N' TO WS-CAL-EOF-FLAG
               OPEN I-O CALENDAR-FILE
               PERFORM 4510-FIND-AND-LOCK-PERIOD
                   UNTIL END-OF-CALENDAR
               CLOSE CALENDAR-FILE
               IF NOT NEXT-PERIOD-ON-CAL
                   OPEN EXTEND CALENDAR-FILE
                   MOVE WS-NEXT-PERIOD TO CAL-DATE(1:6)
                   MOVE '00' TO CAL-DATE(7:2)
                   MOVE 'O' TO CAL-STATUS
                   WRITE CALENDAR-REC
                   CLOSE CALENDAR-FILE
               END-IF
               MOVE SPACES TO TL-TEXT
               STRING 'PERIOD ' DELIMITED BY SIZE
                      WS-RUN-PERIOD DELIMITED BY SIZE
                      ' CLOSED AND LOCKED.  OPEN PERIOD NOW: '
                          DELIMITED BY SIZE
                      WS-NEXT-PERIOD DELIMITED BY SIZE
                      INTO TL-TEXT
               WRITE MONTH-END-REPORT-REC FROM WS-TOTALS-TEXT-LINE
               DISPLAY 'MONTH-END: PERIOD ' WS-RUN-PERIOD
                       ' CLOSED - OPEN PERIOD ' WS-NEXT-PERIOD
           END-IF.

       4510-FIND-AND-LOCK-PERIOD.
           READ CALENDAR-FILE
               AT END SET END-OF-CALENDAR TO TRUE
               NOT AT END
                   IF CAL-DATE(1:6) = WS-RUN-PERIOD
                           AND CAL-DATE(7:2) = '00'
                       MOVE 'L' TO CAL-STATUS
                       REWRITE CALENDAR-REC
                       SET END-OF-CALENDAR TO TRUE
                   END-IF
           END-READ.

       5000-TERMINATE.
           MOVE SPACES TO TL-TEXT
           WRITE MONTH-END-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE 'SNAPSHOT ROWS READ' TO CT-LABEL
           MOVE WS-SNAP-READ TO CT-COUNT
           WRITE MONTH-END-REPORT-REC FROM WS-COUNT-LINE
           MOVE 'SNAPSHOT ROWS NOT FOR DATE' TO CT-LABEL
           MOVE WS-SNAP-STALE TO CT-COUNT
           WRITE MONTH-END-REPORT-REC FROM WS-COUNT-LINE
           MOVE 'ACCUMULATORS UPDATED' TO CT-LABEL
           MOVE WS-ACCTS-UPDATED TO CT-COUNT
           WRITE MONTH-END-REPORT-REC FROM WS-COUNT-LINE
           MOVE 'ACCUMULATORS OPENED' TO CT-LABEL
           MOVE WS-ACCTS-NEW TO CT-COUNT
           WRITE MONTH-END-REPORT-REC FROM WS-COUNT-LINE
           MOVE 'NOT IN SNAPSHOT - KEPT' TO CT-LABEL
           MOVE WS-ACCTS-CARRIED TO CT-COUNT
           WRITE MONTH-END-REPORT-REC FROM WS-COUNT-LINE
           MOVE 'NOT IN SNAPSHOT - DROPPED' TO CT-LABEL
           MOVE WS-ACCTS-DROPPED TO CT-COUNT
           WRITE MONTH-END-REPORT-REC FROM WS-COUNT-LINE
           CLOSE MONTH-END-REPORT-FILE
           MOVE 'C' TO WS-STEP-STATUS
           PERFORM 1130-WRITE-STEP-RECORD
           DISPLAY 'MONTH-END COMPLETE. PERIOD: ' WS-RUN-PERIOD
                   ' ACCUMULATED: ' WS-ACCTS-UPDATED
                   ' NEW: ' WS-ACCTS-NEW
                   ' MONTH END: ' WS-MONTH-END-FLAG.
