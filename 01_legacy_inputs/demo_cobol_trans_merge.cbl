      * (саспенс, склад), приходять зі своїм референсом і
      * зберігають його, а два записи з ОДНАКОВИМ референсом —
      * напевно та сама операція і зводяться лише раз.
      * Касовий журнал TELLER-JOURNAL.DAT (консоль
      * TELLER-CAPTURE) зводиться як ще одна філія з джерелом 7:
      * беруться прийняті (не сторновані) пункти, датовані після
      * останнього завершеного дня PROC-CALENDAR.DAT і не
      * пізніше дати пакета, - так пункти вихідних потрапляють
      * у найближчий прогін, а повторне зведення дня після
      * EOD-BACKOUT бере ті самі пункти знову. Як і файли філій,
      * журнал після зведення не спорожнюється. Касові пункти
      * не відкидаються правилом дублікатів між філіями: збіг з
      * ними лише позначається у звіті.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL WHSE-TRANS-FILE
               ASSIGN TO 'DATA/WHSE-TRANS.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TELLER-JOURNAL-FILE
               ASSIGN TO 'DATA/TELLER-JOURNAL.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE
               ASSIGN TO 'DATA/PROC-CALENDAR.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO 'DATA/TRANS-MERGE.SRT'.
           SELECT TRANS-FILE ASSIGN TO 'DATA/TRANS.DAT'
               ORGANIZATION IS SEQUENTIAL.
       01  WHSE-TRANS-REC.
           05  WT-TRANS-DETAIL   PIC X(38).
           05  WT-TRANS-REF      PIC X(15).
       FD  TELLER-JOURNAL-FILE.
       01  TELLER-JOURNAL-REC.
           05  TJ-TRANS-DETAIL.
               10  FILLER        PIC X(30).
               10  TJ-TRANS-DATE PIC X(08).
           05  TJ-REC-TYPE       PIC X(01).
               88 TJ-IS-ITEM     VALUE 'T'.
           05  TJ-TELLER-ID      PIC X(08).
           05  TJ-SEQ            PIC 9(06).
           05  TJ-TIME           PIC X(08).
           05  TJ-STATUS         PIC X(01).
               88 TJ-IS-ACCEPTED VALUE 'A'.
           05  TJ-VOID-TIME      PIC X(08).
           05  FILLER            PIC X(10).
       FD  CALENDAR-FILE.
       01  CALENDAR-REC.
           05  CAL-DATE          PIC X(08).
           05  CAL-STATUS        PIC X(01).
               88 CAL-IS-COMPLETED VALUE 'C'.

       SD  SORT-FILE.
       01  SORT-REC.
               88 END-OF-SORT    VALUE 'Y'.
           05  WS-FIRST-REC-FLAG PIC X(01) VALUE 'Y'.
               88 FIRST-MERGED-REC VALUE 'Y'.
           05  WS-CAL-EOF-FLAG   PIC X(01) VALUE 'N'.
               88 END-OF-CALENDAR VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-BR1-READ       PIC 9(07) VALUE 0.
           05  WS-BR2-READ       PIC 9(07) VALUE 0.
           05  WS-REINJ-READ     PIC 9(07) VALUE 0.
           05  WS-STO-READ       PIC 9(07) VALUE 0.
           05  WS-WHSE-READ      PIC 9(07) VALUE 0.
           05  WS-TELLER-READ    PIC 9(07) VALUE 0.
           05  WS-TELLER-VOIDED  PIC 9(07) VALUE 0.
           05  WS-DUPS-DROPPED   PIC 9(07) VALUE 0.
           05  WS-SAME-BR-DUPS   PIC 9(07) VALUE 0.
           05  WS-RECS-WRITTEN   PIC 9(07) VALUE 0.
       01  WS-RUN-INFO.
           05  WS-RUN-DATE       PIC X(08) VALUE SPACES.
           05  WS-RUN-ID         PIC X(08) VALUE SPACES.
           05  WS-PREV-RUN-DATE  PIC X(08) VALUE SPACES.
      * Контроль порядку кроків пакетного вікна (журнал
      * STEP-CONTROL.DAT, за зразком ACCT-MAINT).
       01  WS-STEP-CONTROL-INFO.
           05  WS-STEP-NAME      PIC X(12) VALUE 'TRANS-MERGE'.
           05  WS-STEP-PRED      PIC X(12) VALUE 'PMT-RETURNS'.
           05  WS-STEP-STATUS    PIC X(01) VALUE SPACE.
           05  WS-STEP-REFUSAL   PIC X(20) VALUE SPACES.
           05  WS-STEP-TIME      PIC X(08) VALUE SPACES.
           CLOSE PARM-FILE

           PERFORM 1100-CHECK-STEP-CONTROL
           PERFORM 1200-FIND-PREV-RUN-DATE

           OPEN OUTPUT MERGE-REPORT-FILE
           MOVE '==== BRANCH TRANSACTION MERGE ====' TO TL-TEXT
           WRITE STEP-CONTROL-REC
           CLOSE STEP-CONTROL-FILE.

       1200-FIND-PREV-RUN-DATE.
      * Останній завершений день до дати пакета (як у 1410
      * EOD-BATCH-PROC) - нижня межа вікна касових пунктів.
           MOVE 'N' TO WS-CAL-EOF-FLAG
           OPEN INPUT CALENDAR-FILE
           PERFORM 1210-SCAN-CALENDAR-RECORD
               UNTIL END-OF-CALENDAR
           CLOSE CALENDAR-FILE.

       1210-SCAN-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END SET END-OF-CALENDAR TO TRUE
               NOT AT END
                   IF CAL-IS-COMPLETED AND CAL-DATE < WS-RUN-DATE
                           AND CAL-DATE > WS-PREV-RUN-DATE
                       MOVE CAL-DATE TO WS-PREV-RUN-DATE
                   END-IF
           END-READ.

       2000-READ-BRANCH-FILES.
           MOVE 'N' TO WS-BRANCH-EOF-FLAG
           OPEN INPUT BRANCH1-FILE
           OPEN INPUT WHSE-TRANS-FILE
           PERFORM 2600-RELEASE-WHSE-RECORD
               UNTIL END-OF-BRANCH
           CLOSE WHSE-TRANS-FILE

      * Касові пункти дня (TELLER-CAPTURE) - джерело 7; без
      * дати пакета вікно пунктів не визначене і журнал не
      * зводиться.
           IF WS-RUN-DATE = SPACES
               DISPLAY 'TRANS-MERGE: NO RUN DATE - TELLER JOURNAL '
                       'NOT MERGED'
           ELSE
               MOVE 'N' TO WS-BRANCH-EOF-FLAG
               OPEN INPUT TELLER-JOURNAL-FILE
               PERFORM 2700-RELEASE-TELLER-RECORD
                   UNTIL END-OF-BRANCH
               CLOSE TELLER-JOURNAL-FILE
           END-IF.

       2100-RELEASE-BRANCH1-RECORD.
           READ BRANCH1-FILE
                   RELEASE SORT-REC
           END-READ.

       2700-RELEASE-TELLER-RECORD.
           READ TELLER-JOURNAL-FILE
               AT END SET END-OF-BRANCH TO TRUE
               NOT AT END
                   IF TJ-IS-ITEM
                           AND TJ-TRANS-DATE > WS-PREV-RUN-DATE
                           AND TJ-TRANS-DATE NOT > WS-RUN-DATE
                       IF TJ-IS-ACCEPTED
                           ADD 1 TO WS-TELLER-READ
                           MOVE TJ-TRANS-DETAIL TO S-TRANS-DETAIL
                           MOVE 7 TO S-BRANCH-ID
                           MOVE SPACES TO S-TRANS-REF
                           RELEASE SORT-REC
                       ELSE
                           ADD 1 TO WS-TELLER-VOIDED
                       END-IF
                   END-IF
           END-READ.

       3000-WRITE-MERGED-FILE.
           OPEN OUTPUT TRANS-FILE
           MOVE WS-RUN-DATE TO WBH-BATCH-DATE
      * однієї філії — це дві справжні операції, тож вони
      * зводяться обидва, лише позначаються у звіті — і тепер
      * розрізняються далі за призначеними референсами.
      * Касовий пункт (джерело 7) — операція, прийнята вживу на
      * консолі, а не повторна передача файлу, тож збіг, де хоч
      * один бік з каси, теж лише позначається і зводиться.
           IF NOT FIRST-MERGED-REC
                   AND S-ACCOUNT-NUM = WS-PREV-ACCOUNT
                   AND S-TRANS-TYPE = WS-PREV-TYPE
                   AND S-TARGET-ACCT = WS-PREV-TARGET
                   AND S-TRANS-DATE = WS-PREV-DATE
                   AND S-BRANCH-ID NOT = WS-PREV-BRANCH
                   AND S-BRANCH-ID NOT = 7
                   AND WS-PREV-BRANCH NOT = 7
               ADD 1 TO WS-DUPS-DROPPED
               MOVE 'DUPLICATE: ' TO DP-LABEL
               MOVE S-ACCOUNT-NUM TO DP-ACCT
           MOVE 'WAREHOUSE READ' TO TL-LABEL
           MOVE WS-WHSE-READ TO TL-COUNT
           WRITE MERGE-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'TELLER ITEMS READ' TO TL-LABEL
           MOVE WS-TELLER-READ TO TL-COUNT
           WRITE MERGE-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'TELLER VOIDS SKIPPED' TO TL-LABEL
           MOVE WS-TELLER-VOIDED TO TL-COUNT
           WRITE MERGE-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'DUPLICATES DROPPED' TO TL-LABEL
           MOVE WS-DUPS-DROPPED TO TL-COUNT
           WRITE MERGE-REPORT-REC FROM WS-TOTALS-LINE
