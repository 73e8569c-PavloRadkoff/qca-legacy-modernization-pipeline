       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMT-RETURNS.
       AUTHOR. COBALT-LEGACY-ENGINE.
       DATE-WRITTEN. 2026-10-15.

      * Повернення зовнішніх платежів від клірингової палати.
      * Вхідний файл PMT-RETURNS.DAT обрамлений заголовком і
      * трейлером (кількість пунктів, сума сум); пакет, що не
      * сходиться з трейлером, не обробляється взагалі - файл
      * лишається для оператора, а крок не завершується.
      * Кожне повернення шукається за референсом серед проводок
      * 'E' в AUDIT-HIST.DAT (той самий референс, що пішов у
      * PAYMENT-OUT.DAT). Знайдене стає пунктом сторно (тип 'V')
      * у черзі TRANS-REINJECT.DAT: EOD-BATCH-PROC сторнує
      * первісну проводку тим самим механізмом, що й ручне
      * сторно, і повертає кошти клієнту через ностро.
      * Повернення без відповідного платежу, вже повернений
      * платіж чи розбіжність суми йдуть у
      * TRANS-SUSPENSE-REMAIN.DAT на розгляд оператора
      * (TRANS-REINJECT) і називаються у звіті з причиною.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'DATA/EOD-PARM.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PMT-RETURNS-FILE
               ASSIGN TO 'DATA/PMT-RETURNS.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AUDIT-HIST-FILE
               ASSIGN TO 'DATA/AUDIT-HIST.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REINJECT-FILE
               ASSIGN TO 'DATA/TRANS-REINJECT.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-REMAIN-FILE
               ASSIGN TO 'DATA/TRANS-SUSPENSE-REMAIN.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETURNS-REPORT-FILE
               ASSIGN TO 'DATA/PMT-RETURNS-REPORT.PRN'
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

      * Вхідний файл повернень: заголовок 'H', пункти 'D',
      * трейлер 'T' (за зразком пакетного обрамлення TRANS.DAT).
       FD  PMT-RETURNS-FILE.
       01  RETURNS-REC.
           05  RT-REC-TYPE        PIC X(01).
               88 RT-IS-HEADER    VALUE 'H'.
               88 RT-IS-DETAIL    VALUE 'D'.
               88 RT-IS-TRAILER   VALUE 'T'.
           05  FILLER             PIC X(59).
       01  RETURNS-HEADER-REC.
           05  FILLER             PIC X(01).
           05  RTH-FILE-ID        PIC X(10).
           05  RTH-BATCH-DATE     PIC X(08).
           05  FILLER             PIC X(41).
       01  RETURNS-DETAIL-REC.
           05  FILLER             PIC X(01).
           05  RTD-TRANS-REF      PIC X(15).
           05  RTD-AMOUNT         PIC 9(7)V99.
           05  RTD-REASON-CODE    PIC X(02).
           05  RTD-REASON-TEXT    PIC X(20).
           05  FILLER             PIC X(13).
       01  RETURNS-TRAILER-REC.
           05  FILLER             PIC X(01).
           05  RTT-RECORD-COUNT   PIC 9(07).
           05  RTT-AMOUNT-TOTAL   PIC 9(9)V99.
           05  FILLER             PIC X(41).

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

       FD  REINJECT-FILE.
       01  TRANS-REC.
           05  T-ACCOUNT-NUM     PIC X(10).
           05  T-TRANS-TYPE      PIC X(01).
           05  T-AMOUNT          PIC 9(7)V99.
           05  T-TARGET-ACCT     PIC X(10).
           05  T-TRANS-DATE      PIC X(08).
           05  T-TRANS-REF       PIC X(15).

       FD  SUSPENSE-REMAIN-FILE.
       01  REMAIN-REC.
           05  REM-ACCOUNT-NUM    PIC X(10).
           05  REM-TRANS-TYPE     PIC X(01).
           05  REM-TARGET-ACCT    PIC X(10).
           05  REM-AMOUNT         PIC 9(7)V99.
           05  REM-TRANS-DATE     PIC X(08).
           05  REM-REASON-CODE    PIC X(02).
           05  REM-REASON-DESC    PIC X(20).
           05  REM-RUN-DATE       PIC X(08).
           05  REM-RUN-ID         PIC X(08).
           05  REM-TRANS-REF      PIC X(15).

       FD  RETURNS-REPORT-FILE.
       01  RETURNS-REPORT-REC    PIC X(100).

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
           05  WS-AH-EOF-FLAG    PIC X(01) VALUE 'N'.
               88 END-OF-AUDIT-HIST VALUE 'Y'.
           05  WS-HEADER-FLAG    PIC X(01) VALUE 'N'.
               88 HEADER-SEEN    VALUE 'Y'.
           05  WS-TRAILER-FLAG   PIC X(01) VALUE 'N'.
               88 TRAILER-SEEN   VALUE 'Y'.
           05  WS-BATCH-FLAG     PIC X(01) VALUE 'N'.
               88 BATCH-REJECTED VALUE 'Y'.
           05  WS-FOUND-FLAG     PIC X(01) VALUE 'N'.
               88 RETURN-ENTRY-FOUND VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-RETURNS-READ   PIC 9(05) VALUE 0.
           05  WS-RETURNS-MATCHED PIC 9(05) VALUE 0.
           05  WS-RETURNS-SUSPENDED PIC 9(05) VALUE 0.
           05  WS-MATCHED-AMOUNT PIC S9(9)V99 VALUE 0.
           05  WS-SUSPENDED-AMOUNT PIC S9(9)V99 VALUE 0.
       01  WS-RUN-INFO.
           05  WS-RUN-DATE       PIC X(08) VALUE SPACES.
           05  WS-RUN-ID         PIC X(08) VALUE SPACES.
      * Контроль порядку кроків пакетного вікна (журнал
      * STEP-CONTROL.DAT, за зразком ACCT-MAINT).
       01  WS-STEP-CONTROL-INFO.
           05  WS-STEP-NAME      PIC X(12) VALUE 'PMT-RETURNS'.
           05  WS-STEP-PRED      PIC X(12) VALUE 'WHSE-RELEASE'.
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
      * Контрольні суми пакета, що звіряються з трейлером.
       01  WS-BATCH-VERIFY.
           05  WS-BV-RECORD-COUNT PIC 9(07) VALUE 0.
           05  WS-BV-AMOUNT-TOTAL PIC 9(9)V99 VALUE 0.
           05  WS-BV-REASON      PIC X(30) VALUE SPACES.
      * Повернення пакета тримаються в таблиці, щоб один прохід
      * по AUDIT-HIST.DAT зіставив їх усі. Понад ліміт пункти
      * не губляться - вони йдуть у саспенс з причиною 19.
       01  WS-RETURN-LIMITS.
           05  WS-RETURN-LIMIT   PIC 9(05) VALUE 500.
           05  WS-RETURN-IDX     PIC 9(05) VALUE 0.
           05  WS-RETURN-DUP-IDX PIC 9(05) VALUE 0.
           05  WS-DETAIL-SEQ     PIC 9(07) VALUE 0.
           05  WS-SEARCH-REF     PIC X(15) VALUE SPACES.
       01  WS-RETURN-TABLE.
           05  WS-RETURN-COUNT   PIC 9(05) VALUE 0.
           05  WS-RETURN-ENTRY OCCURS 500 TIMES.
               10  RE-TRANS-REF      PIC X(15).
               10  RE-AMOUNT         PIC 9(7)V99.
               10  RE-REASON-CODE    PIC X(02).
               10  RE-REASON-TEXT    PIC X(20).
               10  RE-STATUS         PIC X(01).
                   88 RE-PAYMENT-FOUND    VALUE 'P'.
                   88 RE-ALREADY-RETURNED VALUE 'R'.
               10  RE-PAYER-ACCT     PIC X(10).
               10  RE-ORIG-AMOUNT    PIC 9(7)V99.
               10  RE-ORIG-DATE      PIC X(08).
      * Коди причин саспенсу повернень продовжують коди
      * EOD-BATCH-PROC (01-15).
       01  WS-SUSPENSE-REASON.
           05  WS-SUSP-CODE      PIC X(02).
           05  WS-SUSP-DESC      PIC X(20).
       01  WS-MATCH-LINE.
           05  FILLER            PIC X(10) VALUE 'RETURNED: '.
           05  ML-REF            PIC X(15).
           05  FILLER            PIC X(07) VALUE ' ACCT: '.
           05  ML-ACCT           PIC X(10).
           05  FILLER            PIC X(06) VALUE ' AMT: '.
           05  ML-AMOUNT         PIC -(7)9.99.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ML-REASON-CODE    PIC X(02).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ML-REASON-TEXT    PIC X(20).
       01  WS-SUSP-LINE.
           05  FILLER            PIC X(10) VALUE 'SUSPENSE: '.
           05  SL-REF            PIC X(15).
           05  FILLER            PIC X(07) VALUE ' ACCT: '.
           05  SL-ACCT           PIC X(10).
           05  FILLER            PIC X(06) VALUE ' AMT: '.
           05  SL-AMOUNT         PIC -(7)9.99.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  SL-CODE           PIC X(02).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  SL-DESC           PIC X(20).
       01  WS-TOTALS-LINE.
           05  TL-LABEL          PIC X(20).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(07) VALUE 'COUNT: '.
           05  TL-COUNT          PIC Z(6)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(08) VALUE 'AMOUNT: '.
           05  TL-AMOUNT         PIC -(9)9.99.
       01  WS-TOTALS-TEXT-LINE.
           05  TL-TEXT           PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-RETURNS-BATCH.
           IF WS-RETURN-COUNT > 0
               PERFORM 3000-MATCH-AUDIT-HISTORY
           END-IF.
           PERFORM 4000-ROUTE-RETURNS.
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

           PERFORM 1100-CHECK-STEP-CONTROL

           OPEN OUTPUT RETURNS-REPORT-FILE
           MOVE '==== PAYMENT RETURNS ====' TO TL-TEXT
           WRITE RETURNS-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE SPACES TO TL-TEXT
           STRING 'RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE  DELIMITED BY SIZE
                  '   RUN ID: ' DELIMITED BY SIZE
                  WS-RUN-ID    DELIMITED BY SIZE
                  INTO TL-TEXT
           WRITE RETURNS-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE SPACES TO TL-TEXT
           WRITE RETURNS-REPORT-REC FROM WS-TOTALS-TEXT-LINE

           IF WS-RUN-DATE NOT NUMERIC
      * Пункт сторно несе дату прогону; без неї повернення
      * лишаються у вхідному файлі до наступного запуску.
               DISPLAY 'PMT-RETURNS: NO RUN DATE - NOTHING PROCESSED'
               MOVE 'NO RUN DATE - NOTHING PROCESSED' TO TL-TEXT
               WRITE RETURNS-REPORT-REC FROM WS-TOTALS-TEXT-LINE
               CLOSE RETURNS-REPORT-FILE
               STOP RUN
           END-IF.

       1100-CHECK-STEP-CONTROL.
      * Контроль порядку кроків вікна: крок відмовляється
      * стартувати, поки попередник за цю дату не завершився,
      * і не повторюється після завершення без операторського
      * override (за зразком ACCT-MAINT).
           IF WS-RUN-DATE = SPACES
               DISPLAY 'PMT-RETURNS: NO RUN DATE - STEP CHECK SKIPPED'
           ELSE
               MOVE 'N' TO WS-STEP-EOF-FLAG
               OPEN INPUT STEP-CONTROL-FILE
               PERFORM 1110-SCAN-STEP-RECORD
                   UNTIL END-OF-STEP-FILE
               CLOSE STEP-CONTROL-FILE
               PERFORM 1120-ENFORCE-STEP-RULES
               MOVE 'S' TO WS-STEP-STATUS
               PERFORM 1130-WRITE-STEP-RECORD
           END-IF.

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
                   DISPLAY 'PMT-RETURNS: STEP OVERRIDE ACCEPTED: '
                           WS-STEP-REFUSAL
               ELSE
                   DISPLAY 'PMT-RETURNS: ' WS-STEP-REFUSAL
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

       2000-LOAD-RETURNS-BATCH.
      * Порожній або відсутній файл - звичайний день без
      * повернень. Непорожній файл мусить мати заголовок
      * BANKPMTRTN і трейлер, що сходиться з пунктами.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PMT-RETURNS-FILE
           PERFORM 2100-READ-RETURNS-RECORD
               UNTIL END-OF-INPUT
           CLOSE PMT-RETURNS-FILE
           IF WS-BV-RECORD-COUNT > 0 OR HEADER-SEEN OR TRAILER-SEEN
               PERFORM 2300-VERIFY-RETURNS-BATCH
           END-IF
           IF BATCH-REJECTED
               DISPLAY 'PMT-RETURNS: ' WS-BV-REASON
                       ' - BATCH REJECTED'
               MOVE SPACES TO TL-TEXT
               STRING 'BATCH REJECTED: ' DELIMITED BY SIZE
                      WS-BV-REASON DELIMITED BY SIZE
                      INTO TL-TEXT
               WRITE RETURNS-REPORT-REC FROM WS-TOTALS-TEXT-LINE
               MOVE 'RETURNS FILE KEPT FOR OPERATOR' TO TL-TEXT
               WRITE RETURNS-REPORT-REC FROM WS-TOTALS-TEXT-LINE
               CLOSE RETURNS-REPORT-FILE
               STOP RUN
           END-IF.

       2100-READ-RETURNS-RECORD.
           READ PMT-RETURNS-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RT-IS-HEADER
                           IF RTH-FILE-ID = 'BANKPMTRTN'
                               SET HEADER-SEEN TO TRUE
                           ELSE
                               MOVE 'BAD HEADER FILE ID'
                                   TO WS-BV-REASON
                               SET BATCH-REJECTED TO TRUE
                           END-IF
                       WHEN RT-IS-TRAILER
                           SET TRAILER-SEEN TO TRUE
                           IF RTT-RECORD-COUNT NOT =
                                   WS-BV-RECORD-COUNT
                               MOVE 'TRAILER COUNT MISMATCH'
                                   TO WS-BV-REASON
                               SET BATCH-REJECTED TO TRUE
                           END-IF
                           IF RTT-AMOUNT-TOTAL NOT =
                                   WS-BV-AMOUNT-TOTAL
                               MOVE 'TRAILER AMOUNT MISMATCH'
                                   TO WS-BV-REASON
                               SET BATCH-REJECTED TO TRUE
                           END-IF
                       WHEN RT-IS-DETAIL
                           ADD 1 TO WS-BV-RECORD-COUNT
                           IF RTD-AMOUNT NUMERIC
                               ADD RTD-AMOUNT TO WS-BV-AMOUNT-TOTAL
                           END-IF
                           PERFORM 2200-STORE-RETURN
                       WHEN OTHER
                           MOVE 'UNKNOWN RECORD TYPE' TO WS-BV-REASON
                           SET BATCH-REJECTED TO TRUE
                   END-EVALUATE
           END-READ.

       2200-STORE-RETURN.
      * Пункти понад ліміт таблиці не губляться: їх перечитує
      * з файлу і відправляє у саспенс 4400.
           ADD 1 TO WS-RETURNS-READ
           IF WS-RETURN-COUNT < WS-RETURN-LIMIT
               ADD 1 TO WS-RETURN-COUNT
               MOVE WS-RETURN-COUNT TO WS-RETURN-IDX
               MOVE RTD-TRANS-REF TO RE-TRANS-REF(WS-RETURN-IDX)
               IF RTD-AMOUNT NUMERIC
                   MOVE RTD-AMOUNT TO RE-AMOUNT(WS-RETURN-IDX)
               ELSE
                   MOVE ZERO TO RE-AMOUNT(WS-RETURN-IDX)
               END-IF
               MOVE RTD-REASON-CODE TO RE-REASON-CODE(WS-RETURN-IDX)
               MOVE RTD-REASON-TEXT TO RE-REASON-TEXT(WS-RETURN-IDX)
               MOVE SPACE TO RE-STATUS(WS-RETURN-IDX)
               MOVE SPACES TO RE-PAYER-ACCT(WS-RETURN-IDX)
               MOVE ZERO TO RE-ORIG-AMOUNT(WS-RETURN-IDX)
               MOVE SPACES TO RE-ORIG-DATE(WS-RETURN-IDX)
           END-IF.

       2300-VERIFY-RETURNS-BATCH.
           IF NOT HEADER-SEEN AND NOT BATCH-REJECTED
               MOVE 'HEADER MISSING' TO WS-BV-REASON
               SET BATCH-REJECTED TO TRUE
           END-IF
           IF NOT TRAILER-SEEN AND NOT BATCH-REJECTED
               MOVE 'TRAILER MISSING' TO WS-BV-REASON
               SET BATCH-REJECTED TO TRUE
           END-IF.

       3000-MATCH-AUDIT-HISTORY.
      * Один прохід по AUDIT-HIST.DAT для всіх повернень
      * пакета (за зразком завантаження сторно в EOD-BATCH).
           MOVE 'N' TO WS-AH-EOF-FLAG
           OPEN INPUT AUDIT-HIST-FILE
           PERFORM 3100-MATCH-HIST-RECORD
               UNTIL END-OF-AUDIT-HIST
           CLOSE AUDIT-HIST-FILE.

       3100-MATCH-HIST-RECORD.
           READ AUDIT-HIST-FILE
               AT END SET END-OF-AUDIT-HIST TO TRUE
               NOT AT END
                   IF AH-TRANS-REF NOT = SPACES
                       MOVE AH-TRANS-REF TO WS-SEARCH-REF
                       PERFORM 3200-FIND-RETURN-ENTRY
                       IF RETURN-ENTRY-FOUND
                           PERFORM 3300-NOTE-HIST-RECORD
                       END-IF
                   END-IF
           END-READ.

       3200-FIND-RETURN-ENTRY.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-RETURN-IDX FROM 1 BY 1
               UNTIL WS-RETURN-IDX > WS-RETURN-COUNT
                  OR RETURN-ENTRY-FOUND
               IF RE-TRANS-REF(WS-RETURN-IDX) = WS-SEARCH-REF
                   SET RETURN-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF RETURN-ENTRY-FOUND
               SUBTRACT 1 FROM WS-RETURN-IDX
           END-IF.

       3300-NOTE-HIST-RECORD.
      * Запис 'V' з тим самим референсом означає, що платіж вже
      * сторновано (повернено раніше або сторно вручну).
           EVALUATE AH-TRANS-TYPE
               WHEN 'E'
                   IF NOT RE-ALREADY-RETURNED(WS-RETURN-IDX)
                       SET RE-PAYMENT-FOUND(WS-RETURN-IDX) TO TRUE
                   END-IF
                   MOVE AH-ACCOUNT-NUM
                       TO RE-PAYER-ACCT(WS-RETURN-IDX)
                   MOVE AH-AMOUNT TO RE-ORIG-AMOUNT(WS-RETURN-IDX)
                   MOVE AH-RUN-DATE TO RE-ORIG-DATE(WS-RETURN-IDX)
               WHEN 'V'
                   SET RE-ALREADY-RETURNED(WS-RETURN-IDX) TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4000-ROUTE-RETURNS.
           OPEN EXTEND REINJECT-FILE
           OPEN EXTEND SUSPENSE-REMAIN-FILE
           PERFORM 4100-ROUTE-ONE-RETURN
               VARYING WS-RETURN-IDX FROM 1 BY 1
               UNTIL WS-RETURN-IDX > WS-RETURN-COUNT
           IF WS-RETURNS-READ > WS-RETURN-COUNT
               DISPLAY 'PMT-RETURNS: RETURN TABLE FULL AT '
                       WS-RETURN-LIMIT ' - EXCESS RETURNS SUSPENDED'
               PERFORM 4400-SUSPEND-OVERFLOW-RETURNS
           END-IF
           CLOSE REINJECT-FILE
           CLOSE SUSPENSE-REMAIN-FILE.

       4100-ROUTE-ONE-RETURN.
           MOVE RE-TRANS-REF(WS-RETURN-IDX) TO REM-TRANS-REF
           MOVE RE-PAYER-ACCT(WS-RETURN-IDX) TO REM-ACCOUNT-NUM
           MOVE RE-AMOUNT(WS-RETURN-IDX) TO REM-AMOUNT
           EVALUATE TRUE
               WHEN RE-ALREADY-RETURNED(WS-RETURN-IDX)
                   MOVE '17' TO WS-SUSP-CODE
                   MOVE 'ALREADY RETURNED' TO WS-SUSP-DESC
                   PERFORM 4300-WRITE-RETURN-SUSPENSE
               WHEN NOT RE-PAYMENT-FOUND(WS-RETURN-IDX)
                   MOVE '16' TO WS-SUSP-CODE
                   MOVE 'RETURN REF NOT FOUND' TO WS-SUSP-DESC
                   PERFORM 4300-WRITE-RETURN-SUSPENSE
               WHEN RE-AMOUNT(WS-RETURN-IDX) NOT =
                       RE-ORIG-AMOUNT(WS-RETURN-IDX)
                   MOVE '18' TO WS-SUSP-CODE
                   MOVE 'RETURN AMT MISMATCH' TO WS-SUSP-DESC
                   PERFORM 4300-WRITE-RETURN-SUSPENSE
               WHEN OTHER
                   PERFORM 4200-WRITE-REVERSAL-ITEM
           END-EVALUATE.

       4200-WRITE-REVERSAL-ITEM.
      * Пункт сторно несе референс первісного платежу - за ним
      * EOD-BATCH-PROC знаходить проводку 'E' і сторнує її;
      * той самий пункт удруге знайде платіж вже сторнованим.
      * Дублікат повернення в одному пакеті відходить у
      * саспенс як уже повернений.
           MOVE RE-PAYER-ACCT(WS-RETURN-IDX) TO T-ACCOUNT-NUM
           MOVE 'V' TO T-TRANS-TYPE
           MOVE RE-AMOUNT(WS-RETURN-IDX) TO T-AMOUNT
           MOVE SPACES TO T-TARGET-ACCT
           MOVE WS-RUN-DATE TO T-TRANS-DATE
           MOVE RE-TRANS-REF(WS-RETURN-IDX) TO T-TRANS-REF
           WRITE TRANS-REC
           SET RE-ALREADY-RETURNED(WS-RETURN-IDX) TO TRUE
           PERFORM 4250-MARK-DUPLICATE-RETURNS
           ADD 1 TO WS-RETURNS-MATCHED
           ADD RE-AMOUNT(WS-RETURN-IDX) TO WS-MATCHED-AMOUNT
           MOVE RE-TRANS-REF(WS-RETURN-IDX) TO ML-REF
           MOVE RE-PAYER-ACCT(WS-RETURN-IDX) TO ML-ACCT
           MOVE RE-AMOUNT(WS-RETURN-IDX) TO ML-AMOUNT
           MOVE RE-REASON-CODE(WS-RETURN-IDX) TO ML-REASON-CODE
           MOVE RE-REASON-TEXT(WS-RETURN-IDX) TO ML-REASON-TEXT
           WRITE RETURNS-REPORT-REC FROM WS-MATCH-LINE.

       4250-MARK-DUPLICATE-RETURNS.
      * Пошук з наступного рядка: тим самим референсом пізніші
      * пункти пакета позначаються вже поверненими.
           MOVE RE-TRANS-REF(WS-RETURN-IDX) TO WS-SEARCH-REF
           PERFORM 4260-MARK-ONE-DUPLICATE
               VARYING WS-RETURN-DUP-IDX FROM WS-RETURN-IDX BY 1
               UNTIL WS-RETURN-DUP-IDX > WS-RETURN-COUNT.

       4260-MARK-ONE-DUPLICATE.
           IF RE-TRANS-REF(WS-RETURN-DUP-IDX) = WS-SEARCH-REF
               SET RE-ALREADY-RETURNED(WS-RETURN-DUP-IDX) TO TRUE
           END-IF.

       4300-WRITE-RETURN-SUSPENSE.
      * Повернення у саспенсі - пункт сторно для розгляду
      * оператором у TRANS-REINJECT; рахунок порожній, якщо
      * платіж не знайдено.
           MOVE 'V' TO REM-TRANS-TYPE
           MOVE SPACES TO REM-TARGET-ACCT
           MOVE WS-RUN-DATE TO REM-TRANS-DATE
           MOVE WS-SUSP-CODE TO REM-REASON-CODE
           MOVE WS-SUSP-DESC TO REM-REASON-DESC
           MOVE WS-RUN-DATE TO REM-RUN-DATE
           MOVE WS-RUN-ID TO REM-RUN-ID
           WRITE REMAIN-REC
           ADD 1 TO WS-RETURNS-SUSPENDED
           ADD REM-AMOUNT TO WS-SUSPENDED-AMOUNT
           MOVE REM-TRANS-REF TO SL-REF
           MOVE REM-ACCOUNT-NUM TO SL-ACCT
           MOVE REM-AMOUNT TO SL-AMOUNT
           MOVE WS-SUSP-CODE TO SL-CODE
           MOVE WS-SUSP-DESC TO SL-DESC
           WRITE RETURNS-REPORT-REC FROM WS-SUSP-LINE.

       4400-SUSPEND-OVERFLOW-RETURNS.
      * Другий прохід по вхідному файлу: пункти після перших
      * WS-RETURN-LIMIT ідуть у саспенс з причиною 19.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE ZERO TO WS-DETAIL-SEQ
           OPEN INPUT PMT-RETURNS-FILE
           PERFORM 4410-SUSPEND-IF-OVERFLOW
               UNTIL END-OF-INPUT
           CLOSE PMT-RETURNS-FILE.

       4410-SUSPEND-IF-OVERFLOW.
           READ PMT-RETURNS-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF RT-IS-DETAIL
                       ADD 1 TO WS-DETAIL-SEQ
                       IF WS-DETAIL-SEQ > WS-RETURN-LIMIT
                           MOVE '19' TO WS-SUSP-CODE
                           MOVE 'RETURN TABLE FULL' TO WS-SUSP-DESC
                           MOVE RTD-TRANS-REF TO REM-TRANS-REF
                           MOVE SPACES TO REM-ACCOUNT-NUM
                           IF RTD-AMOUNT NUMERIC
                               MOVE RTD-AMOUNT TO REM-AMOUNT
                           ELSE
                               MOVE ZERO TO REM-AMOUNT
                           END-IF
                           PERFORM 4300-WRITE-RETURN-SUSPENSE
                       END-IF
                   END-IF
           END-READ.

       5000-TERMINATE.
      * Оброблений вхідний файл спорожнюється, щоб повернення
      * не сторнувались двічі (за зразком черги
      * TRANS-REINJECT.DAT у TRANS-MERGE).
           OPEN OUTPUT PMT-RETURNS-FILE
           CLOSE PMT-RETURNS-FILE

           MOVE SPACES TO TL-TEXT
           WRITE RETURNS-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE 'RETURNS READ' TO TL-LABEL
           MOVE WS-RETURNS-READ TO TL-COUNT
           MOVE WS-BV-AMOUNT-TOTAL TO TL-AMOUNT
           WRITE RETURNS-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'RETURNS TO REVERSAL' TO TL-LABEL
           MOVE WS-RETURNS-MATCHED TO TL-COUNT
           MOVE WS-MATCHED-AMOUNT TO TL-AMOUNT
           WRITE RETURNS-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'RETURNS SUSPENDED' TO TL-LABEL
           MOVE WS-RETURNS-SUSPENDED TO TL-COUNT
           MOVE WS-SUSPENDED-AMOUNT TO TL-AMOUNT
           WRITE RETURNS-REPORT-REC FROM WS-TOTALS-LINE
           CLOSE RETURNS-REPORT-FILE
           IF WS-RUN-DATE NOT = SPACES
               MOVE 'C' TO WS-STEP-STATUS
               PERFORM 1130-WRITE-STEP-RECORD
           END-IF
           DISPLAY 'PMT-RETURNS COMPLETE. READ: ' WS-RETURNS-READ
                   ' REVERSED: ' WS-RETURNS-MATCHED
                   ' SUSPENDED: ' WS-RETURNS-SUSPENDED.
