       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-MAINT.
       AUTHOR. COBALT-LEGACY-ENGINE.
       DATE-WRITTEN. 2026-10-05.

      * Пакетне ведення блокувань коштів (holds/earmarks) на
      * рахунках, за зразком CUST-MAINT: накладення, зміна і
      * зняття блокування виконуються з файлу супроводжувальних
      * транзакцій. Блокування утримує частину балансу
      * (стягнення за виконавчим документом, арешт конкретної
      * суми, непроінкасований великий депозит) замість
      * заморожування всього рахунку статусом 'F'.
      * EOD-BATCH-PROC віднімає чинні блокування від балансу
      * при перевірці NSF і знімає прострочені у проході 2500.
      * Ключ HOLDS.DAT - номер рахунку плюс порядковий номер
      * блокування на рахунку (призначається тут при
      * накладенні), тож усі блокування рахунку читаються одним
      * START/READ NEXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO 'DATA/HOLD-MAINT.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HOLDS-FILE ASSIGN TO 'DATA/HOLDS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS H-HOLD-KEY.
           SELECT OPTIONAL MASTER-FILE ASSIGN TO 'DATA/MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS M-ACCOUNT-NUM.
           SELECT MAINT-REPORT-FILE
               ASSIGN TO 'DATA/HOLD-REPORT.PRN'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'DATA/EOD-PARM.DAT'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
       01  MAINT-REC.
           05  HM-FUNC-CODE       PIC X(01).
               88 HM-IS-PLACE       VALUE 'P'.
               88 HM-IS-AMEND       VALUE 'A'.
               88 HM-IS-RELEASE     VALUE 'R'.
           05  HM-ACCOUNT-NUM     PIC X(10).
           05  HM-HOLD-SEQ        PIC 9(03).
           05  HM-AMOUNT          PIC 9(7)V99.
           05  HM-REASON          PIC X(01).
           05  HM-REASON-TEXT     PIC X(20).
           05  HM-EXPIRY-DATE     PIC X(08).
           05  HM-EFFECTIVE-DATE  PIC X(08).

       FD  HOLDS-FILE.
       01  HOLD-REC.
           05  H-HOLD-KEY.
               10  H-ACCOUNT-NUM  PIC X(10).
               10  H-HOLD-SEQ     PIC 9(03).
           05  H-AMOUNT           PIC 9(7)V99.
           05  H-REASON           PIC X(01).
               88 H-IS-GARNISHMENT  VALUE 'G'.
               88 H-IS-LEGAL        VALUE 'L'.
               88 H-IS-UNCLEARED    VALUE 'U'.
               88 H-IS-OTHER        VALUE 'O'.
           05  H-REASON-TEXT      PIC X(20).
           05  H-PLACED-DATE      PIC X(08).
           05  H-EXPIRY-DATE      PIC X(08).
           05  H-STATUS           PIC X(01).
               88 HOLD-IS-ACTIVE    VALUE 'A'.
               88 HOLD-IS-RELEASED  VALUE 'R'.
               88 HOLD-IS-EXPIRED   VALUE 'E'.
           05  H-RELEASED-DATE    PIC X(08).

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

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-REC      PIC X(80).

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
       01  WS-FLAGS.
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
               88 END-OF-FILE    VALUE 'Y'.
           05  WS-APPLY-FLAG     PIC X(01) VALUE 'Y'.
               88 ITEM-APPLIED   VALUE 'Y'.
               88 ITEM-REJECTED  VALUE 'N'.
           05  WS-HOLD-EOF-FLAG  PIC X(01) VALUE 'N'.
               88 END-OF-ACCT-HOLDS VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-ITEMS-READ     PIC 9(07) VALUE 0.
           05  WS-ITEMS-APPLIED  PIC 9(07) VALUE 0.
           05  WS-ITEMS-REJECTED PIC 9(07) VALUE 0.
       01  WS-REJECT-REASON      PIC X(20).
       01  WS-RUN-INFO.
           05  WS-RUN-DATE       PIC X(08) VALUE SPACES.
           05  WS-RUN-ID         PIC X(08) VALUE SPACES.
      * Порядковий номер нового блокування - наступний після
      * найбільшого вже виданого на рахунку (знятих теж: номер
      * блокування ніколи не використовується повторно).
       01  WS-HOLD-SEQ-INFO.
           05  WS-MAX-HOLD-SEQ   PIC 9(03) VALUE 0.
           05  WS-HOLD-SEQ-LIMIT PIC 9(03) VALUE 999.
           05  WS-EFFECTIVE-DATE PIC X(08) VALUE SPACES.
       01  WS-MAINT-LINE.
           05  FILLER            PIC X(06) VALUE 'FUNC: '.
           05  ML-FUNC           PIC X(01).
           05  FILLER            PIC X(07) VALUE ' ACCT: '.
           05  ML-ACCT           PIC X(10).
           05  FILLER            PIC X(07) VALUE ' HOLD: '.
           05  ML-SEQ            PIC 9(03).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ML-DISPOSITION    PIC X(09).
           05  ML-REASON         PIC X(20).
           05  FILLER            PIC X(05) VALUE ' RUN:'.
           05  ML-RUN-ID         PIC X(08).
       01  WS-TOTALS-LINE.
           05  TL-LABEL          PIC X(20).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(07) VALUE 'COUNT: '.
           05  TL-COUNT          PIC Z(6)9.
       01  WS-TOTALS-TEXT-LINE.
           05  TL-TEXT           PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-MAINT-RECORDS
               UNTIL END-OF-FILE.
           PERFORM 3000-TERMINATE.
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
           MOVE WS-RUN-ID TO ML-RUN-ID
           CLOSE PARM-FILE

           OPEN INPUT MAINT-FILE
           OPEN I-O HOLDS-FILE
           OPEN INPUT MASTER-FILE
           OPEN OUTPUT MAINT-REPORT-FILE

           MOVE '==== FUNDS HOLD MAINTENANCE ====' TO TL-TEXT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE SPACES TO TL-TEXT
           STRING 'RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE  DELIMITED BY SIZE
                  '   RUN ID: ' DELIMITED BY SIZE
                  WS-RUN-ID    DELIMITED BY SIZE
                  INTO TL-TEXT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE SPACES TO TL-TEXT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-TEXT-LINE

           READ MAINT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-PROCESS-MAINT-RECORDS.
           ADD 1 TO WS-ITEMS-READ
           SET ITEM-APPLIED TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
      * Без дати в записі береться бізнес-дата прогону.
           IF HM-EFFECTIVE-DATE NUMERIC
               MOVE HM-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
           END-IF

           EVALUATE TRUE
               WHEN HM-IS-PLACE
                   PERFORM 2100-APPLY-PLACE
               WHEN HM-IS-AMEND
                   PERFORM 2200-APPLY-AMEND
               WHEN HM-IS-RELEASE
                   PERFORM 2300-APPLY-RELEASE
               WHEN OTHER
                   MOVE 'INVALID FUNC CODE' TO WS-REJECT-REASON
                   SET ITEM-REJECTED TO TRUE
           END-EVALUATE

           PERFORM 2800-WRITE-REPORT-LINE

           READ MAINT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2100-APPLY-PLACE.
      * Накладення: рахунок має існувати і не бути закритим;
      * сума додатна; дата закінчення або порожня (блокування
      * до явного зняття), або не раніша за дату накладення.
           IF HM-ACCOUNT-NUM = SPACES
               MOVE 'ACCT NUM MISSING' TO WS-REJECT-REASON
               SET ITEM-REJECTED TO TRUE
           ELSE
           IF HM-AMOUNT NOT NUMERIC OR HM-AMOUNT NOT > 0
               MOVE 'INVALID AMOUNT' TO WS-REJECT-REASON
               SET ITEM-REJECTED TO TRUE
           ELSE
           IF HM-REASON NOT = 'G' AND HM-REASON NOT = 'L'
                   AND HM-REASON NOT = 'U' AND HM-REASON NOT = 'O'
               MOVE 'INVALID REASON' TO WS-REJECT-REASON
               SET ITEM-REJECTED TO TRUE
           ELSE
           IF HM-EXPIRY-DATE NOT = SPACES
                   AND (HM-EXPIRY-DATE NOT NUMERIC
                       OR HM-EXPIRY-DATE < WS-EFFECTIVE-DATE)
               MOVE 'INVALID EXPIRY DATE' TO WS-REJECT-REASON
               SET ITEM-REJECTED TO TRUE
           ELSE
               MOVE HM-ACCOUNT-NUM TO M-ACCOUNT-NUM
               READ MASTER-FILE
                   INVALID KEY
                       MOVE 'ACCT NOT FOUND' TO WS-REJECT-REASON
                       SET ITEM-REJECTED TO TRUE
                   NOT INVALID KEY
                       IF IS-CLOSED
                           MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
                           SET ITEM-REJECTED TO TRUE
                       ELSE
                           PERFORM 2150-FIND-LAST-HOLD-SEQ
                           PERFORM 2160-WRITE-NEW-HOLD
                       END-IF
               END-READ
           END-IF
           END-IF
           END-IF
           END-IF.

       2150-FIND-LAST-HOLD-SEQ.
           MOVE ZERO TO WS-MAX-HOLD-SEQ
           MOVE 'N' TO WS-HOLD-EOF-FLAG
           MOVE HM-ACCOUNT-NUM TO H-ACCOUNT-NUM
           MOVE ZERO TO H-HOLD-SEQ
           START HOLDS-FILE KEY IS NOT LESS THAN H-HOLD-KEY
               INVALID KEY SET END-OF-ACCT-HOLDS TO TRUE
           END-START
           PERFORM 2155-READ-NEXT-ACCT-HOLD
               UNTIL END-OF-ACCT-HOLDS.

       2155-READ-NEXT-ACCT-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END SET END-OF-ACCT-HOLDS TO TRUE
               NOT AT END
                   IF H-ACCOUNT-NUM NOT = HM-ACCOUNT-NUM
                       SET END-OF-ACCT-HOLDS TO TRUE
                   ELSE
                       MOVE H-HOLD-SEQ TO WS-MAX-HOLD-SEQ
                   END-IF
           END-READ.

       2160-WRITE-NEW-HOLD.
           IF WS-MAX-HOLD-SEQ >= WS-HOLD-SEQ-LIMIT
               MOVE 'HOLD SEQ EXHAUSTED' TO WS-REJECT-REASON
               SET ITEM-REJECTED TO TRUE
           ELSE
               MOVE HM-ACCOUNT-NUM TO H-ACCOUNT-NUM
               COMPUTE H-HOLD-SEQ = WS-MAX-HOLD-SEQ + 1
               MOVE HM-AMOUNT TO H-AMOUNT
               MOVE HM-REASON TO H-REASON
               MOVE HM-REASON-TEXT TO H-REASON-TEXT
               MOVE WS-EFFECTIVE-DATE TO H-PLACED-DATE
               MOVE HM-EXPIRY-DATE TO H-EXPIRY-DATE
               SET HOLD-IS-ACTIVE TO TRUE
               MOVE SPACES TO H-RELEASED-DATE
               MOVE H-HOLD-SEQ TO HM-HOLD-SEQ
               WRITE HOLD-REC
                   INVALID KEY
                       MOVE 'DUPLICATE HOLD' TO WS-REJECT-REASON
                       SET ITEM-REJECTED TO TRUE
               END-WRITE
           END-IF.

       2200-APPLY-AMEND.
      * Зміна чинного блокування: заповнені поля запису
      * замінюють збережені (сума, дата закінчення, причина);
      * зняте чи прострочене блокування не відновлюється -
      * для цього накладається нове.
           MOVE HM-ACCOUNT-NUM TO H-ACCOUNT-NUM
           MOVE HM-HOLD-SEQ TO H-HOLD-SEQ
           READ HOLDS-FILE
               INVALID KEY
                   MOVE 'HOLD NOT FOUND' TO WS-REJECT-REASON
                   SET ITEM-REJECTED TO TRUE
               NOT INVALID KEY
                   IF NOT HOLD-IS-ACTIVE
                       MOVE 'HOLD NOT ACTIVE' TO WS-REJECT-REASON
                       SET ITEM-REJECTED TO TRUE
                   ELSE
                   IF HM-AMOUNT NUMERIC AND HM-AMOUNT = 0
                       MOVE 'INVALID AMOUNT' TO WS-REJECT-REASON
                       SET ITEM-REJECTED TO TRUE
                   ELSE
                   IF HM-EXPIRY-DATE NOT = SPACES
                           AND (HM-EXPIRY-DATE NOT NUMERIC
                               OR HM-EXPIRY-DATE < WS-EFFECTIVE-DATE)
                       MOVE 'INVALID EXPIRY DATE' TO WS-REJECT-REASON
                       SET ITEM-REJECTED TO TRUE
                   ELSE
                       IF HM-AMOUNT NUMERIC
                           MOVE HM-AMOUNT TO H-AMOUNT
                       END-IF
                       IF HM-EXPIRY-DATE NOT = SPACES
                           MOVE HM-EXPIRY-DATE TO H-EXPIRY-DATE
                       END-IF
                       IF HM-REASON = 'G' OR HM-REASON = 'L'
                               OR HM-REASON = 'U' OR HM-REASON = 'O'
                           MOVE HM-REASON TO H-REASON
                       END-IF
                       IF HM-REASON-TEXT NOT = SPACES
                           MOVE HM-REASON-TEXT TO H-REASON-TEXT
                       END-IF
                       REWRITE HOLD-REC
                   END-IF
                   END-IF
                   END-IF
           END-READ.

       2300-APPLY-RELEASE.
      * Зняття залишає запис у файлі зі статусом 'R' і датою
      * зняття - історія блокувань рахунку не губиться.
           MOVE HM-ACCOUNT-NUM TO H-ACCOUNT-NUM
           MOVE HM-HOLD-SEQ TO H-HOLD-SEQ
           READ HOLDS-FILE
               INVALID KEY
                   MOVE 'HOLD NOT FOUND' TO WS-REJECT-REASON
                   SET ITEM-REJECTED TO TRUE
               NOT INVALID KEY
                   IF NOT HOLD-IS-ACTIVE
                       MOVE 'HOLD NOT ACTIVE' TO WS-REJECT-REASON
                       SET ITEM-REJECTED TO TRUE
                   ELSE
                       SET HOLD-IS-RELEASED TO TRUE
                       MOVE WS-EFFECTIVE-DATE TO H-RELEASED-DATE
                       REWRITE HOLD-REC
                   END-IF
           END-READ.

       2800-WRITE-REPORT-LINE.
           MOVE HM-FUNC-CODE TO ML-FUNC
           MOVE HM-ACCOUNT-NUM TO ML-ACCT
           IF HM-HOLD-SEQ NUMERIC
               MOVE HM-HOLD-SEQ TO ML-SEQ
           ELSE
               MOVE ZERO TO ML-SEQ
           END-IF
           IF ITEM-APPLIED
               ADD 1 TO WS-ITEMS-APPLIED
               MOVE 'APPLIED  ' TO ML-DISPOSITION
               MOVE SPACES TO ML-REASON
           ELSE
               ADD 1 TO WS-ITEMS-REJECTED
               MOVE 'REJECTED ' TO ML-DISPOSITION
               MOVE WS-REJECT-REASON TO ML-REASON
           END-IF
           WRITE MAINT-REPORT-REC FROM WS-MAINT-LINE.

       3000-TERMINATE.
           MOVE SPACES TO TL-TEXT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-TEXT-LINE

           MOVE 'ITEMS READ' TO TL-LABEL
           MOVE WS-ITEMS-READ TO TL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'ITEMS APPLIED' TO TL-LABEL
           MOVE WS-ITEMS-APPLIED TO TL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-LINE

           MOVE 'ITEMS REJECTED' TO TL-LABEL
           MOVE WS-ITEMS-REJECTED TO TL-COUNT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-LINE

           CLOSE MAINT-FILE
           CLOSE HOLDS-FILE
           CLOSE MASTER-FILE
           CLOSE MAINT-REPORT-FILE
           DISPLAY 'HOLD-MAINT COMPLETE. READ: ' WS-ITEMS-READ
                   ' APPLIED: ' WS-ITEMS-APPLIED
                   ' REJECTED: ' WS-ITEMS-REJECTED.
