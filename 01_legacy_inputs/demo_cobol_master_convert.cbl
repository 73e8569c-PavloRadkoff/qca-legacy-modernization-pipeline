       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-CONVERT.
       AUTHOR. COBALT-LEGACY-ENGINE.
       DATE-WRITTEN. 2026-10-15.

      * Одноразове переведення файлів рахунків на розширений
      * запис MASTER-REC (69 -> 104 байти: поля строкового
      * вкладу M-TERM-MONTHS .. M-TERM-START-DATE дописано в
      * кінець запису). Перед запуском оператор перейменовує
      * старі файли: MASTER.DAT -> MASTER-OLD.DAT і
      * ACCT-OFFLOAD.DAT -> ACCT-OFFLOAD-OLD.DAT. Програма
      * читає старий MASTER у порядку ключа і пише новий
      * індексний MASTER.DAT, а архів вивантажених рахунків
      * ACCT-OFFLOAD.DAT (85 -> 120 байтів) переформатовує тим
      * самим способом. Нові поля: строк і ставка договору -
      * нулі, дати, інструкція на строк і рахунок розрахунку -
      * пробіли, тобто рахунок не є строковим вкладом.
      * Вихідний файл відкривається лише тоді, коли зі старого
      * прочитано перший запис: повторний запуск без старого
      * файлу нічого не затирає. Запускається один раз перед
      * першим денним прогоном на новому макеті, поза ланцюгом
      * STEP-CONTROL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLD-MASTER-FILE
               ASSIGN TO 'DATA/MASTER-OLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS OM-ACCOUNT-NUM.
           SELECT MASTER-FILE ASSIGN TO 'DATA/MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS M-ACCOUNT-NUM.
           SELECT OPTIONAL OLD-OFFLOAD-FILE
               ASSIGN TO 'DATA/ACCT-OFFLOAD-OLD.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCT-OFFLOAD-FILE
               ASSIGN TO 'DATA/ACCT-OFFLOAD.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONVERT-REPORT-FILE
               ASSIGN TO 'DATA/MASTER-CONVERT.PRN'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Попередній макет MASTER-REC (69 байтів).
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-REC.
           05  OM-ACCOUNT-NUM     PIC X(10).
           05  OM-BALANCE         PIC S9(9)V99.
           05  OM-STATUS          PIC X(01).
           05  OM-ACCOUNT-TYPE    PIC X(01).
           05  OM-INTEREST-RATE   PIC 9V9(4).
           05  OM-LAST-ACTIVITY-DATE PIC X(08).
           05  OM-LAST-INTEREST-DATE PIC X(08).
           05  OM-OVERDRAFT-LIMIT PIC 9(7)V99.
           05  OM-OVERDRAWN-SINCE PIC X(08).
           05  OM-LAST-FEE-DATE   PIC X(08).

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

      * Попередній макет ACCT-OFFLOAD-REC (85 байтів).
       FD  OLD-OFFLOAD-FILE.
       01  OLD-OFFLOAD-REC.
           05  OO-MASTER-DATA     PIC X(69).
           05  OO-OFFLOAD-DATE    PIC X(08).
           05  OO-RUN-ID          PIC X(08).

       FD  ACCT-OFFLOAD-FILE.
       01  ACCT-OFFLOAD-REC.
           05  OFF-MASTER-DATA    PIC X(104).
           05  OFF-OFFLOAD-DATE   PIC X(08).
           05  OFF-RUN-ID         PIC X(08).

       FD  CONVERT-REPORT-FILE.
       01  CONVERT-REPORT-REC    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
               88 END-OF-INPUT   VALUE 'Y'.
      * Старий запис MASTER у розмітці, з якої будується новий
      * (для переформатування даних архіву вивантажених).
       01  WS-OLD-MASTER-DATA.
           05  WO-ACCOUNT-NUM     PIC X(10).
           05  WO-BALANCE         PIC S9(9)V99.
           05  WO-STATUS          PIC X(01).
           05  WO-ACCOUNT-TYPE    PIC X(01).
           05  WO-INTEREST-RATE   PIC 9V9(4).
           05  WO-LAST-ACTIVITY-DATE PIC X(08).
           05  WO-LAST-INTEREST-DATE PIC X(08).
           05  WO-OVERDRAFT-LIMIT PIC 9(7)V99.
           05  WO-OVERDRAWN-SINCE PIC X(08).
           05  WO-LAST-FEE-DATE   PIC X(08).
       01  WS-COUNTERS.
           05  WS-MASTER-READ    PIC 9(07) VALUE 0.
           05  WS-MASTER-WRITTEN PIC 9(07) VALUE 0.
           05  WS-MASTER-REJECTED PIC 9(07) VALUE 0.
           05  WS-OFFLOAD-READ   PIC 9(07) VALUE 0.
           05  WS-OFFLOAD-WRITTEN PIC 9(07) VALUE 0.
       01  WS-ITEM-LINE.
           05  CL-DISPOSITION    PIC X(12).
           05  CL-ACCT           PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  CL-REASON         PIC X(24).
       01  WS-TOTALS-LINE.
           05  TL-LABEL          PIC X(24).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(07) VALUE 'COUNT: '.
           05  TL-COUNT          PIC Z(6)9.
       01  WS-TOTALS-TEXT-LINE.
           05  TL-TEXT           PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CONVERT-MASTER-FILE.
           PERFORM 3000-CONVERT-OFFLOAD-FILE.
           PERFORM 4000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT CONVERT-REPORT-FILE
           MOVE '==== MASTER RECORD LAYOUT CONVERSION ====' TO TL-TEXT
           WRITE CONVERT-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE SPACES TO TL-TEXT
           WRITE CONVERT-REPORT-REC FROM WS-TOTALS-TEXT-LINE.

       2000-CONVERT-MASTER-FILE.
      * Новий MASTER.DAT відкривається лише після першого
      * прочитаного старого запису (див. заголовок).
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OLD-MASTER-FILE
           PERFORM 2100-READ-OLD-MASTER
           IF END-OF-INPUT
               DISPLAY 'MASTER-CONVERT: NO MASTER-OLD.DAT - '
                       'MASTER NOT CONVERTED'
               MOVE 'MASTER-OLD.DAT EMPTY OR MISSING - SKIPPED'
                   TO TL-TEXT
               WRITE CONVERT-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           ELSE
               OPEN OUTPUT MASTER-FILE
               PERFORM 2200-CONVERT-ONE-MASTER
                   UNTIL END-OF-INPUT
               CLOSE MASTER-FILE
           END-IF
           CLOSE OLD-MASTER-FILE.

       2100-READ-OLD-MASTER.
           READ OLD-MASTER-FILE NEXT RECORD
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END ADD 1 TO WS-MASTER-READ
           END-READ.

       2200-CONVERT-ONE-MASTER.
           MOVE OLD-MASTER-REC TO WS-OLD-MASTER-DATA
           PERFORM 2300-BUILD-NEW-MASTER
           WRITE MASTER-REC
               INVALID KEY
                   ADD 1 TO WS-MASTER-REJECTED
                   MOVE 'REJECTED:   ' TO CL-DISPOSITION
                   MOVE M-ACCOUNT-NUM TO CL-ACCT
                   MOVE 'DUPLICATE OR OUT OF SEQ' TO CL-REASON
                   PERFORM 2250-WRITE-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-MASTER-WRITTEN
           END-WRITE
           PERFORM 2100-READ-OLD-MASTER.

       2250-WRITE-REJECT-LINE.
           WRITE CONVERT-REPORT-REC FROM WS-ITEM-LINE.

       2300-BUILD-NEW-MASTER.
      * Старі поля - як були; поля строкового вкладу порожні.
           MOVE WO-ACCOUNT-NUM TO M-ACCOUNT-NUM
           MOVE WO-BALANCE TO M-BALANCE
           MOVE WO-STATUS TO M-STATUS
           MOVE WO-ACCOUNT-TYPE TO M-ACCOUNT-TYPE
           MOVE WO-INTEREST-RATE TO M-INTEREST-RATE
           MOVE WO-LAST-ACTIVITY-DATE TO M-LAST-ACTIVITY-DATE
           MOVE WO-LAST-INTEREST-DATE TO M-LAST-INTEREST-DATE
           MOVE WO-OVERDRAFT-LIMIT TO M-OVERDRAFT-LIMIT
           MOVE WO-OVERDRAWN-SINCE TO M-OVERDRAWN-SINCE
           MOVE WO-LAST-FEE-DATE TO M-LAST-FEE-DATE
           MOVE ZERO TO M-TERM-MONTHS
           MOVE ZERO TO M-CONTRACT-RATE
           MOVE SPACES TO M-MATURITY-DATE
           MOVE SPACES TO M-MATURITY-INSTR
           MOVE SPACES TO M-SETTLE-ACCT
           MOVE SPACES TO M-TERM-START-DATE.

       3000-CONVERT-OFFLOAD-FILE.
      * Архів вивантажених: дані рахунку переформатовуються
      * як у 2300, дата і код прогону вивантаження - без змін.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OLD-OFFLOAD-FILE
           PERFORM 3100-READ-OLD-OFFLOAD
           IF END-OF-INPUT
               DISPLAY 'MASTER-CONVERT: NO ACCT-OFFLOAD-OLD.DAT - '
                       'OFFLOAD NOT CONVERTED'
               MOVE 'ACCT-OFFLOAD-OLD.DAT EMPTY OR MISSING - SKIPPED'
                   TO TL-TEXT
               WRITE CONVERT-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           ELSE
               OPEN OUTPUT ACCT-OFFLOAD-FILE
               PERFORM 3200-CONVERT-ONE-OFFLOAD
                   UNTIL END-OF-INPUT
               CLOSE ACCT-OFFLOAD-FILE
           END-IF
           CLOSE OLD-OFFLOAD-FILE.

       3100-READ-OLD-OFFLOAD.
           READ OLD-OFFLOAD-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END ADD 1 TO WS-OFFLOAD-READ
           END-READ.

       3200-CONVERT-ONE-OFFLOAD.
           MOVE OO-MASTER-DATA TO WS-OLD-MASTER-DATA
           PERFORM 2300-BUILD-NEW-MASTER
           MOVE MASTER-REC TO OFF-MASTER-DATA
           MOVE OO-OFFLOAD-DATE TO OFF-OFFLOAD-DATE
           MOVE OO-RUN-ID TO OFF-RUN-ID
           WRITE ACCT-OFFLOAD-REC
           ADD 1 TO WS-OFFLOAD-WRITTEN
           PERFORM 3100-READ-OLD-OFFLOAD.

       4000-TERMINATE.
           MOVE SPACES TO TL-TEXT
           WRITE CONVERT-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE 'MASTER RECORDS READ' TO TL-LABEL
           MOVE WS-MASTER-READ TO TL-COUNT
           WRITE CONVERT-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'MASTER RECORDS WRITTEN' TO TL-LABEL
           MOVE WS-MASTER-WRITTEN TO TL-COUNT
           WRITE CONVERT-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'MASTER RECORDS REJECTED' TO TL-LABEL
           MOVE WS-MASTER-REJECTED TO TL-COUNT
           WRITE CONVERT-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'OFFLOAD RECORDS READ' TO TL-LABEL
           MOVE WS-OFFLOAD-READ TO TL-COUNT
           WRITE CONVERT-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'OFFLOAD RECORDS WRITTEN' TO TL-LABEL
           MOVE WS-OFFLOAD-WRITTEN TO TL-COUNT
           WRITE CONVERT-REPORT-REC FROM WS-TOTALS-LINE
           CLOSE CONVERT-REPORT-FILE
           DISPLAY 'MASTER-CONVERT COMPLETE. MASTER: '
                   WS-MASTER-WRITTEN
                   ' OFFLOAD: ' WS-OFFLOAD-WRITTEN.
