      * запису довідника на рахунок), що дає STMT-GEN змогу
      * друкувати ім'я і адресу в шапці виписки та об'єднувати
      * виписки рахунків одного клієнта в одну розсилку.
      * Подвійний контроль (maker-checker), як в ACCT-MAINT:
      * кожен запис CUST-MAINT.DAT несе код виконавця і стає у
      * спільну чергу змін MAINT-PENDING.DAT; застосовується
      * лише зміна, затверджена іншим оператором у
      * MAINT-APPROVE. Відхилені контролером і прострочені
      * пункти знімаються з черги і дописуються у
      * MAINT-PENDING-HIST.DAT; пункти ACCT-MAINT лишаються у
      * черзі без змін.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAINT-FILE
               ASSIGN TO 'DATA/CUST-MAINT.DAT'
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
           SELECT OPTIONAL CUST-MASTER-FILE
               ASSIGN TO 'DATA/CUST-MASTER.DAT'
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
       01  MAINT-INPUT-REC       PIC X(157).

      * Черга змін під подвійним контролем, спільна з ACCT-MAINT
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

       FD  CUST-MASTER-FILE.
       01  CUST-MASTER-REC.
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
       01  MAINT-REPORT-REC      PIC X(112).

       FD  PARM-FILE.
       01  PARM-REC.
           05  PARM-OFFLOAD-YEARS PIC 9(02).

       WORKING-STORAGE SECTION.
      * Запис супроводу (з вхідного файлу або з PQ-DATA черги).
       01  MAINT-REC.
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
           05  WS-ITEMS-READ     PIC 9(07) VALUE 0.
           05  WS-ITEMS-APPLIED  PIC 9(07) VALUE 0.
           05  WS-ITEMS-REJECTED PIC 9(07) VALUE 0.
           05  WS-ITEMS-QUEUED   PIC 9(07) VALUE 0.
           05  WS-ITEMS-CHK-REJECTED PIC 9(07) VALUE 0.
           05  WS-ITEMS-EXPIRED  PIC 9(07) VALUE 0.
           05  WS-ITEMS-PENDING  PIC 9(07) VALUE 0.
      * Строк очікування рішення контролера (як в ACCT-MAINT).
       01  WS-QUEUE-LIMITS.
           05  WS-PENDING-EXPIRY-DAYS PIC 9(03) VALUE 5.
       01  WS-PENDING-AGE-CALC.
           05  WS-RUN-DATE-NUM   PIC 9(08) VALUE 0.
           05  WS-ENTRY-DATE-NUM PIC 9(08) VALUE 0.
           05  WS-PENDING-DAYS   PIC S9(09) VALUE 0.
       01  WS-QUEUE-OUTCOME      PIC X(01) VALUE SPACE.
       01  WS-REJECT-REASON      PIC X(20).
       01  WS-RUN-INFO.
           05  WS-RUN-DATE       PIC X(08) VALUE SPACES.
           05  ML-REASON         PIC X(20).
           05  FILLER            PIC X(05) VALUE ' RUN:'.
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
           MOVE WS-RUN-ID TO ML-RUN-ID
           CLOSE PARM-FILE

           OPEN I-O CUST-MASTER-FILE
           OPEN I-O CUST-XREF-FILE
           OPEN INPUT MASTER-FILE
           OPEN OUTPUT MAINT-REPORT-FILE
           OPEN EXTEND PENDING-HIST-FILE

           MOVE '==== CUSTOMER MAINTENANCE ====' TO TL-TEXT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-TEXT-LINE
                  INTO TL-TEXT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE SPACES TO TL-TEXT
           WRITE MAINT-REPORT-REC FROM WS-TOTALS-TEXT-LINE.

       1500-QUEUE-NEW-ITEMS.
      * Прийом нових записів у чергу на затвердження (за
      * зразком 1500-QUEUE-NEW-ITEMS в ACCT-MAINT).
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
           SET PQ-IS-CUST-MAINT TO TRUE
           SET PQ-IS-PENDING TO TRUE
           MOVE CM-MAKER-ID TO PQ-MAKER-ID
           MOVE WS-RUN-DATE TO PQ-ENTRY-DATE
           MOVE MAINT-REC TO PQ-DATA
           IF CM-MAKER-ID = SPACES
               ADD 1 TO WS-ITEMS-REJECTED
               MOVE 'REJECTED ' TO ML-DISPOSITION
               MOVE 'MAKER ID MISSING' TO ML-REASON
           ELSE
               ADD 1 TO WS-ITEMS-QUEUED
               MOVE 'QUEUED   ' TO ML-DISPOSITION
               MOVE SPACES TO ML-REASON
           END-IF
           PERFORM 2800-WRITE-REPORT-LINE
           IF CM-MAKER-ID NOT = SPACES
               WRITE PENDING-REC
           END-IF.

       1600-CYCLE-QUEUE-TO-WORK.
      * Черга переписується через робочий файл; назад ідуть
      * лише пункти в очікуванні і чужі (ACCT-MAINT).
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
           IF NOT PQ-IS-CUST-MAINT
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
           PERFORM 2010-READ-NEXT-QUEUE-ENTRY.

       2010-READ-NEXT-QUEUE-ENTRY.
           READ PENDING-WORK-FILE
               AT END SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE PENDING-WORK-REC TO PENDING-REC
           END-READ.

       2030-CHECK-PENDING-AGE.
           MOVE ZERO TO WS-PENDING-DAYS
           IF WS-RUN-DATE NUMERIC AND PQ-ENTRY-DATE NUMERIC
               MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
               MOVE PQ-ENTRY-DATE TO WS-ENTRY-DATE-NUM
               COMPUTE WS-PENDING-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE-NUM)
           END-IF
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

       2040-WRITE-QUEUE-HISTORY.
           MOVE PENDING-REC TO PH-QUEUE-ENTRY
           MOVE WS-QUEUE-OUTCOME TO PH-OUTCOME
           MOVE ML-REASON TO PH-REASON
           MOVE WS-RUN-DATE TO PH-RUN-DATE
           MOVE WS-RUN-ID TO PH-RUN-ID
           WRITE PENDING-HIST-REC.

       2050-APPLY-APPROVED-ITEM.
      * Самозатвердження відмовляється і тут, при застосуванні.
           SET ITEM-APPLIED TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF PQ-CHECKER-ID = SPACES OR PQ-CHECKER-ID = PQ-MAKER-ID
               MOVE 'SELF-APPROVAL' TO WS-REJECT-REASON
               SET ITEM-REJECTED TO TRUE
           ELSE
           EVALUATE TRUE
               WHEN CM-IS-OPEN
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
      * Відкриття клієнта: дублікат ключа відхиляється через
           MOVE CM-FUNC-CODE TO ML-FUNC
           MOVE CM-CUST-NUM TO ML-CUST
           MOVE CM-ACCOUNT-NUM TO ML-ACCT
           MOVE PQ-MAKER-ID TO ML-MAKER
           MOVE PQ-CHECKER-ID TO ML-CHECKER
           WRITE MAINT-REPORT-REC FROM WS-MAINT-LINE.

       3000-TERMINATE.
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

           CLOSE PENDING-WORK-FILE
           CLOSE PENDING-FILE
           CLOSE PENDING-HIST-FILE
           CLOSE CUST-MASTER-FILE
           CLOSE CUST-XREF-FILE
           CLOSE MASTER-FILE
           CLOSE MAINT-REPORT-FILE
           DISPLAY 'CUST-MAINT COMPLETE. READ: ' WS-ITEMS-READ
                   ' APPLIED: ' WS-ITEMS-APPLIED
                   ' REJECTED: ' WS-ITEMS-REJECTED
                   ' PENDING: ' WS-ITEMS-PENDING.
