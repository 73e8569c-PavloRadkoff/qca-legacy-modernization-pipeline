       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEG-AUDIT.
       AUTHOR. COBALT-LEGACY-ENGINE.
       DATE-WRITTEN. 2026-10-15.

      * Перевірка посилальної цілісності між файлами. Файли
      * посилаються один на одного лише номером рахунку, і ніщо
      * не стежить, чи посилання ще живе. Крок пакетного вікна
      * після TRANS-REINJ (дані вже в тому стані, з яким
      * почнеться наступний день); нічого не змінює, лише
      * звітує у INTEG-AUDIT.PRN за правилами:
      * (1) осиротілі посилання - прив'язка CUST-XREF.DAT на
      *     рахунок, якого немає у MASTER.DAT (вивантажений
      *     ACCT-OFFLOAD чи невідомий), або на клієнта, якого
      *     немає у CUST-MASTER.DAT; постійні доручення,
      *     запарковані транзакції і пункти саспенсу, перенесені
      *     на подальший розгляд, на рахунок, якого немає;
      * (2) діючі клієнти без жодного рахунку у MASTER.DAT;
      * (3) незакриті рахунки без клієнта (немає прив'язки або
      *     клієнт закритий);
      * (4) доручення і запарковані пункти на рахунок, на який
      *     провести не можна (заморожений чи закритий).
      * Рахунок-ціль перевіряється лише для переказу ('X') -
      * у решти типів це поле не рахунок банку.
      * Винятки збираються сортуванням (правило, ключ), тож
      * кількість не обмежена; вивантажені рахунки
      * відрізняються від невідомих злиттям з відсортованим
      * ACCT-OFFLOAD.DAT. Клієнти з рахунками визначаються так
      * само: ключі клієнтів живих прив'язок сортуються і
      * зливаються з CUST-MASTER.DAT у порядку ключа.
      * Якщо винятків більше за поріг з INTEG-PARM.DAT, крок
      * завершується статусом 'W' (попередження) замість 'C' -
      * для порядку кроків це теж завершення.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'DATA/EOD-PARM.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL INTEG-PARM-FILE
               ASSIGN TO 'DATA/INTEG-PARM.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MASTER-FILE ASSIGN TO 'DATA/MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS M-ACCOUNT-NUM.
           SELECT OPTIONAL CUST-MASTER-FILE
               ASSIGN TO 'DATA/CUST-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS C-CUST-NUM.
           SELECT OPTIONAL CUST-XREF-FILE
               ASSIGN TO 'DATA/CUST-XREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS X-ACCOUNT-NUM.
           SELECT OPTIONAL STO-ORDERS-FILE
               ASSIGN TO 'DATA/STO-ORDERS.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL WAREHOUSE-FILE
               ASSIGN TO 'DATA/TRANS-WAREHOUSE.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-REMAIN-FILE
               ASSIGN TO 'DATA/TRANS-SUSPENSE-REMAIN.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ACCT-OFFLOAD-FILE
               ASSIGN TO 'DATA/ACCT-OFFLOAD.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OFFLOAD-SORT-FILE
               ASSIGN TO 'DATA/INTEG-OFFLOAD.SRT'.
           SELECT OFFLOAD-KEY-FILE
               ASSIGN TO 'DATA/INTEG-OFFLOAD.WRK'
               ORGANIZATION IS SEQUENTIAL.
           SELECT LINK-SORT-FILE
               ASSIGN TO 'DATA/INTEG-LINK.SRT'.
           SELECT LINK-WORK-FILE
               ASSIGN TO 'DATA/INTEG-LINK.WRK'
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-SORT-FILE
               ASSIGN TO 'DATA/INTEG-EXCEPT.SRT'.
           SELECT INTEG-REPORT-FILE
               ASSIGN TO 'DATA/INTEG-AUDIT.PRN'
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

      * Поріг попередження (за зразком INSURE-PARM.DAT у
      * DEP-INSURE - окремий parm-файл кроку).
       FD  INTEG-PARM-FILE.
       01  INTEG-PARM-REC.
           05  IA-EXCEPTION-THRESHOLD PIC 9(05).

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

       FD  CUST-MASTER-FILE.
       01  CUST-MASTER-REC.
           05  C-CUST-NUM        PIC X(10).
           05  C-CUST-NAME       PIC X(30).
           05  C-ADDR-LINE-1     PIC X(30).
           05  C-ADDR-LINE-2     PIC X(30).
           05  C-ADDR-LINE-3     PIC X(30).
           05  C-STATUS          PIC X(01).
               88 CUST-IS-ACTIVE VALUE 'A'.
               88 CUST-IS-CLOSED VALUE 'C'.
           05  C-OPEN-DATE       PIC X(08).

       FD  CUST-XREF-FILE.
       01  CUST-XREF-REC.
           05  X-ACCOUNT-NUM     PIC X(10).
           05  X-CUST-NUM        PIC X(10).

       FD  STO-ORDERS-FILE.
       01  STO-ORDER-REC.
           05  STO-ACCOUNT-NUM   PIC X(10).
           05  STO-TRANS-TYPE    PIC X(01).
           05  STO-TARGET-ACCT   PIC X(10).
           05  STO-AMOUNT        PIC 9(7)V99.
           05  STO-FREQUENCY     PIC X(01).
           05  STO-NEXT-DUE-DATE PIC X(08).

       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-REC.
           05  WH-ACCOUNT-NUM     PIC X(10).
           05  WH-TRANS-TYPE      PIC X(01).
           05  WH-AMOUNT          PIC 9(7)V99.
           05  WH-TARGET-ACCT     PIC X(10).
           05  WH-TRANS-DATE      PIC X(08).
           05  WH-TRANS-REF       PIC X(15).
           05  WH-PARKED-DATE     PIC X(08).
           05  WH-PARKED-RUN-ID   PIC X(08).

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

       FD  ACCT-OFFLOAD-FILE.
       01  ACCT-OFFLOAD-REC.
           05  OFF-MASTER-DATA.
               10  OFF-ACCOUNT-NUM PIC X(10).
               10  FILLER          PIC X(94).
           05  OFF-OFFLOAD-DATE   PIC X(08).
           05  OFF-RUN-ID         PIC X(08).

       SD  OFFLOAD-SORT-FILE.
       01  OFFLOAD-SORT-REC.
           05  OS-ACCOUNT-NUM     PIC X(10).
           05  OS-OFFLOAD-DATE    PIC X(08).

       FD  OFFLOAD-KEY-FILE.
       01  OFFLOAD-KEY-REC.
           05  OK-ACCOUNT-NUM     PIC X(10).
           05  OK-OFFLOAD-DATE    PIC X(08).

       SD  LINK-SORT-FILE.
       01  LINK-SORT-REC.
           05  LS-CUST-NUM        PIC X(10).

       FD  LINK-WORK-FILE.
       01  LINK-WORK-REC.
           05  LW-CUST-NUM        PIC X(10).

      * Виняток: правило, ключ (рахунок чи клієнт), джерело і
      * порядковий номер - для стабільного порядку у звіті.
       SD  EXCEPTION-SORT-FILE.
       01  EXCEPTION-SORT-REC.
           05  EX-RULE            PIC 9(01).
           05  EX-KEY             PIC X(10).
           05  EX-SOURCE          PIC X(09).
           05  EX-SEQ             PIC 9(07).
           05  EX-OTHER           PIC X(10).
           05  EX-REASON          PIC X(20).
           05  EX-MISSING-SIDE    PIC X(01).
               88 EX-ACCT-MISSING    VALUE 'A'.
               88 EX-TARGET-MISSING  VALUE 'T'.
           05  EX-DATE            PIC X(08).
           05  EX-AMOUNT-FLAG     PIC X(01).
               88 EX-HAS-AMOUNT   VALUE 'Y'.
           05  EX-AMOUNT          PIC S9(9)V99.

       FD  INTEG-REPORT-FILE.
       01  INTEG-REPORT-REC      PIC X(80).

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
           05  WS-MASTER-EOF-FLAG PIC X(01) VALUE 'N'.
               88 END-OF-MASTER  VALUE 'Y'.
           05  WS-CUST-EOF-FLAG  PIC X(01) VALUE 'N'.
               88 END-OF-CUST    VALUE 'Y'.
           05  WS-EXC-EOF-FLAG   PIC X(01) VALUE 'N'.
               88 END-OF-EXCEPTIONS VALUE 'Y'.
           05  WS-ACCT-FOUND-FLAG PIC X(01) VALUE 'N'.
               88 ACCT-ON-MASTER VALUE 'Y'.
           05  WS-CUST-FOUND-FLAG PIC X(01) VALUE 'N'.
               88 CUST-ON-FILE   VALUE 'Y'.
       01  WS-RUN-INFO.
           05  WS-RUN-DATE       PIC X(08) VALUE SPACES.
           05  WS-RUN-ID         PIC X(08) VALUE SPACES.
      * Поріг за замовчуванням, якщо INTEG-PARM.DAT відсутній.
       01  WS-EXCEPTION-THRESHOLD PIC 9(05) VALUE 10.
      * Контроль порядку кроків пакетного вікна (журнал
      * STEP-CONTROL.DAT, за зразком ACCT-MAINT).
       01  WS-STEP-CONTROL-INFO.
           05  WS-STEP-NAME      PIC X(12) VALUE 'INTEG-AUDIT'.
           05  WS-STEP-PRED      PIC X(12) VALUE 'TRANS-REINJ'.
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
       01  WS-MERGE-KEYS.
           05  WS-LINK-KEY       PIC X(10) VALUE SPACES.
           05  WS-OFFLOAD-KEY    PIC X(10) VALUE SPACES.
           05  WS-OFFLOAD-DATE   PIC X(08) VALUE SPACES.
      * Поточний пункт на перевірці: обидва рахунки, тип і
      * дані для рядка звіту.
       01  WS-ITEM-CHECK.
           05  WS-ITEM-SOURCE    PIC X(09) VALUE SPACES.
           05  WS-ITEM-ACCT      PIC X(10) VALUE SPACES.
           05  WS-ITEM-TYPE      PIC X(01) VALUE SPACE.
           05  WS-ITEM-TARGET    PIC X(10) VALUE SPACES.
           05  WS-ITEM-DATE      PIC X(08) VALUE SPACES.
           05  WS-ITEM-AMOUNT    PIC 9(7)V99 VALUE 0.
       01  WS-EXC-SEQ            PIC 9(07) VALUE 0.
       01  WS-CURR-RULE          PIC 9(01) VALUE 0.
       01  WS-RULE-IDX           PIC 9(01) VALUE 0.
       01  WS-RULE-NAMES.
           05  FILLER            PIC X(40)
               VALUE '1. ORPHAN LINKS'.
           05  FILLER            PIC X(40)
               VALUE '2. CUSTOMERS WITH NO ACCOUNTS'.
           05  FILLER            PIC X(40)
               VALUE '3. ACTIVE ACCOUNTS WITH NO CUSTOMER'.
           05  FILLER            PIC X(40)
               VALUE '4. ITEMS AGAINST NON-POSTABLE ACCOUNTS'.
       01  WS-RULE-TABLE REDEFINES WS-RULE-NAMES.
           05  WS-RULE-NAME      OCCURS 4 TIMES PIC X(40).
       01  WS-RULE-COUNTS.
           05  WS-RULE-COUNT     OCCURS 4 TIMES PIC 9(07).
       01  WS-COUNTERS.
           05  WS-XREF-READ      PIC 9(07) VALUE 0.
           05  WS-MASTER-READ    PIC 9(07) VALUE 0.
           05  WS-CUST-READ      PIC 9(07) VALUE 0.
           05  WS-STO-READ       PIC 9(07) VALUE 0.
           05  WS-WHSE-READ      PIC 9(07) VALUE 0.
           05  WS-REMAIN-READ    PIC 9(07) VALUE 0.
           05  WS-EXCEPTIONS     PIC 9(07) VALUE 0.
       01  WS-HEADER-LINE.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'SOURCE'.
           05  FILLER            PIC X(11) VALUE 'KEY'.
           05  FILLER            PIC X(11) VALUE 'OTHER'.
           05  FILLER            PIC X(21) VALUE 'REASON'.
           05  FILLER            PIC X(09) VALUE 'DATE'.
           05  FILLER            PIC X(13) VALUE '       AMOUNT'.
       01  WS-EXCEPTION-LINE.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  EL-SOURCE         PIC X(09).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  EL-KEY            PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  EL-OTHER          PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  EL-REASON         PIC X(20).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  EL-DATE           PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  EL-AMOUNT         PIC -(9)9.99.
           05  EL-AMOUNT-X REDEFINES EL-AMOUNT PIC X(13).
       01  WS-TOTALS-LINE.
           05  TL-LABEL          PIC X(26).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(07) VALUE 'COUNT: '.
           05  TL-COUNT          PIC Z(6)9.
       01  WS-TOTALS-TEXT-LINE.
           05  TL-TEXT           PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE.
           SORT OFFLOAD-SORT-FILE
               ON ASCENDING KEY OS-ACCOUNT-NUM
               INPUT PROCEDURE IS 1400-RELEASE-OFFLOAD-KEYS
               GIVING OFFLOAD-KEY-FILE.
           SORT LINK-SORT-FILE
               ON ASCENDING KEY LS-CUST-NUM
               INPUT PROCEDURE IS 1500-RELEASE-LINKED-CUSTS
               GIVING LINK-WORK-FILE.
           SORT EXCEPTION-SORT-FILE
               ON ASCENDING KEY EX-RULE EX-KEY EX-SOURCE EX-SEQ
               INPUT PROCEDURE IS 2000-COLLECT-EXCEPTIONS
               OUTPUT PROCEDURE IS 3000-PRINT-EXCEPTIONS.
           PERFORM 4000-TERMINATE.
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

           OPEN INPUT INTEG-PARM-FILE
           READ INTEG-PARM-FILE
               AT END
                   MOVE ZERO TO IA-EXCEPTION-THRESHOLD
           END-READ
           IF IA-EXCEPTION-THRESHOLD NUMERIC
                   AND IA-EXCEPTION-THRESHOLD > 0
               MOVE IA-EXCEPTION-THRESHOLD TO WS-EXCEPTION-THRESHOLD
           END-IF
           CLOSE INTEG-PARM-FILE

           PERFORM 1100-CHECK-STEP-CONTROL

           INITIALIZE WS-RULE-COUNTS
           OPEN OUTPUT INTEG-REPORT-FILE
           MOVE '==== FILE INTEGRITY AUDIT ====' TO TL-TEXT
           WRITE INTEG-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE SPACES TO TL-TEXT
           STRING 'RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE  DELIMITED BY SIZE
                  '   RUN ID: ' DELIMITED BY SIZE
                  WS-RUN-ID    DELIMITED BY SIZE
                  INTO TL-TEXT
           WRITE INTEG-REPORT-REC FROM WS-TOTALS-TEXT-LINE

           OPEN INPUT MASTER-FILE
           OPEN INPUT CUST-MASTER-FILE
           OPEN INPUT CUST-XREF-FILE.

       1100-CHECK-STEP-CONTROL.
      * Контроль порядку кроків вікна: крок відмовляється
      * стартувати, поки попередник за цю дату не завершився,
      * і не повторюється після завершення без операторського
      * override (за зразком ACCT-MAINT). Завершенням власного
      * кроку вважається і 'C', і 'W'.
           IF WS-RUN-DATE = SPACES
               DISPLAY 'INTEG-AUDIT: NO RUN DATE - STEP CHECK SKIPPED'
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
                           IF SC-STATUS = 'C' OR SC-STATUS = 'W'
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
                   DISPLAY 'INTEG-AUDIT: STEP OVERRIDE ACCEPTED: '
                           WS-STEP-REFUSAL
               ELSE
                   DISPLAY 'INTEG-AUDIT: ' WS-STEP-REFUSAL
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

       1400-RELEASE-OFFLOAD-KEYS.
      * Ключі вивантажених рахунків - для розрізнення
      * "вивантажений" і "невідомий" у правилі 1.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCT-OFFLOAD-FILE
           PERFORM 1410-RELEASE-ONE-OFFLOAD
               UNTIL END-OF-INPUT
           CLOSE ACCT-OFFLOAD-FILE.

       1410-RELEASE-ONE-OFFLOAD.
           READ ACCT-OFFLOAD-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE OFF-ACCOUNT-NUM TO OS-ACCOUNT-NUM
                   MOVE OFF-OFFLOAD-DATE TO OS-OFFLOAD-DATE
                   RELEASE OFFLOAD-SORT-REC
           END-READ.

       1500-RELEASE-LINKED-CUSTS.
      * Клієнти, у яких є хоч один рахунок у MASTER.DAT (будь-
      * якого статусу): прив'язка на вивантажений чи невідомий
      * рахунок клієнта рахунком не забезпечує.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO X-ACCOUNT-NUM
           START CUST-XREF-FILE
               KEY IS NOT LESS THAN X-ACCOUNT-NUM
               INVALID KEY SET END-OF-INPUT TO TRUE
           END-START
           PERFORM 1510-RELEASE-ONE-LINK
               UNTIL END-OF-INPUT.

       1510-RELEASE-ONE-LINK.
           READ CUST-XREF-FILE NEXT RECORD
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE X-ACCOUNT-NUM TO M-ACCOUNT-NUM
                   READ MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE X-CUST-NUM TO LS-CUST-NUM
                           RELEASE LINK-SORT-REC
                   END-READ
           END-READ.

       2000-COLLECT-EXCEPTIONS.
           PERFORM 2100-CHECK-XREF-LINKS
           PERFORM 2200-CHECK-CUSTOMERS
           PERFORM 2300-CHECK-MASTER-ACCOUNTS
           PERFORM 2400-CHECK-STO-ORDERS
           PERFORM 2500-CHECK-WAREHOUSE
           PERFORM 2600-CHECK-SUSPENSE-REMAIN.

       2100-CHECK-XREF-LINKS.
      * Правило 1: кожна прив'язка має вести на наявний рахунок
      * і наявного клієнта.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE LOW-VALUES TO X-ACCOUNT-NUM
           START CUST-XREF-FILE
               KEY IS NOT LESS THAN X-ACCOUNT-NUM
               INVALID KEY SET END-OF-INPUT TO TRUE
           END-START
           PERFORM 2110-CHECK-ONE-LINK
               UNTIL END-OF-INPUT.

       2110-CHECK-ONE-LINK.
           READ CUST-XREF-FILE NEXT RECORD
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-XREF-READ
                   MOVE X-ACCOUNT-NUM TO M-ACCOUNT-NUM
                   READ MASTER-FILE
                       INVALID KEY
                           INITIALIZE EXCEPTION-SORT-REC
                           MOVE 1 TO EX-RULE
                           MOVE X-ACCOUNT-NUM TO EX-KEY
                           MOVE 'CUST-XREF' TO EX-SOURCE
                           MOVE X-CUST-NUM TO EX-OTHER
                           MOVE 'ACCT NOT ON MASTER' TO EX-REASON
                           SET EX-ACCT-MISSING TO TRUE
                           PERFORM 2900-RELEASE-EXCEPTION
                   END-READ
                   MOVE X-CUST-NUM TO C-CUST-NUM
                   READ CUST-MASTER-FILE
                       INVALID KEY
                           INITIALIZE EXCEPTION-SORT-REC
                           MOVE 1 TO EX-RULE
                           MOVE X-ACCOUNT-NUM TO EX-KEY
                           MOVE 'CUST-XREF' TO EX-SOURCE
                           MOVE X-CUST-NUM TO EX-OTHER
                           MOVE 'CUST NOT ON FILE' TO EX-REASON
                           PERFORM 2900-RELEASE-EXCEPTION
                   END-READ
           END-READ.

       2200-CHECK-CUSTOMERS.
      * Правило 2: прохід по CUST-MASTER.DAT у порядку ключа в
      * ногу з відсортованими клієнтами живих прив'язок (злиття
      * за зразком ACCT-OFFLOAD). Закритий клієнт без рахунків
      * винятком не є.
           OPEN INPUT LINK-WORK-FILE
           PERFORM 2220-READ-NEXT-LINK
           MOVE 'N' TO WS-CUST-EOF-FLAG
           MOVE LOW-VALUES TO C-CUST-NUM
           START CUST-MASTER-FILE
               KEY IS NOT LESS THAN C-CUST-NUM
               INVALID KEY SET END-OF-CUST TO TRUE
           END-START
           PERFORM 2210-CHECK-ONE-CUSTOMER
               UNTIL END-OF-CUST
           CLOSE LINK-WORK-FILE.

       2210-CHECK-ONE-CUSTOMER.
           READ CUST-MASTER-FILE NEXT RECORD
               AT END SET END-OF-CUST TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUST-READ
                   PERFORM 2220-READ-NEXT-LINK
                       UNTIL WS-LINK-KEY NOT < C-CUST-NUM
                   IF WS-LINK-KEY NOT = C-CUST-NUM
                           AND CUST-IS-ACTIVE
                       INITIALIZE EXCEPTION-SORT-REC
                       MOVE 2 TO EX-RULE
                       MOVE C-CUST-NUM TO EX-KEY
                       MOVE 'CUST-MAST' TO EX-SOURCE
                       MOVE 'NO ACCOUNT ON MASTER' TO EX-REASON
                       MOVE C-OPEN-DATE TO EX-DATE
                       PERFORM 2900-RELEASE-EXCEPTION
                   END-IF
           END-READ.

       2220-READ-NEXT-LINK.
           READ LINK-WORK-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-LINK-KEY
               NOT AT END
                   MOVE LW-CUST-NUM TO WS-LINK-KEY
           END-READ.

       2300-CHECK-MASTER-ACCOUNTS.
      * Правило 3: незакритий рахунок має бути прив'язаний до
      * діючого клієнта. Прив'язка на клієнта, якого немає у
      * файлі, вже названа у правилі 1 і тут не повторюється.
           MOVE 'N' TO WS-MASTER-EOF-FLAG
           MOVE LOW-VALUES TO M-ACCOUNT-NUM
           START MASTER-FILE
               KEY IS NOT LESS THAN M-ACCOUNT-NUM
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           PERFORM 2310-CHECK-ONE-ACCOUNT
               UNTIL END-OF-MASTER.

       2310-CHECK-ONE-ACCOUNT.
           READ MASTER-FILE NEXT RECORD
               AT END SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-READ
                   IF NOT IS-CLOSED
                       PERFORM 2320-CHECK-ACCOUNT-OWNER
                   END-IF
           END-READ.

       2320-CHECK-ACCOUNT-OWNER.
           INITIALIZE EXCEPTION-SORT-REC
           MOVE 3 TO EX-RULE
           MOVE M-ACCOUNT-NUM TO EX-KEY
           MOVE 'MASTER' TO EX-SOURCE
           MOVE M-LAST-ACTIVITY-DATE TO EX-DATE
           SET EX-HAS-AMOUNT TO TRUE
           MOVE M-BALANCE TO EX-AMOUNT
           MOVE M-ACCOUNT-NUM TO X-ACCOUNT-NUM
           READ CUST-XREF-FILE
               INVALID KEY
                   MOVE 'NO CUSTOMER LINK' TO EX-REASON
                   PERFORM 2900-RELEASE-EXCEPTION
               NOT INVALID KEY
                   MOVE X-CUST-NUM TO C-CUST-NUM
                   READ CUST-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF CUST-IS-CLOSED
                               MOVE X-CUST-NUM TO EX-OTHER
                               MOVE 'CUSTOMER CLOSED' TO EX-REASON
                               PERFORM 2900-RELEASE-EXCEPTION
                           END-IF
                   END-READ
           END-READ.

       2400-CHECK-STO-ORDERS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT STO-ORDERS-FILE
           PERFORM 2410-CHECK-ONE-ORDER
               UNTIL END-OF-INPUT
           CLOSE STO-ORDERS-FILE.

       2410-CHECK-ONE-ORDER.
           READ STO-ORDERS-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-STO-READ
                   MOVE 'STO-ORDER' TO WS-ITEM-SOURCE
                   MOVE STO-ACCOUNT-NUM TO WS-ITEM-ACCT
                   MOVE STO-TRANS-TYPE TO WS-ITEM-TYPE
                   MOVE STO-TARGET-ACCT TO WS-ITEM-TARGET
                   MOVE STO-NEXT-DUE-DATE TO WS-ITEM-DATE
                   MOVE STO-AMOUNT TO WS-ITEM-AMOUNT
                   PERFORM 2800-CHECK-ITEM-ACCOUNTS
           END-READ.

       2500-CHECK-WAREHOUSE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT WAREHOUSE-FILE
           PERFORM 2510-CHECK-ONE-PARKED
               UNTIL END-OF-INPUT
           CLOSE WAREHOUSE-FILE.

       2510-CHECK-ONE-PARKED.
           READ WAREHOUSE-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-WHSE-READ
                   MOVE 'WAREHOUSE' TO WS-ITEM-SOURCE
                   MOVE WH-ACCOUNT-NUM TO WS-ITEM-ACCT
                   MOVE WH-TRANS-TYPE TO WS-ITEM-TYPE
                   MOVE WH-TARGET-ACCT TO WS-ITEM-TARGET
                   MOVE WH-TRANS-DATE TO WS-ITEM-DATE
                   MOVE WH-AMOUNT TO WS-ITEM-AMOUNT
                   PERFORM 2800-CHECK-ITEM-ACCOUNTS
           END-READ.

       2600-CHECK-SUSPENSE-REMAIN.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SUSPENSE-REMAIN-FILE
           PERFORM 2610-CHECK-ONE-REMAIN
               UNTIL END-OF-INPUT
           CLOSE SUSPENSE-REMAIN-FILE.

       2610-CHECK-ONE-REMAIN.
           READ SUSPENSE-REMAIN-FILE
               AT END SET END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-REMAIN-READ
                   MOVE 'SUSPENSE' TO WS-ITEM-SOURCE
                   MOVE REM-ACCOUNT-NUM TO WS-ITEM-ACCT
                   MOVE REM-TRANS-TYPE TO WS-ITEM-TYPE
                   MOVE REM-TARGET-ACCT TO WS-ITEM-TARGET
                   MOVE REM-TRANS-DATE TO WS-ITEM-DATE
                   MOVE REM-AMOUNT TO WS-ITEM-AMOUNT
                   PERFORM 2800-CHECK-ITEM-ACCOUNTS
           END-READ.

       2800-CHECK-ITEM-ACCOUNTS.
      * Рахунок пункту, а для переказу - ще й рахунок-ціль:
      * немає у MASTER.DAT - правило 1, заморожений чи
      * закритий - правило 4.
           INITIALIZE EXCEPTION-SORT-REC
           MOVE WS-ITEM-SOURCE TO EX-SOURCE
           MOVE WS-ITEM-DATE TO EX-DATE
           SET EX-HAS-AMOUNT TO TRUE
           MOVE WS-ITEM-AMOUNT TO EX-AMOUNT
           MOVE WS-ITEM-ACCT TO EX-KEY
           MOVE WS-ITEM-TARGET TO EX-OTHER
           PERFORM 2810-LOOKUP-ITEM-ACCOUNT
           IF NOT ACCT-ON-MASTER
               MOVE 1 TO EX-RULE
               MOVE 'ACCT NOT ON MASTER' TO EX-REASON
               SET EX-ACCT-MISSING TO TRUE
               PERFORM 2900-RELEASE-EXCEPTION
           ELSE
               IF IS-FROZEN OR IS-CLOSED
                   MOVE 4 TO EX-RULE
                   IF IS-FROZEN
                       MOVE 'ACCT FROZEN' TO EX-REASON
                   ELSE
                       MOVE 'ACCT CLOSED' TO EX-REASON
                   END-IF
                   PERFORM 2900-RELEASE-EXCEPTION
               END-IF
           END-IF

           IF WS-ITEM-TYPE = 'X' AND WS-ITEM-TARGET NOT = SPACES
               MOVE SPACE TO EX-MISSING-SIDE
               MOVE WS-ITEM-TARGET TO EX-KEY
               MOVE WS-ITEM-ACCT TO EX-OTHER
               PERFORM 2810-LOOKUP-ITEM-ACCOUNT
               IF NOT ACCT-ON-MASTER
                   MOVE 1 TO EX-RULE
                   MOVE 'TARGET NOT ON MASTER' TO EX-REASON
                   SET EX-TARGET-MISSING TO TRUE
                   PERFORM 2900-RELEASE-EXCEPTION
               ELSE
                   IF IS-FROZEN OR IS-CLOSED
                       MOVE 4 TO EX-RULE
                       IF IS-FROZEN
                           MOVE 'TARGET FROZEN' TO EX-REASON
                       ELSE
                           MOVE 'TARGET CLOSED' TO EX-REASON
                       END-IF
                       PERFORM 2900-RELEASE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       2810-LOOKUP-ITEM-ACCOUNT.
           MOVE EX-KEY TO M-ACCOUNT-NUM
           MOVE 'N' TO WS-ACCT-FOUND-FLAG
           READ MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET ACCT-ON-MASTER TO TRUE
           END-READ.

       2900-RELEASE-EXCEPTION.
           ADD 1 TO WS-EXC-SEQ
           MOVE WS-EXC-SEQ TO EX-SEQ
           RELEASE EXCEPTION-SORT-REC.

       3000-PRINT-EXCEPTIONS.
      * Звіт групується за правилами; правило без винятків теж
      * друкується (з позначкою NONE), щоб було видно, що його
      * перевірено. Осиротілі рахунки правила 1 ідуть у порядку
      * ключа, тож вивантажені визначаються злиттям з
      * відсортованими ключами ACCT-OFFLOAD.DAT.
           OPEN INPUT OFFLOAD-KEY-FILE
           PERFORM 3400-READ-NEXT-OFFLOAD
           PERFORM 3300-RETURN-NEXT-EXCEPTION
           PERFORM 3100-PRINT-ONE-RULE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > 4
           CLOSE OFFLOAD-KEY-FILE.

       3100-PRINT-ONE-RULE.
           MOVE SPACES TO TL-TEXT
           WRITE INTEG-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE WS-RULE-NAME(WS-RULE-IDX) TO TL-TEXT
           WRITE INTEG-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           WRITE INTEG-REPORT-REC FROM WS-HEADER-LINE
           PERFORM 3200-PRINT-EXCEPTION-LINE
               UNTIL WS-CURR-RULE NOT = WS-RULE-IDX
           IF WS-RULE-COUNT(WS-RULE-IDX) = 0
               MOVE '  NONE' TO TL-TEXT
               WRITE INTEG-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           END-IF
           MOVE 'EXCEPTIONS FOR RULE' TO TL-LABEL
           MOVE WS-RULE-COUNT(WS-RULE-IDX) TO TL-COUNT
           WRITE INTEG-REPORT-REC FROM WS-TOTALS-LINE.

       3200-PRINT-EXCEPTION-LINE.
           IF EX-RULE = 1
                   AND (EX-ACCT-MISSING OR EX-TARGET-MISSING)
               PERFORM 3410-ADVANCE-OFFLOAD-KEY
                   UNTIL WS-OFFLOAD-KEY NOT < EX-KEY
               IF WS-OFFLOAD-KEY = EX-KEY
                   IF EX-ACCT-MISSING
                       MOVE 'ACCT OFFLOADED' TO EX-REASON
                   ELSE
                       MOVE 'TARGET OFFLOADED' TO EX-REASON
                   END-IF
                   IF EX-DATE = SPACES
                       MOVE WS-OFFLOAD-DATE TO EX-DATE
                   END-IF
               END-IF
           END-IF
           MOVE EX-SOURCE TO EL-SOURCE
           MOVE EX-KEY TO EL-KEY
           MOVE EX-OTHER TO EL-OTHER
           MOVE EX-REASON TO EL-REASON
           MOVE EX-DATE TO EL-DATE
           IF EX-HAS-AMOUNT
               MOVE EX-AMOUNT TO EL-AMOUNT
           ELSE
               MOVE SPACES TO EL-AMOUNT-X
           END-IF
           WRITE INTEG-REPORT-REC FROM WS-EXCEPTION-LINE
           ADD 1 TO WS-RULE-COUNT(WS-RULE-IDX)
           ADD 1 TO WS-EXCEPTIONS
           PERFORM 3300-RETURN-NEXT-EXCEPTION.

       3300-RETURN-NEXT-EXCEPTION.
           RETURN EXCEPTION-SORT-FILE
               AT END
                   SET END-OF-EXCEPTIONS TO TRUE
                   MOVE 9 TO WS-CURR-RULE
               NOT AT END
                   MOVE EX-RULE TO WS-CURR-RULE
           END-RETURN.

       3400-READ-NEXT-OFFLOAD.
           READ OFFLOAD-KEY-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-OFFLOAD-KEY
                   MOVE SPACES TO WS-OFFLOAD-DATE
               NOT AT END
                   MOVE OK-ACCOUNT-NUM TO WS-OFFLOAD-KEY
                   MOVE OK-OFFLOAD-DATE TO WS-OFFLOAD-DATE
           END-READ.

       3410-ADVANCE-OFFLOAD-KEY.
           PERFORM 3400-READ-NEXT-OFFLOAD.

       4000-TERMINATE.
           CLOSE MASTER-FILE
           CLOSE CUST-MASTER-FILE
           CLOSE CUST-XREF-FILE

           MOVE SPACES TO TL-TEXT
           WRITE INTEG-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE 'CUST-XREF LINKS READ' TO TL-LABEL
           MOVE WS-XREF-READ TO TL-COUNT
           WRITE INTEG-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'CUSTOMERS READ' TO TL-LABEL
           MOVE WS-CUST-READ TO TL-COUNT
           WRITE INTEG-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'MASTER ACCOUNTS READ' TO TL-LABEL
           MOVE WS-MASTER-READ TO TL-COUNT
           WRITE INTEG-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'STANDING ORDERS READ' TO TL-LABEL
           MOVE WS-STO-READ TO TL-COUNT
           WRITE INTEG-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'WAREHOUSE ITEMS READ' TO TL-LABEL
           MOVE WS-WHSE-READ TO TL-COUNT
           WRITE INTEG-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'SUSPENSE CARRIED READ' TO TL-LABEL
           MOVE WS-REMAIN-READ TO TL-COUNT
           WRITE INTEG-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'TOTAL EXCEPTIONS' TO TL-LABEL
           MOVE WS-EXCEPTIONS TO TL-COUNT
           WRITE INTEG-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'WARNING THRESHOLD' TO TL-LABEL
           MOVE WS-EXCEPTION-THRESHOLD TO TL-COUNT
           WRITE INTEG-REPORT-REC FROM WS-TOTALS-LINE

      * Понад поріг - крок завершується попередженням 'W'.
           IF WS-EXCEPTIONS > WS-EXCEPTION-THRESHOLD
               MOVE 'W' TO WS-STEP-STATUS
               MOVE 'STATUS: WARNING - THRESHOLD EXCEEDED' TO TL-TEXT
           ELSE
               MOVE 'C' TO WS-STEP-STATUS
               MOVE 'STATUS: COMPLETE' TO TL-TEXT
           END-IF
           WRITE INTEG-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           CLOSE INTEG-REPORT-FILE
           IF WS-RUN-DATE NOT = SPACES
               PERFORM 1130-WRITE-STEP-RECORD
           END-IF
           IF WS-STEP-STATUS = 'W'
               DISPLAY 'INTEG-AUDIT: WARNING - EXCEPTIONS '
                       WS-EXCEPTIONS ' OVER THRESHOLD '
                       WS-EXCEPTION-THRESHOLD
           END-IF
           DISPLAY 'INTEG-AUDIT COMPLETE. EXCEPTIONS: '
                   WS-EXCEPTIONS
                   ' STATUS: ' WS-STEP-STATUS.
