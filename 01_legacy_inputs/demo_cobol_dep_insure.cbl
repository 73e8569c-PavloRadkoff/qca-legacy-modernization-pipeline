       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEP-INSURE.
       AUTHOR. COBALT-LEGACY-ENGINE.
       DATE-WRITTEN. 2026-10-15.

      * Звіт про страхування вкладів за вкладником. Покриття
      * рахується на клієнта, а не на рахунок: кожен баланс з
      * MASTER.DAT групується через довідник CUST-XREF за
      * клієнтом з CUST-MASTER.DAT (за зразком сортування
      * STMT-GEN). Для клієнта друкуються ім'я та адреса, його
      * рахунки, сума вкладів, застрахована частина в межах
      * ліміту покриття з INSURE-PARM.DAT і незастрахований
      * надлишок. Від'ємний баланс (овердрафт) вкладом не є і
      * не зменшує вклади клієнта на інших рахунках - він
      * показується окремо. Рахунки без прив'язки до клієнта
      * друкуються окремим розділом як неприв'язані: вкладника
      * не встановлено, тож покриття для них не рахується.
      * Поряд зі звітом пишеться машинозчитуваний екстракт
      * DEP-INSURE-EXTRACT.DAT (клієнти, неприв'язані рахунки,
      * трейлер), а загальнобанківські підсумки звіряються зі
      * знімком балансів BAL-SNAPSHOT.DAT, який пише
      * EOD-BATCH-PROC: кількість рахунків і чиста сума мусять
      * збігтися. Запускається на вимогу після денного прогону
      * (закриті рахунки, як і в знімку, не враховуються).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'DATA/EOD-PARM.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL INSURE-PARM-FILE
               ASSIGN TO 'DATA/INSURE-PARM.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO 'DATA/MASTER.DAT'
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
           SELECT OPTIONAL SNAPSHOT-FILE
               ASSIGN TO 'DATA/BAL-SNAPSHOT.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT INSURE-REPORT-FILE
               ASSIGN TO 'DATA/DEP-INSURE-REPORT.PRN'
               ORGANIZATION IS SEQUENTIAL.
           SELECT INSURE-EXTRACT-FILE
               ASSIGN TO 'DATA/DEP-INSURE-EXTRACT.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO 'DATA/DEP-INSURE.SRT'.

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

      * Ліміт покриття на одного вкладника (за зразком
      * STMT-PARM.DAT у STMT-GEN - окремий parm-файл звіту).
       FD  INSURE-PARM-FILE.
       01  INSURE-PARM-REC.
           05  IP-COVERAGE-LIMIT  PIC 9(9)V99.

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

       FD  SNAPSHOT-FILE.
       01  SNAP-REC.
           05  SN-RUN-DATE        PIC X(08).
           05  SN-ACCOUNT-NUM     PIC X(10).
           05  SN-STATUS          PIC X(01).
           05  SN-ACCOUNT-TYPE    PIC X(01).
           05  SN-BALANCE         PIC S9(9)V99.

       FD  INSURE-REPORT-FILE.
       01  INSURE-REPORT-REC     PIC X(100).

      * Екстракт: 'C' - клієнт, 'U' - неприв'язаний рахунок,
      * 'T' - трейлер з кількостями і загальними сумами.
       FD  INSURE-EXTRACT-FILE.
       01  EXTRACT-REC.
           05  EX-REC-TYPE       PIC X(01).
           05  FILLER            PIC X(119).
       01  EXTRACT-CUST-REC.
           05  FILLER            PIC X(01).
           05  EXC-CUST-NUM      PIC X(10).
           05  EXC-CUST-NAME     PIC X(30).
           05  EXC-ACCT-COUNT    PIC 9(05).
           05  EXC-DEPOSITS      PIC 9(11)V99.
           05  EXC-INSURED       PIC 9(11)V99.
           05  EXC-UNINSURED     PIC 9(11)V99.
           05  EXC-OVERDRAWN     PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
           05  EXC-RUN-DATE      PIC X(08).
           05  FILLER            PIC X(13).
       01  EXTRACT-UNASSIGNED-REC.
           05  FILLER            PIC X(01).
           05  EXU-ACCOUNT-NUM   PIC X(10).
           05  EXU-STATUS        PIC X(01).
           05  EXU-ACCOUNT-TYPE  PIC X(01).
           05  EXU-BALANCE       PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
           05  EXU-RUN-DATE      PIC X(08).
           05  FILLER            PIC X(85).
       01  EXTRACT-TRAILER-REC.
           05  FILLER            PIC X(01).
           05  EXT-CUST-COUNT    PIC 9(07).
           05  EXT-UNASSIGNED-COUNT PIC 9(07).
           05  EXT-DEPOSITS      PIC 9(11)V99.
           05  EXT-INSURED       PIC 9(11)V99.
           05  EXT-UNINSURED     PIC 9(11)V99.
           05  EXT-UNASSIGNED    PIC 9(11)V99.
           05  EXT-OVERDRAWN     PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
           05  EXT-COVERAGE-LIMIT PIC 9(9)V99.
           05  FILLER            PIC X(28).

      * Прив'язані рахунки (група '1') сортуються за клієнтом,
      * неприв'язані (група '2') ідуть наприкінці окремим
      * розділом.
       SD  SORT-FILE.
       01  SORT-REC.
           05  SRT-GROUP         PIC X(01).
               88 SRT-IS-ASSIGNED   VALUE '1'.
               88 SRT-IS-UNASSIGNED VALUE '2'.
           05  SRT-CUST-NUM      PIC X(10).
           05  SRT-ACCOUNT-NUM   PIC X(10).
           05  SRT-STATUS        PIC X(01).
           05  SRT-ACCOUNT-TYPE  PIC X(01).
           05  SRT-BALANCE       PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-MASTER-EOF-FLAG PIC X(01) VALUE 'N'.
               88 END-OF-MASTER  VALUE 'Y'.
           05  WS-SORT-EOF-FLAG  PIC X(01) VALUE 'N'.
               88 END-OF-SORT    VALUE 'Y'.
           05  WS-SNAP-EOF-FLAG  PIC X(01) VALUE 'N'.
               88 END-OF-SNAPSHOT VALUE 'Y'.
           05  WS-CUST-FOUND-FLAG PIC X(01) VALUE 'N'.
               88 CUST-REC-FOUND VALUE 'Y'.
       01  WS-RUN-INFO.
           05  WS-RUN-DATE       PIC X(08) VALUE SPACES.
           05  WS-RUN-ID         PIC X(08) VALUE SPACES.
      * Ліміт за замовчуванням, якщо INSURE-PARM.DAT відсутній.
       01  WS-COVERAGE-LIMIT     PIC 9(9)V99 VALUE 250000.00.
       01  WS-CURR-CUST-NUM      PIC X(10) VALUE SPACES.
       01  WS-CUST-TOTALS.
           05  WS-CUST-ACCT-COUNT PIC 9(05) VALUE 0.
           05  WS-CUST-DEPOSITS  PIC S9(11)V99 VALUE 0.
           05  WS-CUST-INSURED   PIC S9(11)V99 VALUE 0.
           05  WS-CUST-UNINSURED PIC S9(11)V99 VALUE 0.
           05  WS-CUST-OVERDRAWN PIC S9(11)V99 VALUE 0.
       01  WS-BANK-TOTALS.
           05  WS-CUST-COUNT     PIC 9(07) VALUE 0.
           05  WS-UNINSURED-CUST-COUNT PIC 9(07) VALUE 0.
           05  WS-UNASSIGNED-COUNT PIC 9(07) VALUE 0.
           05  WS-ACCOUNTS-COUNTED PIC 9(07) VALUE 0.
           05  WS-TOTAL-DEPOSITS PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-INSURED  PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-UNINSURED PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-UNASSIGNED PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-OVERDRAWN PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-NET      PIC S9(11)V99 VALUE 0.
      * Звірка зі знімком балансів денного прогону.
       01  WS-SNAPSHOT-TIE.
           05  WS-SNAP-DATE      PIC X(08) VALUE SPACES.
           05  WS-SNAP-COUNT     PIC 9(07) VALUE 0.
           05  WS-SNAP-TOTAL     PIC S9(11)V99 VALUE 0.
           05  WS-SNAP-DIFF      PIC S9(11)V99 VALUE 0.
           05  WS-TIE-FLAG       PIC X(01) VALUE 'Y'.
               88 SNAPSHOT-TIES  VALUE 'Y'.
       01  WS-HEADING-1.
           05  FILLER            PIC X(40)
               VALUE '==== DEPOSIT INSURANCE COVERAGE ===='.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  H1-RUN-DATE       PIC X(08).
           05  FILLER            PIC X(10) VALUE '  RUN ID: '.
           05  H1-RUN-ID         PIC X(08).
       01  WS-HEADING-2.
           05  FILLER            PIC X(26)
               VALUE 'COVERAGE LIMIT PER CUST: '.
           05  H2-LIMIT          PIC Z(8)9.99.
       01  WS-CUST-NAME-LINE.
           05  FILLER            PIC X(10) VALUE 'CUSTOMER: '.
           05  CB-CUST-NUM       PIC X(10).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  CB-CUST-NAME      PIC X(30).
       01  WS-CUST-ADDR-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  CB-ADDR           PIC X(30).
       01  WS-ACCT-LINE.
           05  FILLER            PIC X(12) VALUE '    ACCOUNT '.
           05  AL-ACCT           PIC X(10).
           05  FILLER            PIC X(07) VALUE '  TYPE '.
           05  AL-TYPE           PIC X(01).
           05  FILLER            PIC X(09) VALUE '  STATUS '.
           05  AL-STATUS         PIC X(01).
           05  FILLER            PIC X(10) VALUE '  BALANCE '.
           05  AL-BALANCE        PIC -(10)9.99.
       01  WS-CUST-TOTAL-LINE.
           05  FILLER            PIC X(04) VALUE SPACES.
           05  CT-LABEL          PIC X(20).
           05  CT-AMOUNT         PIC -(12)9.99.
       01  WS-TOTALS-LINE.
           05  TL-LABEL          PIC X(28).
           05  TL-COUNT          PIC Z(6)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  TL-AMOUNT         PIC -(12)9.99.
       01  WS-TOTALS-TEXT-LINE.
           05  TL-TEXT           PIC X(80).
       01  WS-BLANK-LINE         PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-GROUP
                                SRT-CUST-NUM
                                SRT-ACCOUNT-NUM
               INPUT PROCEDURE IS 1500-RELEASE-MASTER-ACCOUNTS
               OUTPUT PROCEDURE IS 2000-PRODUCE-COVERAGE.
           PERFORM 3000-TIE-TO-SNAPSHOT.
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
           CLOSE PARM-FILE

           OPEN INPUT INSURE-PARM-FILE
           READ INSURE-PARM-FILE
               AT END
                   MOVE ZERO TO IP-COVERAGE-LIMIT
           END-READ
           IF IP-COVERAGE-LIMIT NUMERIC AND IP-COVERAGE-LIMIT > 0
               MOVE IP-COVERAGE-LIMIT TO WS-COVERAGE-LIMIT
           END-IF
           CLOSE INSURE-PARM-FILE

           OPEN INPUT MASTER-FILE
           OPEN INPUT CUST-MASTER-FILE
           OPEN INPUT CUST-XREF-FILE
           OPEN OUTPUT INSURE-REPORT-FILE
           OPEN OUTPUT INSURE-EXTRACT-FILE

           MOVE WS-RUN-DATE TO H1-RUN-DATE
           MOVE WS-RUN-ID TO H1-RUN-ID
           MOVE WS-COVERAGE-LIMIT TO H2-LIMIT
           WRITE INSURE-REPORT-REC FROM WS-HEADING-1
           WRITE INSURE-REPORT-REC FROM WS-HEADING-2
           WRITE INSURE-REPORT-REC FROM WS-BLANK-LINE.

       1500-RELEASE-MASTER-ACCOUNTS.
           MOVE LOW-VALUES TO M-ACCOUNT-NUM
           START MASTER-FILE KEY IS NOT LESS THAN M-ACCOUNT-NUM
               INVALID KEY SET END-OF-MASTER TO TRUE
           END-START
           IF NOT END-OF-MASTER
               PERFORM 2900-READ-NEXT-MASTER
               PERFORM 1510-RELEASE-ONE-ACCOUNT
                   UNTIL END-OF-MASTER
           END-IF.

       1510-RELEASE-ONE-ACCOUNT.
      * Закриті рахунки не входять ні у знімок, ні у звіт.
           IF NOT IS-CLOSED
               PERFORM 1520-RELEASE-OPEN-ACCOUNT
           END-IF
           PERFORM 2900-READ-NEXT-MASTER.

       1520-RELEASE-OPEN-ACCOUNT.
           MOVE M-ACCOUNT-NUM TO X-ACCOUNT-NUM
           READ CUST-XREF-FILE
               INVALID KEY
                   SET SRT-IS-UNASSIGNED TO TRUE
                   MOVE SPACES TO SRT-CUST-NUM
               NOT INVALID KEY
                   SET SRT-IS-ASSIGNED TO TRUE
                   MOVE X-CUST-NUM TO SRT-CUST-NUM
           END-READ
           MOVE M-ACCOUNT-NUM TO SRT-ACCOUNT-NUM
           MOVE M-STATUS TO SRT-STATUS
           MOVE M-ACCOUNT-TYPE TO SRT-ACCOUNT-TYPE
           MOVE M-BALANCE TO SRT-BALANCE
           ADD 1 TO WS-ACCOUNTS-COUNTED
           ADD M-BALANCE TO WS-TOTAL-NET
           RELEASE SORT-REC.

       2000-PRODUCE-COVERAGE.
           PERFORM 2010-RETURN-SORTED-ACCOUNT
           PERFORM 2100-PROCESS-CUSTOMER
               UNTIL END-OF-SORT OR SRT-IS-UNASSIGNED
           IF NOT END-OF-SORT
               MOVE '==== UNASSIGNED ACCOUNTS (NO CUSTOMER LINK) ===='
                   TO TL-TEXT
               WRITE INSURE-REPORT-REC FROM WS-TOTALS-TEXT-LINE
               PERFORM 2300-PROCESS-UNASSIGNED
                   UNTIL END-OF-SORT
               WRITE INSURE-REPORT-REC FROM WS-BLANK-LINE
           END-IF.

       2010-RETURN-SORTED-ACCOUNT.
           RETURN SORT-FILE
               AT END SET END-OF-SORT TO TRUE
           END-RETURN.

       2100-PROCESS-CUSTOMER.
      * Злам за клієнтом: блок імені й адреси, рахунки клієнта,
      * підсумок з застрахованою і незастрахованою частиною.
           MOVE SRT-CUST-NUM TO WS-CURR-CUST-NUM
           MOVE ZERO TO WS-CUST-ACCT-COUNT
           MOVE ZERO TO WS-CUST-DEPOSITS
           MOVE ZERO TO WS-CUST-OVERDRAWN
           PERFORM 2110-WRITE-CUST-BLOCK
           PERFORM 2120-ADD-CUST-ACCOUNT
               UNTIL END-OF-SORT
                  OR SRT-IS-UNASSIGNED
                  OR SRT-CUST-NUM NOT = WS-CURR-CUST-NUM
           PERFORM 2150-CLOSE-CUSTOMER.

       2110-WRITE-CUST-BLOCK.
           MOVE 'N' TO WS-CUST-FOUND-FLAG
           MOVE WS-CURR-CUST-NUM TO C-CUST-NUM
           READ CUST-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUST-REC-FOUND TO TRUE
           END-READ
           MOVE WS-CURR-CUST-NUM TO CB-CUST-NUM
           IF CUST-REC-FOUND
               MOVE C-CUST-NAME TO CB-CUST-NAME
           ELSE
               MOVE SPACES TO C-CUST-NAME
               MOVE '*** NOT ON CUSTOMER FILE ***' TO CB-CUST-NAME
           END-IF
           WRITE INSURE-REPORT-REC FROM WS-CUST-NAME-LINE
           IF CUST-REC-FOUND
               IF C-ADDR-LINE-1 NOT = SPACES
                   MOVE C-ADDR-LINE-1 TO CB-ADDR
                   WRITE INSURE-REPORT-REC FROM WS-CUST-ADDR-LINE
               END-IF
               IF C-ADDR-LINE-2 NOT = SPACES
                   MOVE C-ADDR-LINE-2 TO CB-ADDR
                   WRITE INSURE-REPORT-REC FROM WS-CUST-ADDR-LINE
               END-IF
               IF C-ADDR-LINE-3 NOT = SPACES
                   MOVE C-ADDR-LINE-3 TO CB-ADDR
                   WRITE INSURE-REPORT-REC FROM WS-CUST-ADDR-LINE
               END-IF
           END-IF.

       2120-ADD-CUST-ACCOUNT.
           ADD 1 TO WS-CUST-ACCT-COUNT
           IF SRT-BALANCE > 0
               ADD SRT-BALANCE TO WS-CUST-DEPOSITS
           ELSE
               ADD SRT-BALANCE TO WS-CUST-OVERDRAWN
           END-IF
           PERFORM 2130-WRITE-ACCOUNT-LINE
           PERFORM 2010-RETURN-SORTED-ACCOUNT.

       2130-WRITE-ACCOUNT-LINE.
           MOVE SRT-ACCOUNT-NUM TO AL-ACCT
           MOVE SRT-ACCOUNT-TYPE TO AL-TYPE
           MOVE SRT-STATUS TO AL-STATUS
           MOVE SRT-BALANCE TO AL-BALANCE
           WRITE INSURE-REPORT-REC FROM WS-ACCT-LINE.

       2150-CLOSE-CUSTOMER.
           IF WS-CUST-DEPOSITS > WS-COVERAGE-LIMIT
               MOVE WS-COVERAGE-LIMIT TO WS-CUST-INSURED
               COMPUTE WS-CUST-UNINSURED =
                   WS-CUST-DEPOSITS - WS-COVERAGE-LIMIT
               ADD 1 TO WS-UNINSURED-CUST-COUNT
           ELSE
               MOVE WS-CUST-DEPOSITS TO WS-CUST-INSURED
               MOVE ZERO TO WS-CUST-UNINSURED
           END-IF
           MOVE 'TOTAL DEPOSITS' TO CT-LABEL
           MOVE WS-CUST-DEPOSITS TO CT-AMOUNT
           WRITE INSURE-REPORT-REC FROM WS-CUST-TOTAL-LINE
           MOVE 'INSURED' TO CT-LABEL
           MOVE WS-CUST-INSURED TO CT-AMOUNT
           WRITE INSURE-REPORT-REC FROM WS-CUST-TOTAL-LINE
           MOVE 'UNINSURED EXCESS' TO CT-LABEL
           MOVE WS-CUST-UNINSURED TO CT-AMOUNT
           WRITE INSURE-REPORT-REC FROM WS-CUST-TOTAL-LINE
           IF WS-CUST-OVERDRAWN < 0
               MOVE 'OVERDRAWN (NOT NET)' TO CT-LABEL
               MOVE WS-CUST-OVERDRAWN TO CT-AMOUNT
               WRITE INSURE-REPORT-REC FROM WS-CUST-TOTAL-LINE
           END-IF
           WRITE INSURE-REPORT-REC FROM WS-BLANK-LINE

           MOVE SPACES TO EXTRACT-CUST-REC
           MOVE 'C' TO EX-REC-TYPE
           MOVE WS-CURR-CUST-NUM TO EXC-CUST-NUM
           MOVE C-CUST-NAME TO EXC-CUST-NAME
           MOVE WS-CUST-ACCT-COUNT TO EXC-ACCT-COUNT
           MOVE WS-CUST-DEPOSITS TO EXC-DEPOSITS
           MOVE WS-CUST-INSURED TO EXC-INSURED
           MOVE WS-CUST-UNINSURED TO EXC-UNINSURED
           MOVE WS-CUST-OVERDRAWN TO EXC-OVERDRAWN
           MOVE WS-RUN-DATE TO EXC-RUN-DATE
           WRITE EXTRACT-CUST-REC

           ADD 1 TO WS-CUST-COUNT
           ADD WS-CUST-DEPOSITS TO WS-TOTAL-DEPOSITS
           ADD WS-CUST-INSURED TO WS-TOTAL-INSURED
           ADD WS-CUST-UNINSURED TO WS-TOTAL-UNINSURED
           ADD WS-CUST-OVERDRAWN TO WS-TOTAL-OVERDRAWN.

       2300-PROCESS-UNASSIGNED.
      * Неприв'язаний рахунок: вкладник невідомий, покриття
      * не рахується; додатний баланс іде в окремий підсумок.
           PERFORM 2130-WRITE-ACCOUNT-LINE
           ADD 1 TO WS-UNASSIGNED-COUNT
           IF SRT-BALANCE > 0
               ADD SRT-BALANCE TO WS-TOTAL-UNASSIGNED
           ELSE
               ADD SRT-BALANCE TO WS-TOTAL-OVERDRAWN
           END-IF
           MOVE SPACES TO EXTRACT-UNASSIGNED-REC
           MOVE 'U' TO EX-REC-TYPE
           MOVE SRT-ACCOUNT-NUM TO EXU-ACCOUNT-NUM
           MOVE SRT-STATUS TO EXU-STATUS
           MOVE SRT-ACCOUNT-TYPE TO EXU-ACCOUNT-TYPE
           MOVE SRT-BALANCE TO EXU-BALANCE
           MOVE WS-RUN-DATE TO EXU-RUN-DATE
           WRITE EXTRACT-UNASSIGNED-REC
           PERFORM 2010-RETURN-SORTED-ACCOUNT.

       2900-READ-NEXT-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END SET END-OF-MASTER TO TRUE
           END-READ.

       3000-TIE-TO-SNAPSHOT.
      * Знімок - підсумок денного прогону по тих самих
      * незакритих рахунках; вклади + неприв'язані + овердрафти
      * дають чисту суму, яка мусить дорівнювати сумі знімка.
           MOVE 'N' TO WS-SNAP-EOF-FLAG
           OPEN INPUT SNAPSHOT-FILE
           PERFORM 3100-READ-SNAPSHOT-RECORD
               UNTIL END-OF-SNAPSHOT
           CLOSE SNAPSHOT-FILE
           COMPUTE WS-SNAP-DIFF = WS-TOTAL-NET - WS-SNAP-TOTAL
           IF WS-SNAP-DIFF NOT = 0
                   OR WS-SNAP-COUNT NOT = WS-ACCOUNTS-COUNTED
               MOVE 'N' TO WS-TIE-FLAG
           END-IF.

       3100-READ-SNAPSHOT-RECORD.
           READ SNAPSHOT-FILE
               AT END SET END-OF-SNAPSHOT TO TRUE
               NOT AT END
                   MOVE SN-RUN-DATE TO WS-SNAP-DATE
                   ADD 1 TO WS-SNAP-COUNT
                   ADD SN-BALANCE TO WS-SNAP-TOTAL
           END-READ.

       4000-TERMINATE.
           MOVE SPACES TO EXTRACT-TRAILER-REC
           MOVE 'T' TO EX-REC-TYPE
           MOVE WS-CUST-COUNT TO EXT-CUST-COUNT
           MOVE WS-UNASSIGNED-COUNT TO EXT-UNASSIGNED-COUNT
           MOVE WS-TOTAL-DEPOSITS TO EXT-DEPOSITS
           MOVE WS-TOTAL-INSURED TO EXT-INSURED
           MOVE WS-TOTAL-UNINSURED TO EXT-UNINSURED
           MOVE WS-TOTAL-UNASSIGNED TO EXT-UNASSIGNED
           MOVE WS-TOTAL-OVERDRAWN TO EXT-OVERDRAWN
           MOVE WS-COVERAGE-LIMIT TO EXT-COVERAGE-LIMIT
           WRITE EXTRACT-TRAILER-REC

           MOVE '==== BANK-WIDE TOTALS ====' TO TL-TEXT
           WRITE INSURE-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE 'CUSTOMERS' TO TL-LABEL
           MOVE WS-CUST-COUNT TO TL-COUNT
           MOVE WS-TOTAL-DEPOSITS TO TL-AMOUNT
           WRITE INSURE-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'INSURED' TO TL-LABEL
           MOVE WS-CUST-COUNT TO TL-COUNT
           MOVE WS-TOTAL-INSURED TO TL-AMOUNT
           WRITE INSURE-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'UNINSURED (CUSTS OVER LIMIT)' TO TL-LABEL
           MOVE WS-UNINSURED-CUST-COUNT TO TL-COUNT
           MOVE WS-TOTAL-UNINSURED TO TL-AMOUNT
           WRITE INSURE-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'UNASSIGNED ACCOUNTS' TO TL-LABEL
           MOVE WS-UNASSIGNED-COUNT TO TL-COUNT
           MOVE WS-TOTAL-UNASSIGNED TO TL-AMOUNT
           WRITE INSURE-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'OVERDRAWN BALANCES' TO TL-LABEL
           MOVE ZERO TO TL-COUNT
           MOVE WS-TOTAL-OVERDRAWN TO TL-AMOUNT
           WRITE INSURE-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'NET - ACCOUNTS REPORTED' TO TL-LABEL
           MOVE WS-ACCOUNTS-COUNTED TO TL-COUNT
           MOVE WS-TOTAL-NET TO TL-AMOUNT
           WRITE INSURE-REPORT-REC FROM WS-TOTALS-LINE
           MOVE SPACES TO TL-TEXT
           STRING 'BAL-SNAPSHOT RUN DATE: ' DELIMITED BY SIZE
                  WS-SNAP-DATE DELIMITED BY SIZE
                  INTO TL-TEXT
           WRITE INSURE-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           MOVE 'NET - BAL-SNAPSHOT' TO TL-LABEL
           MOVE WS-SNAP-COUNT TO TL-COUNT
           MOVE WS-SNAP-TOTAL TO TL-AMOUNT
           WRITE INSURE-REPORT-REC FROM WS-TOTALS-LINE
           IF SNAPSHOT-TIES
               MOVE 'TOTALS AGREE WITH BAL-SNAPSHOT' TO TL-TEXT
           ELSE
               MOVE '*** TOTALS DO NOT AGREE WITH BAL-SNAPSHOT ***'
                   TO TL-TEXT
           END-IF
           WRITE INSURE-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           IF NOT SNAPSHOT-TIES
               MOVE 'DIFFERENCE' TO TL-LABEL
               MOVE ZERO TO TL-COUNT
               MOVE WS-SNAP-DIFF TO TL-AMOUNT
               WRITE INSURE-REPORT-REC FROM WS-TOTALS-LINE
           END-IF

           CLOSE MASTER-FILE
           CLOSE CUST-MASTER-FILE
           CLOSE CUST-XREF-FILE
           CLOSE INSURE-REPORT-FILE
           CLOSE INSURE-EXTRACT-FILE
           IF NOT SNAPSHOT-TIES
               DISPLAY 'DEP-INSURE: TOTALS DO NOT TIE TO BAL-SNAPSHOT'
                       ' - DIFFERENCE ' WS-SNAP-DIFF
           END-IF
           DISPLAY 'DEP-INSURE COMPLETE. CUSTOMERS: ' WS-CUST-COUNT
                   ' UNASSIGNED: ' WS-UNASSIGNED-COUNT
                   ' OVER LIMIT: ' WS-UNINSURED-CUST-COUNT.
