       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICE-GEN.
       AUTHOR. COBALT-LEGACY-ENGINE.
       DATE-WRITTEN. 2026-10-15.

      * Листи клієнтам про події на рахунку. EOD-BATCH-PROC
      * дописує у чергу NOTICE-EVENTS.DAT відхилені через NSF
      * пункти (саспенс 08), комісії NSF, овердрафти (рівні 1-4:
      * перший день, 7, 30 і 60 днів за M-OVERDRAWN-SINCE) і
      * переходи у сплячі, а ACCT-MAINT - закриття рахунків.
      * Ця програма адресує кожну подію через CUST-XREF.DAT і
      * CUST-MASTER.DAT (як шапка виписки у STMT-GEN) і друкує
      * готовий до розсилки лист у NOTICE-LETTERS.PRN, з окремим
      * текстом на кожен тип події і рівень овердрафту. Комісія
      * NSF, що йде слідом за своїм відхиленим пунктом (той
      * самий рахунок і референс), дописується в той самий лист.
      * Контрольний звіт розсилки NOTICE-CONTROL.PRN дає
      * кількості за типами подій і перелік подій, які не вдалося
      * адресувати (немає прив'язки до клієнта, клієнта немає у
      * файлі або порожня адреса). Запускається на вимогу після
      * денного прогону; оброблена черга спорожнюється.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'DATA/EOD-PARM.DAT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL NOTICE-EVENT-FILE
               ASSIGN TO 'DATA/NOTICE-EVENTS.DAT'
               ORGANIZATION IS SEQUENTIAL.
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
           SELECT LETTER-FILE
               ASSIGN TO 'DATA/NOTICE-LETTERS.PRN'
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-REPORT-FILE
               ASSIGN TO 'DATA/NOTICE-CONTROL.PRN'
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

      * Подія для листа клієнту (спільний макет з EOD-BATCH-PROC
      * і ACCT-MAINT); рівень - лише для овердрафту (1..4).
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

       FD  LETTER-FILE.
       01  LETTER-REC            PIC X(80).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-REC    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG       PIC X(01) VALUE 'N'.
               88 END-OF-FILE    VALUE 'Y'.
           05  WS-LETTER-OPEN-FLAG PIC X(01) VALUE 'N'.
               88 LETTER-IS-OPEN VALUE 'Y'.
       01  WS-RUN-INFO.
           05  WS-RUN-DATE       PIC X(08) VALUE SPACES.
           05  WS-RUN-ID         PIC X(08) VALUE SPACES.
      * Лист, що друкується зараз (для дописування комісії NSF).
       01  WS-OPEN-LETTER.
           05  WS-OL-TYPE        PIC X(01) VALUE SPACE.
           05  WS-OL-ACCT        PIC X(10) VALUE SPACES.
           05  WS-OL-REF         PIC X(15) VALUE SPACES.
       01  WS-UNADDR-REASON      PIC X(20) VALUE SPACES.
       01  WS-SUBJECT            PIC X(40) VALUE SPACES.
      * Рядки звіту за типами подій: 1 відхилення NSF, 2 комісія
      * NSF, 3-6 овердрафт за рівнями, 7 сплячий, 8 закриття,
      * 9 невідомий тип події.
       01  WS-TYPE-LABEL-VALUES.
           05  FILLER PIC X(24) VALUE 'NSF ITEM RETURNED'.
           05  FILLER PIC X(24) VALUE 'NSF FEE CHARGED'.
           05  FILLER PIC X(24) VALUE 'OVERDRAWN - FIRST NOTICE'.
           05  FILLER PIC X(24) VALUE 'OVERDRAWN - 7 DAYS'.
           05  FILLER PIC X(24) VALUE 'OVERDRAWN - 30 DAYS'.
           05  FILLER PIC X(24) VALUE 'OVERDRAWN - 60 DAYS'.
           05  FILLER PIC X(24) VALUE 'DORMANCY'.
           05  FILLER PIC X(24) VALUE 'CLOSURE CONFIRMATION'.
           05  FILLER PIC X(24) VALUE 'UNKNOWN EVENT TYPE'.
       01  WS-TYPE-LABEL-TABLE REDEFINES WS-TYPE-LABEL-VALUES.
           05  WS-TYPE-LABEL     PIC X(24) OCCURS 9 TIMES.
       01  WS-TYPE-COUNT-TABLE.
           05  WS-TYPE-COUNTS    OCCURS 9 TIMES.
               10  WS-TC-EVENTS  PIC 9(05).
               10  WS-TC-MAILED  PIC 9(05).
               10  WS-TC-UNADDR  PIC 9(05).
       01  WS-TYPE-IDX           PIC 9(02) VALUE 0.
       01  WS-COUNTERS.
           05  WS-EVENTS-READ    PIC 9(07) VALUE 0.
           05  WS-LETTER-SEQ     PIC 9(06) VALUE 0.
           05  WS-FEES-COMBINED  PIC 9(07) VALUE 0.
           05  WS-UNADDR-COUNT   PIC 9(07) VALUE 0.
           05  WS-LINE-OVERFLOWS PIC 9(07) VALUE 0.
       01  WS-EDIT-FIELDS.
           05  WS-DATE-IN        PIC X(08) VALUE SPACES.
           05  WS-ED-DATE        PIC X(10) VALUE SPACES.
           05  WS-ED-AMOUNT      PIC Z(8)9.99.
           05  WS-ED-BALANCE     PIC -(9)9.99.
           05  WS-ED-LIMIT       PIC Z(6)9.99.
           05  WS-ED-DAYS        PIC Z(4)9.
           05  WS-ED-SEQ         PIC Z(5)9.
       01  WS-LETTER-LINE        PIC X(80) VALUE SPACES.
       01  WS-LETTER-HEAD.
           05  FILLER            PIC X(40)
               VALUE 'CUSTOMER SERVICES - ACCOUNT NOTICE'.
           05  FILLER            PIC X(12) VALUE 'NOTICE NO: '.
           05  LH-SEQ            PIC 9(06).
       01  WS-HEADING-1.
           05  FILLER            PIC X(44)
               VALUE '==== CUSTOMER NOTICE MAILING CONTROL ===='.
           05  FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05  H1-RUN-DATE       PIC X(08).
           05  FILLER            PIC X(10) VALUE '  RUN ID: '.
           05  H1-RUN-ID         PIC X(08).
       01  WS-UNADDR-LINE.
           05  FILLER            PIC X(13) VALUE 'UNADDRESSED: '.
           05  UL-TYPE           PIC X(01).
           05  UL-LEVEL          PIC 9(01).
           05  FILLER            PIC X(07) VALUE ' ACCT: '.
           05  UL-ACCT           PIC X(10).
           05  FILLER            PIC X(07) VALUE ' DATE: '.
           05  UL-DATE           PIC X(08).
           05  FILLER            PIC X(07) VALUE ' CUST: '.
           05  UL-CUST           PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  UL-REASON         PIC X(20).
       01  WS-TYPE-COUNT-LINE.
           05  CL-LABEL          PIC X(24).
           05  FILLER            PIC X(09) VALUE '  EVENTS:'.
           05  CL-EVENTS         PIC Z(6)9.
           05  FILLER            PIC X(09) VALUE '  MAILED:'.
           05  CL-MAILED         PIC Z(6)9.
           05  FILLER            PIC X(14) VALUE '  UNADDRESSED:'.
           05  CL-UNADDR         PIC Z(6)9.
       01  WS-TOTALS-LINE.
           05  TL-LABEL          PIC X(28).
           05  TL-COUNT          PIC Z(6)9.
       01  WS-TOTALS-TEXT-LINE.
           05  TL-TEXT           PIC X(80).
       01  WS-BLANK-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-EVENT
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
           CLOSE PARM-FILE

           INITIALIZE WS-TYPE-COUNT-TABLE

           OPEN INPUT NOTICE-EVENT-FILE
           OPEN INPUT CUST-MASTER-FILE
           OPEN INPUT CUST-XREF-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT CONTROL-REPORT-FILE

           MOVE WS-RUN-DATE TO H1-RUN-DATE
           MOVE WS-RUN-ID TO H1-RUN-ID
           WRITE CONTROL-REPORT-REC FROM WS-HEADING-1
           WRITE CONTROL-REPORT-REC FROM WS-BLANK-LINE
           MOVE '---- EVENTS THAT COULD NOT BE ADDRESSED ----'
               TO TL-TEXT
           WRITE CONTROL-REPORT-REC FROM WS-TOTALS-TEXT-LINE

           PERFORM 2010-READ-NEXT-EVENT.

       2000-PROCESS-EVENT.
      * Комісія NSF за щойно надрукованим відхиленням (той самий
      * рахунок і референс) - абзац того самого листа, а не
      * окремий лист.
           ADD 1 TO WS-EVENTS-READ
           PERFORM 2050-CLASSIFY-EVENT
           ADD 1 TO WS-TC-EVENTS(WS-TYPE-IDX)
           IF NE-IS-NSF-FEE AND LETTER-IS-OPEN
                   AND WS-OL-TYPE = 'N'
                   AND WS-OL-ACCT = NE-ACCOUNT-NUM
                   AND WS-OL-REF = NE-TRANS-REF
               PERFORM 2320-WRITE-NSF-FEE-TEXT
               ADD 1 TO WS-TC-MAILED(WS-TYPE-IDX)
               ADD 1 TO WS-FEES-COMBINED
           ELSE
           IF WS-TYPE-IDX = 9
               MOVE 'UNKNOWN EVENT TYPE' TO WS-UNADDR-REASON
               MOVE SPACES TO X-CUST-NUM
               PERFORM 2500-LIST-UNADDRESSABLE
           ELSE
               PERFORM 2100-FIND-ADDRESSEE
               IF WS-UNADDR-REASON = SPACES
                   PERFORM 2200-START-LETTER
                   PERFORM 2300-WRITE-LETTER-BODY
                   ADD 1 TO WS-TC-MAILED(WS-TYPE-IDX)
               ELSE
                   PERFORM 2500-LIST-UNADDRESSABLE
               END-IF
           END-IF
           END-IF
           PERFORM 2010-READ-NEXT-EVENT.

       2010-READ-NEXT-EVENT.
           READ NOTICE-EVENT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2050-CLASSIFY-EVENT.
           EVALUATE TRUE
               WHEN NE-IS-NSF-REJECT
                   MOVE 1 TO WS-TYPE-IDX
                   MOVE 'ITEM RETURNED UNPAID - INSUFFICIENT FUNDS'
                       TO WS-SUBJECT
               WHEN NE-IS-NSF-FEE
                   MOVE 2 TO WS-TYPE-IDX
                   MOVE 'INSUFFICIENT FUNDS FEE' TO WS-SUBJECT
               WHEN NE-IS-OVERDRAWN
                       AND NE-NOTICE-LEVEL NUMERIC
                       AND NE-NOTICE-LEVEL > 0
                       AND NE-NOTICE-LEVEL < 5
                   COMPUTE WS-TYPE-IDX = NE-NOTICE-LEVEL + 2
                   EVALUATE NE-NOTICE-LEVEL
                       WHEN 1
                           MOVE 'YOUR ACCOUNT IS OVERDRAWN'
                               TO WS-SUBJECT
                       WHEN 2
                           MOVE 'OVERDRAWN ACCOUNT - REMINDER'
                               TO WS-SUBJECT
                       WHEN 3
                           MOVE 'OVERDRAWN ACCOUNT - SECOND REMINDER'
                               TO WS-SUBJECT
                       WHEN OTHER
                           MOVE 'OVERDRAWN ACCOUNT - FINAL NOTICE'
                               TO WS-SUBJECT
                   END-EVALUATE
               WHEN NE-IS-DORMANT
                   MOVE 7 TO WS-TYPE-IDX
                   MOVE 'YOUR ACCOUNT IS NOW DORMANT' TO WS-SUBJECT
               WHEN NE-IS-CLOSURE
                   MOVE 8 TO WS-TYPE-IDX
                   MOVE 'CONFIRMATION OF ACCOUNT CLOSURE'
                       TO WS-SUBJECT
               WHEN OTHER
                   MOVE 9 TO WS-TYPE-IDX
                   MOVE SPACES TO WS-SUBJECT
           END-EVALUATE.

       2100-FIND-ADDRESSEE.
      * Рахунок -> клієнт через довідник, клієнт -> ім'я і
      * адреса; лист без жодного рядка адреси не друкується.
           MOVE SPACES TO WS-UNADDR-REASON
           MOVE NE-ACCOUNT-NUM TO X-ACCOUNT-NUM
           READ CUST-XREF-FILE
               INVALID KEY
                   MOVE 'NO CUSTOMER LINK' TO WS-UNADDR-REASON
                   MOVE SPACES TO X-CUST-NUM
               NOT INVALID KEY
                   MOVE X-CUST-NUM TO C-CUST-NUM
                   READ CUST-MASTER-FILE
                       INVALID KEY
                           MOVE 'CUST NOT ON FILE'
                               TO WS-UNADDR-REASON
                       NOT INVALID KEY
                           IF C-ADDR-LINE-1 = SPACES
                                   AND C-ADDR-LINE-2 = SPACES
                                   AND C-ADDR-LINE-3 = SPACES
                               MOVE 'NO ADDRESS ON FILE'
                                   TO WS-UNADDR-REASON
                           END-IF
                   END-READ
           END-READ.

       2200-START-LETTER.
           IF LETTER-IS-OPEN
               PERFORM 2900-CLOSE-LETTER
           END-IF
           ADD 1 TO WS-LETTER-SEQ
           MOVE WS-LETTER-SEQ TO LH-SEQ
      * Кожен лист відкривається рядком-роздільником і шапкою
      * (як сторінка виписки у STMT-GEN 2110).
           MOVE ALL '=' TO WS-LETTER-LINE
           PERFORM 2800-WRITE-LETTER-LINE
           WRITE LETTER-REC FROM WS-LETTER-HEAD
           MOVE WS-RUN-DATE TO WS-DATE-IN
           PERFORM 2810-EDIT-DATE
           STRING 'DATE: ' DELIMITED BY SIZE
                  WS-ED-DATE DELIMITED BY SIZE
                  INTO WS-LETTER-LINE
               ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
           END-STRING
           PERFORM 2800-WRITE-LETTER-LINE
           PERFORM 2800-WRITE-LETTER-LINE

           MOVE C-CUST-NAME TO WS-LETTER-LINE
           PERFORM 2800-WRITE-LETTER-LINE
           IF C-ADDR-LINE-1 NOT = SPACES
               MOVE C-ADDR-LINE-1 TO WS-LETTER-LINE
               PERFORM 2800-WRITE-LETTER-LINE
           END-IF
           IF C-ADDR-LINE-2 NOT = SPACES
               MOVE C-ADDR-LINE-2 TO WS-LETTER-LINE
               PERFORM 2800-WRITE-LETTER-LINE
           END-IF
           IF C-ADDR-LINE-3 NOT = SPACES
               MOVE C-ADDR-LINE-3 TO WS-LETTER-LINE
               PERFORM 2800-WRITE-LETTER-LINE
           END-IF
           PERFORM 2800-WRITE-LETTER-LINE

           STRING 'ACCOUNT: ' DELIMITED BY SIZE
                  NE-ACCOUNT-NUM DELIMITED BY SIZE
                  '   CUSTOMER: ' DELIMITED BY SIZE
                  C-CUST-NUM DELIMITED BY SIZE
                  INTO WS-LETTER-LINE
               ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
           END-STRING
           PERFORM 2800-WRITE-LETTER-LINE
           STRING 'RE: ' DELIMITED BY SIZE
                  WS-SUBJECT DELIMITED BY SIZE
                  INTO WS-LETTER-LINE
               ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
           END-STRING
           PERFORM 2800-WRITE-LETTER-LINE
           PERFORM 2800-WRITE-LETTER-LINE
           MOVE 'DEAR CUSTOMER,' TO WS-LETTER-LINE
           PERFORM 2800-WRITE-LETTER-LINE
           PERFORM 2800-WRITE-LETTER-LINE

           MOVE NE-EVENT-TYPE TO WS-OL-TYPE
           MOVE NE-ACCOUNT-NUM TO WS-OL-ACCT
           MOVE NE-TRANS-REF TO WS-OL-REF
           SET LETTER-IS-OPEN TO TRUE.

       2300-WRITE-LETTER-BODY.
           MOVE NE-EVENT-DATE TO WS-DATE-IN
           PERFORM 2810-EDIT-DATE
           MOVE NE-AMOUNT TO WS-ED-AMOUNT
           MOVE NE-BALANCE TO WS-ED-BALANCE
           MOVE NE-LIMIT TO WS-ED-LIMIT
           MOVE NE-DAYS TO WS-ED-DAYS
           EVALUATE TRUE
               WHEN NE-IS-NSF-REJECT
                   PERFORM 2310-WRITE-NSF-REJECT-TEXT
               WHEN NE-IS-NSF-FEE
                   PERFORM 2320-WRITE-NSF-FEE-TEXT
               WHEN NE-IS-OVERDRAWN
                   PERFORM 2330-WRITE-OVERDRAFT-TEXT
               WHEN NE-IS-DORMANT
                   PERFORM 2340-WRITE-DORMANCY-TEXT
               WHEN OTHER
                   PERFORM 2350-WRITE-CLOSURE-TEXT
           END-EVALUATE.

       2310-WRITE-NSF-REJECT-TEXT.
           STRING 'ON ' DELIMITED BY SIZE
                  WS-ED-DATE DELIMITED BY SIZE
                  ' WE WERE UNABLE TO PAY AN ITEM OF '
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                  ' FROM' DELIMITED BY SIZE
                  INTO WS-LETTER-LINE
               ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
           END-STRING
           PERFORM 2800-WRITE-LETTER-LINE
           STRING 'YOUR ACCOUNT, AS IT WOULD HAVE EXCEEDED '
                      DELIMITED BY SIZE
                  'YOUR AVAILABLE FUNDS AND' DELIMITED BY SIZE
                  INTO WS-LETTER-LINE
               ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
           END-STRING
           PERFORM 2800-WRITE-LETTER-LINE
           STRING 'ARRANGED OVERDRAFT LIMIT. ' DELIMITED BY SIZE
                  'THE ITEM HAS BEEN RETURNED UNPAID.' DELIMITED BY SIZE
                  INTO WS-LETTER-LINE
               ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
           END-STRING
           PERFORM 2800-WRITE-LETTER-LINE
           STRING 'ITEM REFERENCE: ' DELIMITED BY SIZE
                  NE-TRANS-REF DELIMITED BY SIZE
                  INTO WS-LETTER-LINE
               ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
           END-STRING
           PERFORM 2800-WRITE-LETTER-LINE
           PERFORM 2800-WRITE-LETTER-LINE.

       2320-WRITE-NSF-FEE-TEXT.
      * Дописана до листа про відхилення комісія згадує лише
      * суму; окремий лист про комісію несе дату і референс.
           MOVE NE-AMOUNT TO WS-ED-AMOUNT
           MOVE NE-BALANCE TO WS-ED-BALANCE
           IF WS-OL-TYPE = 'N' AND WS-OL-REF = NE-TRANS-REF
                   AND WS-OL-ACCT = NE-ACCOUNT-NUM
               STRING 'AN INSUFFICIENT FUNDS FEE OF '
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                      ' HAS BEEN CHARGED TO YOUR ACCOUNT.'
                          DELIMITED BY SIZE
                      INTO WS-LETTER-LINE
                   ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
               END-STRING
               PERFORM 2800-WRITE-LETTER-LINE
           ELSE
               STRING 'ON ' DELIMITED BY SIZE
                      WS-ED-DATE DELIMITED BY SIZE
                      ' AN INSUFFICIENT FUNDS FEE OF '
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
                      ' WAS CHARGED TO' DELIMITED BY SIZE
                      INTO WS-LETTER-LINE
                   ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
               END-STRING
               PERFORM 2800-WRITE-LETTER-LINE
               STRING 'YOUR ACCOUNT. ITEM REFERENCE: '
                          DELIMITED BY SIZE
                      NE-TRANS-REF DELIMITED BY SIZE
                      INTO WS-LETTER-LINE
                   ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
               END-STRING
               PERFORM 2800-WRITE-LETTER-LINE
           END-IF
           STRING 'YOUR BALANCE AFTER THE FEE IS '
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-BALANCE) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  INTO WS-LETTER-LINE
               ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
           END-STRING
           PERFORM 2800-WRITE-LETTER-LINE
           PERFORM 2800-WRITE-LETTER-LINE.

       2330-WRITE-OVERDRAFT-TEXT.
      * Тон листа посилюється з рівнем: повідомлення, нагадування
      * на 7 день, вимога домовитись про погашення на 30 день,
      * останнє попередження на 60 день.
           IF NE-NOTICE-LEVEL = 4
               MOVE 'FINAL NOTICE.' TO WS-LETTER-LINE
               PERFORM 2800-WRITE-LETTER-LINE
               PERFORM 2800-WRITE-LETTER-LINE
           END-IF
           IF NE-NOTICE-LEVEL = 1
               STRING 'ON ' DELIMITED BY SIZE
                      WS-ED-DATE DELIMITED BY SIZE
                      ' YOUR ACCOUNT WENT OVERDRAWN. THE BALANCE WAS '
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ED-BALANCE) DELIMITED BY SIZE
                      INTO WS-LETTER-LINE
                   ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
               END-STRING
           ELSE
               STRING 'YOUR ACCOUNT HAS BEEN OVERDRAWN FOR '
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ED-DAYS) DELIMITED BY SIZE
                      ' DAYS.' DELIMITED BY SIZE
                      INTO WS-LETTER-LINE
                   ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
               END-STRING
               PERFORM 2800-WRITE-LETTER-LINE
               STRING 'ON ' DELIMITED BY SIZE
                      WS-ED-DATE DELIMITED BY SIZE
                      ' THE BALANCE WAS ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ED-BALANCE) DELIMITED BY SIZE
                      INTO WS-LETTER-LINE
                   ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
               END-STRING
           END-IF
           PERFORM 2800-WRITE-LETTER-LINE
           STRING 'AGAINST AN ARRANGED OVERDRAFT LIMIT OF '
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-LIMIT) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  INTO WS-LETTER-LINE
               ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
           END-STRING
           PERFORM 2800-WRITE-LETTER-LINE
           EVALUATE NE-NOTICE-LEVEL
               WHEN 1
                   STRING 'PLEASE PAY IN FUNDS TO RETURN '
                              DELIMITED BY SIZE
                          'YOUR ACCOUNT TO CREDIT.' DELIMITED BY SIZE
                          INTO WS-LETTER-LINE
                       ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
                   END-STRING
                   PERFORM 2800-WRITE-LETTER-LINE
               WHEN 2
                   STRING 'PLEASE PAY IN FUNDS AS SOON AS POSSIBLE '
                              DELIMITED BY SIZE
                          'TO CLEAR THE OVERDRAWN BALANCE.'
                              DELIMITED BY SIZE
                          INTO WS-LETTER-LINE
                       ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
                   END-STRING
                   PERFORM 2800-WRITE-LETTER-LINE
               WHEN 3
                   STRING 'PLEASE CONTACT YOUR BRANCH WITHIN 14 DAYS '
                              DELIMITED BY SIZE
                          'TO AGREE HOW THE' DELIMITED BY SIZE
                          INTO WS-LETTER-LINE
                       ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
                   END-STRING
                   PERFORM 2800-WRITE-LETTER-LINE
                   MOVE 'OVERDRAWN BALANCE WILL BE REPAID.'
                       TO WS-LETTER-LINE
                   PERFORM 2800-WRITE-LETTER-LINE
               WHEN OTHER
                   STRING 'IF THE OVERDRAWN BALANCE IS NOT REPAID '
                              DELIMITED BY SIZE
                          'OR A REPAYMENT PLAN AGREED' DELIMITED BY SIZE
                          INTO WS-LETTER-LINE
                       ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
                   END-STRING
                   PERFORM 2800-WRITE-LETTER-LINE
                   STRING 'WITHIN 14 DAYS WE MAY WITHDRAW YOUR '
                              DELIMITED BY SIZE
                          'OVERDRAFT FACILITY AND TAKE'
                              DELIMITED BY SIZE
                          INTO WS-LETTER-LINE
                       ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
                   END-STRING
                   PERFORM 2800-WRITE-LETTER-LINE
                   MOVE 'FURTHER STEPS TO RECOVER THE DEBT.'
                       TO WS-LETTER-LINE
                   PERFORM 2800-WRITE-LETTER-LINE
           END-EVALUATE
           PERFORM 2800-WRITE-LETTER-LINE.

       2340-WRITE-DORMANCY-TEXT.
           STRING 'THERE HAS BEEN NO CUSTOMER ACTIVITY '
                      DELIMITED BY SIZE
                  'ON YOUR ACCOUNT FOR ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ED-DAYS) DELIMITED BY SIZE
                  ' DAYS,' DELIMITED BY SIZE
                  INTO WS-LETTER-LINE
               ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
           END-STRING
           PERFORM 2800-WRITE-LETTER-LINE
           STRING 'SO FROM ' DELIMITED BY SIZE
                  WS-ED-DATE DELIMITED BY SIZE
                  ' IT HAS BEEN CLASSIFIED AS DORMANT. YOUR MONEY'
                      DELIMITED BY SIZE
                  INTO WS-LETTER-LINE
               ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
           END-STRING
           PERFORM 2800-WRITE-LETTER-LINE
           STRING 'REMAINS SAFE. TO USE THE ACCOUNT AGAIN '
                      DELIMITED BY SIZE
                  'PLEASE CONTACT YOUR BRANCH.' DELIMITED BY SIZE
                  INTO WS-LETTER-LINE
               ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
           END-STRING
           PERFORM 2800-WRITE-LETTER-LINE
           PERFORM 2800-WRITE-LETTER-LINE.

       2350-WRITE-CLOSURE-TEXT.
           STRING 'WE CONFIRM THAT YOUR ACCOUNT WAS CLOSED ON '
                      DELIMITED BY SIZE
                  WS-ED-DATE DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  INTO WS-LETTER-LINE
               ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
           END-STRING
           PERFORM 2800-WRITE-LETTER-LINE
           STRING 'IF YOU DID NOT REQUEST THIS, ' DELIMITED BY SIZE
                  'PLEASE CONTACT YOUR BRANCH AT ONCE.'
                      DELIMITED BY SIZE
                  INTO WS-LETTER-LINE
               ON OVERFLOW PERFORM 2820-NOTE-LINE-OVERFLOW
           END-STRING
           PERFORM 2800-WRITE-LETTER-LINE
           MOVE 'THANK YOU FOR BANKING WITH US.' TO WS-LETTER-LINE
           PERFORM 2800-WRITE-LETTER-LINE
           PERFORM 2800-WRITE-LETTER-LINE.

       2500-LIST-UNADDRESSABLE.
           ADD 1 TO WS-UNADDR-COUNT
           ADD 1 TO WS-TC-UNADDR(WS-TYPE-IDX)
           MOVE NE-EVENT-TYPE TO UL-TYPE
           IF NE-NOTICE-LEVEL NUMERIC
               MOVE NE-NOTICE-LEVEL TO UL-LEVEL
           ELSE
               MOVE ZERO TO UL-LEVEL
           END-IF
           MOVE NE-ACCOUNT-NUM TO UL-ACCT
           MOVE NE-EVENT-DATE TO UL-DATE
           MOVE X-CUST-NUM TO UL-CUST
           MOVE WS-UNADDR-REASON TO UL-REASON
           WRITE CONTROL-REPORT-REC FROM WS-UNADDR-LINE.

       2800-WRITE-LETTER-LINE.
           WRITE LETTER-REC FROM WS-LETTER-LINE
           MOVE SPACES TO WS-LETTER-LINE.

       2810-EDIT-DATE.
           IF WS-DATE-IN NUMERIC
               STRING WS-DATE-IN(7:2) DELIMITED BY SIZE
                      '.' DELIMITED BY SIZE
                      WS-DATE-IN(5:2) DELIMITED BY SIZE
                      '.' DELIMITED BY SIZE
                      WS-DATE-IN(1:4) DELIMITED BY SIZE
                      INTO WS-ED-DATE
           ELSE
               MOVE WS-DATE-IN TO WS-ED-DATE
           END-IF.

       2820-NOTE-LINE-OVERFLOW.
      * Текст не вмістився у рядок листа: лист іде як є, але
      * обрізаний рядок називається для ручної перевірки.
           ADD 1 TO WS-LINE-OVERFLOWS
           DISPLAY 'NOTICE-GEN: LETTER LINE TRUNCATED - NOTICE '
                   WS-LETTER-SEQ ' ACCT ' NE-ACCOUNT-NUM.

       2900-CLOSE-LETTER.
           MOVE 'YOURS FAITHFULLY,' TO WS-LETTER-LINE
           PERFORM 2800-WRITE-LETTER-LINE
           PERFORM 2800-WRITE-LETTER-LINE
           MOVE 'CUSTOMER SERVICES' TO WS-LETTER-LINE
           PERFORM 2800-WRITE-LETTER-LINE
           MOVE 'N' TO WS-LETTER-OPEN-FLAG.

       3000-TERMINATE.
           IF LETTER-IS-OPEN
               PERFORM 2900-CLOSE-LETTER
           END-IF

           IF WS-UNADDR-COUNT = 0
               MOVE '  (NONE)' TO TL-TEXT
               WRITE CONTROL-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           END-IF
           WRITE CONTROL-REPORT-REC FROM WS-BLANK-LINE
           MOVE '---- EVENTS BY TYPE ----' TO TL-TEXT
           WRITE CONTROL-REPORT-REC FROM WS-TOTALS-TEXT-LINE
           PERFORM 3100-WRITE-TYPE-COUNT
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 9
           WRITE CONTROL-REPORT-REC FROM WS-BLANK-LINE

           MOVE 'EVENTS READ' TO TL-LABEL
           MOVE WS-EVENTS-READ TO TL-COUNT
           WRITE CONTROL-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'LETTERS PRINTED' TO TL-LABEL
           MOVE WS-LETTER-SEQ TO TL-COUNT
           WRITE CONTROL-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'NSF FEES IN RETURN LETTER' TO TL-LABEL
           MOVE WS-FEES-COMBINED TO TL-COUNT
           WRITE CONTROL-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'EVENTS NOT ADDRESSED' TO TL-LABEL
           MOVE WS-UNADDR-COUNT TO TL-COUNT
           WRITE CONTROL-REPORT-REC FROM WS-TOTALS-LINE
           MOVE 'LETTER LINES TRUNCATED' TO TL-LABEL
           MOVE WS-LINE-OVERFLOWS TO TL-COUNT
           WRITE CONTROL-REPORT-REC FROM WS-TOTALS-LINE

      * Черга подій спорожнюється (як черги у TRANS-MERGE):
      * неадресовані події лишаються лише у контрольному звіті.
           CLOSE NOTICE-EVENT-FILE
           OPEN OUTPUT NOTICE-EVENT-FILE
           CLOSE NOTICE-EVENT-FILE

           CLOSE CUST-MASTER-FILE
           CLOSE CUST-XREF-FILE
           CLOSE LETTER-FILE
           CLOSE CONTROL-REPORT-FILE
           MOVE WS-LETTER-SEQ TO WS-ED-SEQ
           DISPLAY 'NOTICE-GEN COMPLETE. EVENTS: ' WS-EVENTS-READ
                   ' LETTERS: ' WS-ED-SEQ
                   ' NOT ADDRESSED: ' WS-UNADDR-COUNT.

       3100-WRITE-TYPE-COUNT.
           IF WS-TYPE-IDX < 9 OR WS-TC-EVENTS(WS-TYPE-IDX) > 0
               MOVE WS-TYPE-LABEL(WS-TYPE-IDX) TO CL-LABEL
               MOVE WS-TC-EVENTS(WS-TYPE-IDX) TO CL-EVENTS
               MOVE WS-TC-MAILED(WS-TYPE-IDX) TO CL-MAILED
               MOVE WS-TC-UNADDR(WS-TYPE-IDX) TO CL-UNADDR
               WRITE CONTROL-REPORT-REC FROM WS-TYPE-COUNT-LINE
           END-IF.
