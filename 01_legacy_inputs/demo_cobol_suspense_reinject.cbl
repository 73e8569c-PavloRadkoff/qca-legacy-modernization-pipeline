      * зводить разом з файлами філій: прямий запис у TRANS.DAT
      * зламав би пакетне обрамлення (заголовок/трейлер) і
      * прогін було б відхилено.
      * Тим самим шляхом оператор вводить сторно (тип 'V'):
      * запис несе референс первісного пункту, рахунок і суму
      * для контролю, а для поверненого депозиту - позначку
      * 'RETURN' у полі цілі; зведення зберігає референс.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88 IS-WITHDRAWAL  VALUE 'W'.
               88 IS-FEE         VALUE 'F'.
               88 IS-TRANSFER    VALUE 'X'.
               88 IS-REVERSAL    VALUE 'V'.
           05  T-AMOUNT          PIC 9(7)V99.
           05  T-TARGET-ACCT     PIC X(10).
           05  T-TRANS-DATE      PIC X(08).
           05  WS-ITEMS-READ       PIC 9(05) VALUE 0.
           05  WS-ITEMS-REINJECTED PIC 9(05) VALUE 0.
           05  WS-ITEMS-CARRIED    PIC 9(05) VALUE 0.
           05  WS-ITEMS-REVERSAL   PIC 9(05) VALUE 0.
       01  WS-RUN-INFO.
           05  WS-RUN-DATE       PIC X(08) VALUE SPACES.
           05  WS-RUN-ID         PIC X(08) VALUE SPACES.
           05  WS-NEW-AMOUNT       PIC 9(7)V99 VALUE 0.
       01  WS-DATE-CORRECTION.
           05  WS-NEW-TRANS-DATE   PIC X(08) VALUE SPACES.
       01  WS-REVERSAL-ENTRY.
           05  WS-REV-RESPONSE     PIC X(01) VALUE 'N'.
               88 REVERSAL-ENTRY-WANTED VALUE 'Y' 'y'.
           05  WS-REV-DONE-FLAG    PIC X(01) VALUE 'N'.
               88 REVERSAL-ENTRY-DONE VALUE 'Y'.
           05  WS-REV-ORIG-REF     PIC X(15) VALUE SPACES.
           05  WS-REV-ACCOUNT      PIC X(10) VALUE SPACES.
           05  WS-REV-AMOUNT       PIC 9(7)V99 VALUE 0.
           05  WS-REV-RETURN-FLAG  PIC X(01) VALUE 'N'.
               88 REV-IS-RETURNED-ITEM VALUE 'Y' 'y'.
           05  WS-REV-TRANS-DATE   PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING.
               UNTIL WS-TABLE-IDX > WS-PRIOR-REMAIN-COUNT.
           PERFORM 2000-PROCESS-SUSPENSE-ITEMS
               UNTIL END-OF-FILE.
           PERFORM 2500-OFFER-REVERSAL-ENTRY.
           PERFORM 3000-TERMINATE.
           STOP RUN.

           WRITE REMAIN-REC
           ADD 1 TO WS-ITEMS-CARRIED.

       2500-OFFER-REVERSAL-ENTRY.
           DISPLAY ' '
           DISPLAY 'ENTER ITEM REVERSALS FOR TOMORROW''S RUN? (Y/N) '
               WITH NO ADVANCING
           ACCEPT WS-REV-RESPONSE
           IF REVERSAL-ENTRY-WANTED
               PERFORM 2510-ENTER-ONE-REVERSAL
                   UNTIL REVERSAL-ENTRY-DONE
           END-IF.

       2510-ENTER-ONE-REVERSAL.
      * Референс, рахунок і сума звіряються EOD-BATCH-PROC з
      * AUDIT-HIST.DAT; тут перевіряється лише форма вводу.
           MOVE SPACES TO WS-REV-ORIG-REF
           DISPLAY ' '
           DISPLAY 'ORIGINAL TRANS REF (BLANK = END): '
               WITH NO ADVANCING
           ACCEPT WS-REV-ORIG-REF
           IF WS-REV-ORIG-REF = SPACES
               SET REVERSAL-ENTRY-DONE TO TRUE
           ELSE
               MOVE SPACES TO WS-REV-ACCOUNT
               MOVE ZERO TO WS-REV-AMOUNT
               MOVE 'N' TO WS-REV-RETURN-FLAG
               MOVE SPACES TO WS-REV-TRANS-DATE
               DISPLAY 'ACCOUNT OF ORIGINAL ITEM: ' WITH NO ADVANCING
               ACCEPT WS-REV-ACCOUNT
               DISPLAY 'AMOUNT OF ORIGINAL ITEM: ' WITH NO ADVANCING
               ACCEPT WS-REV-AMOUNT
               DISPLAY 'RETURNED DEPOSIT - CHARGE RETURN FEE? (Y/N) '
                   WITH NO ADVANCING
               ACCEPT WS-REV-RETURN-FLAG
               DISPLAY 'RUN DATE (CCYYMMDD) TO REVERSE IN: '
                   WITH NO ADVANCING
               ACCEPT WS-REV-TRANS-DATE
               PERFORM 2520-WRITE-REVERSAL-ITEM
           END-IF.

       2520-WRITE-REVERSAL-ITEM.
           MOVE WS-REV-ACCOUNT   TO T-ACCOUNT-NUM
           MOVE 'V'              TO T-TRANS-TYPE
           MOVE WS-REV-AMOUNT    TO T-AMOUNT
           MOVE SPACES           TO T-TARGET-ACCT
           IF REV-IS-RETURNED-ITEM
               MOVE 'RETURN' TO T-TARGET-ACCT
           END-IF
           MOVE WS-REV-TRANS-DATE TO T-TRANS-DATE
           MOVE WS-REV-ORIG-REF  TO T-TRANS-REF
           IF T-REF-BRANCH NOT NUMERIC OR T-REF-SEQ NOT NUMERIC
               DISPLAY 'INVALID TRANS REF - REVERSAL NOT WRITTEN'
           ELSE
           IF WS-REV-ACCOUNT = SPACES OR WS-REV-AMOUNT NOT > 0
               DISPLAY 'ACCOUNT AND AMOUNT REQUIRED - NOT WRITTEN'
           ELSE
           IF WS-REV-TRANS-DATE NOT NUMERIC
               DISPLAY 'RUN DATE REQUIRED - REVERSAL NOT WRITTEN'
           ELSE
               WRITE TRANS-REC
               ADD 1 TO WS-ITEMS-REVERSAL
               DISPLAY 'REVERSAL WRITTEN FOR REF ' WS-REV-ORIG-REF
           END-IF
           END-IF
           END-IF.

       3000-TERMINATE.
           CLOSE TRANS-SUSPENSE-FILE
           CLOSE TRANS-FILE
           DISPLAY ' '
           DISPLAY 'TRANS-REINJECT COMPLETE. READ: ' WS-ITEMS-READ
                   ' RE-INJECTED: ' WS-ITEMS-REINJECTED
                   ' CARRIED FORWARD: ' WS-ITEMS-CARRIED
                   ' REVERSALS: ' WS-ITEMS-REVERSAL.
