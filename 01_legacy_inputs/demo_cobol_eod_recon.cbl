      * і кредитів GL-EXTRACT.DAT за кодами, (в) рівність
      * чистого руху за аудитом і за головною книгою. Кожен
      * рахунок і GL-код з розривом називається у звіті.
      * Зустрічні ноги - кліринг 1000 і ностро 1100 (зовнішні
      * платежі) - у клієнтський чистий рух не входять.
      * Аудиторський слід сортується за (рахунок, порядок у
      * файлі) і звіряється одним послідовним проходом по
      * групах, тож кількість рахунків дня нічим не обмежена.
           05  M-OVERDRAFT-LIMIT PIC 9(7)V99.
           05  M-OVERDRAWN-SINCE PIC X(08).
           05  M-LAST-FEE-DATE   PIC X(08).
           05  M-TERM-MONTHS     PIC 9(03).
           05  M-MATURITY-DATE   PIC X(08).
           05  M-CONTRACT-RATE   PIC 9V9(4).
           05  M-MATURITY-INSTR  PIC X(01).
           05  M-SETTLE-ACCT     PIC X(10).
           05  M-TERM-START-DATE PIC X(08).

       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-REC.
      * лише по ній, бо кліринговий бік врівноважує кожну
      * проводку і загальний чистий рух завжди нульовий.
           05  WS-GL-CLEARING-CODE PIC X(04) VALUE '1000'.
           05  WS-GL-NOSTRO-CODE   PIC X(04) VALUE '1100'.
           05  WS-GL-CUST-DEBIT    PIC S9(11)V99 VALUE 0.
           05  WS-GL-CUST-CREDIT   PIC S9(11)V99 VALUE 0.
       01  WS-RUN-INFO.
                   ADD GL-AMOUNT TO GT-DEBIT-TOTAL(WS-GL-IDX)
                   ADD GL-AMOUNT TO WS-GL-DEBIT-TOTAL
                   IF GL-CODE NOT = WS-GL-CLEARING-CODE
                           AND GL-CODE NOT = WS-GL-NOSTRO-CODE
                       ADD GL-AMOUNT TO WS-GL-CUST-DEBIT
                   END-IF
               WHEN GL-IS-CREDIT
                   ADD GL-AMOUNT TO GT-CREDIT-TOTAL(WS-GL-IDX)
                   ADD GL-AMOUNT TO WS-GL-CREDIT-TOTAL
                   IF GL-CODE NOT = WS-GL-CLEARING-CODE
                           AND GL-CODE NOT = WS-GL-NOSTRO-CODE
                       ADD GL-AMOUNT TO WS-GL-CUST-CREDIT
                   END-IF
               WHEN OTHER
