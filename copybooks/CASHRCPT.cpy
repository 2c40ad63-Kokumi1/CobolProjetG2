      * THE RECEIPT TO A STATEMENT CREDIT BY REFERENCE AND AMOUNT -
      * IT THEN CARRIES THE STATEMENT DATE, SO A RECEIPT NEVER SEEN
      * ON A STATEMENT STAYS VISIBLE RUN AFTER RUN.
      * A REF STARTING 'DD' IS A DIRECT DEBIT PART115 COLLECTED ('DD'
      * + THE INVOICE NUMBER). WHEN THE BANK RETURNS IT UNPAID, PART116
      * WRITES THE REVERSAL AS A NEGATIVE ROW WITH REF 'DR' + THE SAME
      * INVOICE NUMBER.
      * CURRENCY IS THE CURRENCY THE CUSTOMER PAID IN ('US' = BOOK
      * CURRENCY). AMOUNT IS ALWAYS THE BOOK-CURRENCY VALUE - FOR A
      * FOREIGN-CURRENCY RECEIPT CCY_AMOUNT IS WHAT WAS PAID, RATE THE
      * API5.RATES VALUE ON THE PAYMENT DATE, AND FX_AMOUNT THE
      * REALIZED EXCHANGE GAIN (POSITIVE) OR LOSS AGAINST THE INVOICE
      * REGISTER RATE, AS POSTED ON BALANCE_HISTORY TYPE 'G'. ROWS
      * WRITTEN BEFORE THESE COLUMNS EXISTED, AND THE PART115/PART116
      * DIRECT DEBIT ROWS, LEAVE THEM NULL.
      *****************************************************************
       01 CASHRCPT-REC.
          05 RCPT-C-NO        PIC 9(4).
          05 RCPT-DATE        PIC X(10).
          05 RCPT-REF         PIC X(12).
          05 RCPT-STMT-DATE   PIC X(10).
          05 RCPT-CURRENCY    PIC X(2).
          05 RCPT-CCY-AMOUNT  PIC S9(8)V99 COMP-3.
          05 RCPT-RATE        PIC 9V9999 COMP-3.
          05 RCPT-FX-AMOUNT   PIC S9(8)V99 COMP-3.
