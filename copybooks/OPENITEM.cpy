      * BY INVOICE DATE AND THE PART12 STATEMENT LISTS THEM, SO THE
      * RECEIVABLE IS REAL ITEMS INSTEAD OF AN ALLOCATION
      * RECONSTRUCTED FROM BALANCE_HISTORY.
      * AN AMOUNT IN OPEN DISPUTE ON THE INVOICE (API5.DISPUTES) IS
      * PART OF OPEN_AMOUNT BUT NOT PAYABLE - PART14 SETTLES ONLY THE
      * REST AND PART90 TAKES A CREDITED DISPUTE OFF OPEN_AMOUNT.
      * OITEM-DUE-DATE : INVOICE DATE PLUS THE CUSTOMER'S NET DAYS
      * (API5.PAYMENT_TERMS). PART13, PART15, PART16 AND PART49 AGE
      * AND CHASE FROM IT. OITEM-DISC-DATE/OITEM-DISC-PCT : THE LAST
      * DAY A RECEIPT EARNS THE EARLY SETTLEMENT DISCOUNT AND THE
      * RATE (ZERO = NONE) - PART14 POSTS THE DISCOUNT TAKEN AS
      * BALANCE_HISTORY TYPE 'S'. ITEMS OPENED BEFORE TERMS EXISTED
      * CARRY NULLS AND AGE FROM THE INVOICE DATE AS NET 30.
      * OITEM-STATUS : 'O' = OPEN, 'C' = CLOSED.
      *****************************************************************
       01 OPENITEM-REC.
          05 OITEM-OPEN-AMT   PIC S9(8)V99 COMP-3.
          05 OITEM-INV-DATE   PIC X(10).
          05 OITEM-STATUS     PIC X(1).
          05 OITEM-DUE-DATE   PIC X(10).
          05 OITEM-DISC-DATE  PIC X(10).
          05 OITEM-DISC-PCT   PIC S9(2)V99 COMP-3.
