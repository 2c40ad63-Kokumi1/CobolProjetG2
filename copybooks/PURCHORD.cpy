      * REPORTS WHAT IS STILL DUE IN, SO PART17 STOPS RE-SUGGESTING
      * PRODUCTS ALREADY BOUGHT.
      * STATUS / LINE_STATUS : 'O' = OPEN, 'C' = CLOSED.
      * UNIT_PRICE IS THE PRICE AGREED WITH THE SUPPLIER WHEN THE
      * LINE WAS RAISED (APPSUG FIELD 5, DEFAULT PRODUCTS.COST) - THE
      * FIGURE PART85 HOLDS THE SUPPLIER'S INVOICE TO, AND THE ONE
      * PART18 AVERAGES INTO PRODUCTS.COST ON EACH RECEIPT.
      * RECV_DATE IS THE DATE OF THE LAST RECEIPT PART18 POSTED TO
      * THE LINE (NULL UNTIL THE FIRST ONE) - ONCE THE LINE IS CLOSED
      * IT IS THE DATE IT WAS COMPLETED, WHICH PART88 SCORES AGAINST
      * EXP_DATE.
      * QTY_ORDERED / QTY_RECEIVED ARE IN THE PRODUCT'S BASE UNIT, AS
      * IS UNIT_PRICE. ORDER_UNIT / ORDER_QTY KEEP THE PACK THE LINE
      * WAS BOUGHT IN (APPSUG FIELD 6, SPACES = BASE UNIT) FOR THE
      * SUPPLIER'S PAPERWORK.
      * NEXT_PO_NO RESTARTS AT YY0001 EACH FISCAL YEAR (PART129).
      *****************************************************************
       01 PURCHORD-REC.
          05 PO-NO            PIC 9(6).
          05 POL-QTY-RECEIVED PIC 9(5) COMP-3.
          05 POL-EXP-DATE     PIC X(10).
          05 POL-STATUS       PIC X(1).
          05 POL-UNIT-PRICE   PIC 9(3)V99 COMP-3.
          05 POL-RECV-DATE    PIC X(10).
          05 POL-ORDER-UNIT   PIC X(2).
          05 POL-ORDER-QTY    PIC 9(5) COMP-3.
