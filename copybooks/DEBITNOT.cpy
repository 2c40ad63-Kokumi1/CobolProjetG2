      *****************************************************************
      * DEBITNOT - HOST VARIABLES FOR THE SUPPLIER DEBIT NOTE TABLES
      * API5.DEBITNOTE_CONTROL HOLDS THE NEXT-NUMBER ROW PART107
      * DRAWS FROM; API5.DEBIT_NOTES GETS ONE HEADER PER NOTE RAISED
      * FOR STOCK RETURNED TO A SUPPLIER, API5.DEBIT_NOTE_LINES ONE
      * ROW PER PRODUCT, DEPOT AND LOT SENT BACK.
      * UNIT_COST IS THE PO LINE'S UNIT_PRICE WHEN THE UNITS CAN BE
      * TRACED TO A PO (COST_BASIS 'P'), OTHERWISE PRODUCTS.COST,
      * THE MOVING AVERAGE (COST_BASIS 'A'). AMOUNT = QTY * UNIT_COST
      * AND THE HEADER AMOUNT IS THE SUM OF ITS LINES.
      * EACH NOTE IS ALSO AN API5.AP_OPEN_ITEMS ROW FOR THE SUPPLIER
      * (INV_NO = AP_INV_NO, 'DN' + NOTE NUMBER) CARRYING THE AMOUNT
      * NEGATIVE, SO PART86'S PAYMENT RUN OFFSETS IT AGAINST THE
      * SUPPLIER'S NEXT INVOICES. DBN-STATUS : 'O' = OPEN, 'C' =
      * OFFSET BY THE PAYMENT RUN (OFFSET_REF = ITS PAYMENT
      * REFERENCE).
      *****************************************************************
       01 DEBITNOT-REC.
          05 DBN-NO           PIC 9(6).
          05 DBN-SUP-NO       PIC 9(4).
          05 DBN-DATE         PIC X(10).
          05 DBN-AMOUNT       PIC S9(7)V99 COMP-3.
          05 DBN-AP-INV-NO    PIC X(12).
          05 DBN-STATUS       PIC X(1).
          05 DBN-OFFSET-REF   PIC X(12).
       01 DBNLINE-REC.
          05 DBNL-NO          PIC 9(6).
          05 DBNL-LINE-NO     PIC 9(3).
          05 DBNL-P-NO        PIC X(3).
          05 DBNL-W-CODE      PIC X(2).
          05 DBNL-LOT-NO      PIC X(10).
          05 DBNL-QTY         PIC 9(5) COMP-3.
          05 DBNL-UNIT-COST   PIC 9(3)V99 COMP-3.
          05 DBNL-AMOUNT      PIC S9(7)V99 COMP-3.
          05 DBNL-COST-BASIS  PIC X(1).
          05 DBNL-PO-NO       PIC 9(6).
          05 DBNL-REASON      PIC X(30).
