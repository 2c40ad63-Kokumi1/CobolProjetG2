      *****************************************************************
      * COSTHIST - HOST VARIABLES FOR API5.COST_HISTORY
      * ONE ROW PER CHANGE TO PRODUCTS.COST, WITH THE COST BEFORE AND
      * AFTER AND WHAT CAUSED IT :
      *   SOURCE 'R' - PART18 GOODS RECEIPT, WEIGHTED MOVING AVERAGE
      *                OF THE STOCK ON HAND AND THE RECEIVED QUANTITY
      *                AT THE PO LINE'S UNIT_PRICE.
      *   SOURCE 'L' - PART18 LANDED COST, THE RECEIPT'S FREIGHT AND
      *                DUTY SPREAD OVER ITS LINES BY VALUE.
      *   SOURCE 'O' - PART1 NEWPRDS COST FIELD, A MANUAL OVERRIDE.
      * REF IS THE RECEIPT'S REFERENCE (PO NUMBER) FOR 'R'/'L' AND
      * SPACES FOR 'O'; QTY IS THE UNITS RECEIVED (ZERO FOR 'L'/'O').
      *****************************************************************
       01 COSTHIST-REC.
          05 CSTH-P-NO        PIC X(3).
          05 CSTH-DATE        PIC X(10).
          05 CSTH-TIME        PIC X(8).
          05 CSTH-OLD-COST    PIC 9(3)V99 COMP-3.
          05 CSTH-NEW-COST    PIC 9(3)V99 COMP-3.
          05 CSTH-SOURCE      PIC X(1).
          05 CSTH-REF         PIC X(12).
          05 CSTH-QTY         PIC 9(5) COMP-3.
          05 CSTH-PROGID      PIC X(8).
