      *****************************************************************
      * PRODUCTS - HOST VARIABLES FOR API5.PRODUCTS, REPORT/LOOKUP SHAPE
      * BASE_UNIT : THE UNIT STOCK IS COUNTED IN ('EA' WHEN NULL). THE
      * ALTERNATE PACK SIZES AND THEIR FACTORS ARE ON
      * API5.PRODUCT_UNITS (PRODUNIT), MAINTAINED BY PART97.
      * COST : WEIGHTED MOVING AVERAGE UNIT COST (USD), KEPT BY PART18
      * FROM GOODS RECEIPTS AND LANDED CHARGES; A PART1 NEWPRDS COST
      * OVERRIDES IT. EVERY CHANGE IS LOGGED ON API5.COST_HISTORY.
      * CAT_CODE : THE PRODUCT'S CATEGORY ON API5.PRODUCT_CATEGORIES
      * (CATEGORY), ASSIGNED FROM THE PART119 CATMAST MASTER. NULL OR
      * SPACES = NOT YET CLASSIFIED.
      *****************************************************************
       01 PRODUCTS-REC.
          05 PROD-ID          PIC X(3).
          05 PROD-REORDER-QTY   PIC 9(5)  COMP-3.
          05 PROD-ACTIVE        PIC X(1).
          05 PROD-COST          PIC 9(3)V99 COMP-3.
          05 PROD-BASE-UNIT     PIC X(2).
          05 PROD-CAT-CODE      PIC X(4).
