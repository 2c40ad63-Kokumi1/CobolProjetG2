      *****************************************************************
      * PRODUNIT - HOST VARIABLES FOR API5.PRODUCT_UNITS
      * ONE ROW PER ALTERNATE PACK SIZE OF A PRODUCT - 'CS' CASE,
      * 'PL' PALLET AND SO ON - WITH THE NUMBER OF BASE UNITS
      * (PRODUCTS.BASE_UNIT) IN ONE PACK. KEYED P_NO + UNIT_CODE,
      * LOADED BY PART97. A SALE LINE (VENT* FILES), A DELIVERY
      * (PART18) OR A PURCHASE ORDER LINE (PART64) MAY NAME ONE OF
      * THESE UNITS; THE POSTING MULTIPLIES BY FACTOR SO STOCK,
      * RESERVATIONS AND API5.STOCK_MOVEMENTS STAY IN BASE UNITS.
      * THE BASE UNIT ITSELF NEEDS NO ROW (FACTOR 1).
      *****************************************************************
       01 PRODUNIT-REC.
          05 PUNIT-P-NO       PIC X(3).
          05 PUNIT-CODE       PIC X(2).
          05 PUNIT-FACTOR     PIC 9(5) COMP-3.
