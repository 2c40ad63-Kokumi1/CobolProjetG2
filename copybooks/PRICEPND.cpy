      *****************************************************************
      * PRICEPND - HOST VARIABLES FOR API5.PRICE_PENDING
      * ONE ROW PER CATALOG PRICE DATED AFTER THE DAY IT WAS LOADED,
      * KEYED BY PRODUCT AND EFFECTIVE DATE. THE CATALOG KEEPS ITS
      * CURRENT PRICE UNTIL PART118 ACTIVATES THE ROW ON ITS DATE -
      * PRODUCTS.PRICE IS UPDATED AND THE PRICE_HISTORY ROW WRITTEN
      * THEN. PART118 ALSO LISTS THE CHANGES STILL TO COME, AND
      * PART72 SENDS THE NEXT ONE TO THE PARTNER.
      *   SOURCE 'L' - PART1 NEWPRDS RECORD WITH A FUTURE DATE.
      *   SOURCE 'R' - PART30, A REVIEWED PRICE WITH A FUTURE DATE;
      *                OPERATOR AND APPROVER ARE CARRIED ONTO THE
      *                PRICE_HISTORY ROW WHEN IT IS ACTIVATED.
      *   STATUS 'P' - PENDING, 'A' - ACTIVATED ON ACT_DATE,
      *          'R' - REFUSED AT ACTIVATION (PRODUCT NOT ON FILE).
      *****************************************************************
       01 PRICEPND-REC.
          05 PPND-P-NO        PIC X(3).
          05 PPND-NEW-PRICE   PIC 9(3)V99 COMP-3.
          05 PPND-EFF-DATE    PIC X(10).
          05 PPND-LOAD-DATE   PIC X(10).
          05 PPND-SOURCE      PIC X(1).
          05 PPND-STATUS      PIC X(1).
          05 PPND-ACT-DATE    PIC X(10).
          05 PPND-OPERATOR    PIC X(8).
          05 PPND-APPROVER    PIC X(8).
