      * VENTEU, 'AS' = VENTAS, 'US' = VENTUS, 'PT' = THE PARTNER FEED.
      * ORDERS-STATUS IS THE LIFECYCLE : 'L' LOADED (SET AT INSERT),
      * 'P' PICKED AND 'S' SHIPPED (PART37, WAREHOUSE CONFIRMATIONS),
      * 'I' INVOICED (PART7), 'D' PAID (PART14), 'C' CANCELLED
      * (PART111, THE CUSTOMER CANCELLATION FEED - NO LINE LEFT).
      * ORDERS-SHIP-CODE IS THE CUSTOMER'S DELIVERY SITE (API5.SHIP_TO
      * KEY) WHEN THE SALE LINE NAMED ONE; SPACES = HEAD OFFICE.
      * LOAD_FILE IS THE VENT* INPUT FILE PART2 LOADED THE ROW FROM
      * (NULL ON ROWS OTHER PROGRAMS WRITE) - PART110 BACKS A LOAD OUT
      * BY IT.
      *****************************************************************
       01 ORDERS-REC.
          05 ORDERS-O-NO     PIC 9(6).
          05 ORDERS-MARKET   PIC X(2).
          05 ORDERS-STATUS   PIC X(1).
          05 ORDERS-SHIP-CODE PIC X(2).
          05 ORDERS-LOAD-FILE PIC X(44).
