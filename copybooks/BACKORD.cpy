      * ORDER-DATE SEQUENCE, ONCE STOCK ARRIVES. W_CODE IS THE DEPOT
      * THE LINE NAMED AT LOAD TIME, SO THE RELEASE CHECKS AND
      * CONSUMES THAT DEPOT'S UNITS.
      * QUANTITY IS IN THE PRODUCT'S BASE UNIT; ORDER_UNIT/ORDER_QTY
      * KEEP THE PACK AND COUNT THE LINE WAS ORDERED IN (SPACES =
      * BASE UNIT) SO THE REPOST CARRIES THEM ONTO API5.ITEMS.
      * LOAD_FILE IS THE VENT* INPUT FILE PART2 LOADED THE ROW FROM
      * (NULL ON ROWS OTHER PROGRAMS WRITE) - PART110 BACKS A LOAD OUT
      * BY IT.
      *****************************************************************
       01 BACKORD-REC.
          05 BACKORD-O-NO       PIC 9(6).
          05 BACKORD-C-NO       PIC 9(4).
          05 BACKORD-O-DATE     PIC X(10).
          05 BACKORD-P-NO       PIC X(3).
          05 BACKORD-QUANTITY   PIC 9(5).
          05 BACKORD-PRICE      PIC 9(3)V99.
          05 BACKORD-TYPE       PIC X(1).
          05 BACKORD-MARKET     PIC X(2).
          05 BACKORD-W-CODE     PIC X(2).
          05 BACKORD-DATE       PIC X(10).
          05 BACKORD-SHIP-CODE  PIC X(2).
          05 BACKORD-ORDER-UNIT PIC X(2).
          05 BACKORD-ORDER-QTY  PIC 9(2).
          05 BACKORD-LOAD-FILE  PIC X(44).
