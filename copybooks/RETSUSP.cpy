      * AUTHORIZATION THROUGH PART73. A KEYING ERROR OR A CHEEKY
      * CUSTOMER CAN NO LONGER CREDIT A BALANCE WITH NO GOODS BEHIND
      * IT.
      * QUANTITY IS IN THE PRODUCT'S BASE UNIT; ORDER_UNIT/ORDER_QTY
      * KEEP THE PACK AND COUNT THE LINE WAS ORDERED IN (SPACES =
      * BASE UNIT) SO THE REPOST CARRIES THEM ONTO API5.ITEMS.
      * LOAD_FILE IS THE VENT* INPUT FILE PART2 LOADED THE ROW FROM
      * (NULL ON ROWS OTHER PROGRAMS WRITE) - PART110 BACKS A LOAD OUT
      * BY IT.
      *****************************************************************
       01 RSUSP-REC.
          05 RSUSP-O-NO       PIC 9(6).
          05 RSUSP-C-NO       PIC 9(4).
          05 RSUSP-O-DATE     PIC X(10).
          05 RSUSP-P-NO       PIC X(3).
          05 RSUSP-QUANTITY   PIC 9(5).
          05 RSUSP-PRICE      PIC 9(3)V99.
          05 RSUSP-TYPE       PIC X(1).
          05 RSUSP-MARKET     PIC X(2).
          05 RSUSP-W-CODE     PIC X(2).
          05 RSUSP-DATE       PIC X(10).
          05 RSUSP-SHIP-CODE  PIC X(2).
          05 RSUSP-ORDER-UNIT PIC X(2).
          05 RSUSP-ORDER-QTY  PIC 9(2).
          05 RSUSP-LOAD-FILE  PIC X(44).
