      * HAVE POSTED SO PART10 CAN REPLAY THE LOAD ONCE THE CUSTOMER
      * MASTER IS FIXED. W_CODE IS THE DEPOT THE LINE NAMED AT LOAD
      * TIME, SO THE REPOST CONSUMES THE SAME DEPOT'S UNITS.
      * SUSP-REASON : 'U' = CUSTOMER UNKNOWN (NULL ON OLDER ROWS),
      * 'M' = CUSTOMER MERGED INTO ANOTHER C_NO BY PART96 - THE LINE
      * MUST BE RE-KEYED TO THE SURVIVING NUMBER; PART10 NEVER
      * REPOSTS IT UNDER THE DEAD ONE.
      * QUANTITY IS IN THE PRODUCT'S BASE UNIT; ORDER_UNIT/ORDER_QTY
      * KEEP THE PACK AND COUNT THE LINE WAS ORDERED IN (SPACES =
      * BASE UNIT) SO THE REPOST CARRIES THEM ONTO API5.ITEMS.
      * LOAD_FILE IS THE VENT* INPUT FILE PART2 LOADED THE ROW FROM
      * (NULL ON ROWS OTHER PROGRAMS WRITE) - PART110 BACKS A LOAD OUT
      * BY IT.
      *****************************************************************
       01 SUSP-REC.
          05 SUSP-O-NO       PIC 9(6).
          05 SUSP-C-NO       PIC 9(4).
          05 SUSP-O-DATE     PIC X(10).
          05 SUSP-P-NO       PIC X(3).
          05 SUSP-QUANTITY   PIC 9(5).
          05 SUSP-PRICE      PIC 9(3)V99.
          05 SUSP-TYPE       PIC X(1).
          05 SUSP-MARKET     PIC X(2).
          05 SUSP-W-CODE     PIC X(2).
          05 SUSP-DATE       PIC X(10).
          05 SUSP-SHIP-CODE  PIC X(2).
          05 SUSP-REASON     PIC X(1).
          05 SUSP-ORDER-UNIT PIC X(2).
          05 SUSP-ORDER-QTY  PIC 9(2).
          05 SUSP-LOAD-FILE  PIC X(44).
