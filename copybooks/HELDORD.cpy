      * HOLD_REASON SAYS WHY THE LINE WAS DIVERTED : 'C' = CREDIT
      * LIMIT EXCEEDED, 'B' = CUSTOMER BLOCKED FOR COLLECTIONS
      * (PART49) - SO THE PART11 CLERK CAN TELL THE TWO APART.
      * 'S' = UNUSUAL ORDER HELD FOR REVIEW (API5.ORDER_SCREENING) -
      * PART11 LEAVES THESE ALONE; THE PART126 REVIEWER EITHER
      * RELEASES THEM, TURNING THEM TO 'R' FOR THE NEXT PART11 RUN,
      * OR CANCELS THEM.
      * QUANTITY IS IN THE PRODUCT'S BASE UNIT; ORDER_UNIT/ORDER_QTY
      * KEEP THE PACK AND COUNT THE LINE WAS ORDERED IN (SPACES =
      * BASE UNIT) SO THE REPOST CARRIES THEM ONTO API5.ITEMS.
      * LOAD_FILE IS THE VENT* INPUT FILE PART2 LOADED THE ROW FROM
      * (NULL ON ROWS OTHER PROGRAMS WRITE) - PART110 BACKS A LOAD OUT
      * BY IT.
      *****************************************************************
       01 HELD-REC.
          05 HELD-O-NO       PIC 9(6).
          05 HELD-C-NO       PIC 9(4).
          05 HELD-O-DATE     PIC X(10).
          05 HELD-P-NO       PIC X(3).
          05 HELD-QUANTITY   PIC 9(5).
          05 HELD-PRICE      PIC 9(3)V99.
          05 HELD-TYPE       PIC X(1).
          05 HELD-MARKET     PIC X(2).
          05 HELD-DATE       PIC X(10).
          05 HELD-REASON     PIC X(1).
          05 HELD-SHIP-CODE  PIC X(2).
          05 HELD-ORDER-UNIT PIC X(2).
          05 HELD-ORDER-QTY  PIC 9(2).
          05 HELD-LOAD-FILE  PIC X(44).
