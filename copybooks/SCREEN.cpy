      *****************************************************************
      * SCREEN - HOST VARIABLES FOR API5.ORDER_SCREENING
      * ONE ROW PER ORDER PART2'S UNUSUAL-ORDER SCREENING DIVERTED TO
      * HELD_ORDERS (HOLD_REASON 'S') FOR REVIEW. SCORE IS THE POINTS
      * THE ORDER REACHED WHEN IT TRIPPED THE THRESHOLD, REASONS THE
      * FACTORS BEHIND THEM, ONE BYTE EACH (SPACE = NOT PRESENT) :
      *   1 'N' = NEW ACCOUNT - NO EARLIER ORDER, OR THE FIRST ONE IS
      *           MORE RECENT THAN SCRNNEWDAYS DAYS
      *   2 'Q' = ORDER QUANTITY OVER SCRNMULT TIMES THE CUSTOMER'S
      *           AVERAGE MONTHLY QUANTITY (API5.CUST_SUMMARY)
      *   3 'V' = ORDER VALUE OVER SCRNMULT TIMES THE AVERAGE MONTHLY
      *           SPEND, OR OVER SCRNNEWVAL WITH NO SUMMARY HISTORY
      *   4 'P' = A PRODUCT THE CUSTOMER HAS NEVER BOUGHT BEFORE
      *   5 'S' = A SHIP-TO CODE NEVER DELIVERED TO BEFORE
      * ORDER_VALUE IS THE ORDER'S VALUE AT THAT POINT.
      * STATUS : 'P' = PENDING REVIEW, 'R' = RELEASED BY THE REVIEWER
      * (PART126 - THE HELD LINES BECOME REASON 'R' AND POST ON THE
      * NEXT PART11 RUN), 'X' = CANCELLED BY THE REVIEWER (THE HELD
      * LINES ARE DELETED). DECIDED_DATE AND REVIEWER ARE SET WITH
      * THE DECISION. PART127 REPORTS THE MONTHLY HIT RATE.
      * LOAD_FILE IS THE VENT* INPUT FILE THE ORDER CAME IN ON - PART110
      * REMOVES A PENDING ROW WITH THE LOAD IT BACKS OUT.
      *****************************************************************
       01 SCREEN-REC.
          05 SCRN-O-NO         PIC 9(6).
          05 SCRN-C-NO         PIC 9(4).
          05 SCRN-O-DATE       PIC X(10).
          05 SCRN-DATE         PIC X(10).
          05 SCRN-SCORE        PIC 9(3).
          05 SCRN-REASONS      PIC X(5).
          05 SCRN-ORDER-VALUE  PIC S9(9)V99 COMP-3.
          05 SCRN-STATUS       PIC X(1).
          05 SCRN-DECIDED-DATE PIC X(10).
          05 SCRN-REVIEWER     PIC X(8).
          05 SCRN-LOAD-FILE    PIC X(44).
