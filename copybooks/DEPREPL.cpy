      *****************************************************************
      * DEPREPL - HOST VARIABLES FOR API5.DEPOT_REPLEN
      * ONE ROW PER PRODUCT PER PART121 RUN DATE FOR EVERY PRODUCT
      * WITH DEPOT LEVELS ON WAREHOUSE_STOCK : WHAT ITS SHORT DEPOTS
      * NEEDED TO GET BACK TO THEIR MAXIMUM, HOW MUCH OF THAT THE
      * PROPOSED TRANSFERS COVER, AND THE NET SHORTFALL LEFT OVER.
      * ONLY THE NET SHORTFALL IS PURCHASING'S TO BUY - PART17 AND
      * PART55 READ THE DAY'S ROW INSTEAD OF SUGGESTING AN ORDER FOR
      * UNITS ANOTHER DEPOT CAN SEND.
      *****************************************************************
       01 DEPREPL-REC.
          05 DREP-P-NO        PIC X(3).
          05 DREP-RUN-DATE    PIC X(10).
          05 DREP-NEED        PIC 9(7) COMP-3.
          05 DREP-XFR-QTY     PIC 9(7) COMP-3.
          05 DREP-NET-SHORT   PIC 9(7) COMP-3.
