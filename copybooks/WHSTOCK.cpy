      * = STOCK - RESERVED, AND THAT IS WHAT EVERY AVAILABILITY CHECK
      * LOOKS AT, SO A WALK-UP ORDER CAN NO LONGER SHIP A RESERVED
      * UNIT.
      * QUARANTINE IS THE PART OF STOCK HELD BACK FROM SALE - UNITS
      * RECEIVED INTO INSPECTION BY PART18 AND UNITS REJECTED AT
      * INSPECTION AWAITING THEIR RETURN TO THE SUPPLIER (THE LOT
      * DETAIL IS ON API5.STOCK_QUARANTINE). THEY ARE ON HAND, SO
      * STOCK INCLUDES THEM, BUT NOT AVAILABLE : FREE STOCK = STOCK -
      * RESERVED - QUARANTINE.
      * MIN_LEVEL / MAX_LEVEL ARE THE DEPOT'S OWN REPLENISHMENT LEVELS
      * (ZERO = NOT MANAGED BY DEPOT). PART121 SETS THEM FROM THE
      * DEPLVL FILE AND EACH NIGHT TOPS EVERY DEPOT WHOSE FREE STOCK
      * IS BELOW ITS MINIMUM BACK UP TO ITS MAXIMUM, BY TRANSFER FROM
      * THE DEPOTS HOLDING MORE THAN THEIR OWN MINIMUM.
      *****************************************************************
       01 WHSTOCK-REC.
          05 WHS-W-CODE      PIC X(2).
          05 WHS-P-NO        PIC X(3).
          05 WHS-STOCK       PIC 9(5) COMP-3.
          05 WHS-RESERVED    PIC 9(5) COMP-3.
          05 WHS-QUARANTINE  PIC 9(5) COMP-3.
          05 WHS-MIN-LEVEL   PIC 9(5) COMP-3.
          05 WHS-MAX-LEVEL   PIC 9(5) COMP-3.
