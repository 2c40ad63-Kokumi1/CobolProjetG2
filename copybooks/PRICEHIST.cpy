      *****************************************************************
      * PRICEHIST - HOST VARIABLES FOR API5.PRICE_HISTORY
      * ONE ROW PER PRICE CHANGE PART1 APPLIES DURING A RELOAD, OR
      * PART30 APPLIES FROM THE REVIEWED PENDING FILE, OR PART118
      * ACTIVATES FROM API5.PRICE_PENDING ON ITS EFFECTIVE DATE.
      * OPERATOR AND APPROVER ARE FILLED ON PART30 ROWS AND ON
      * PART118 ROWS FOR PRICES PART30 DEFERRED.
      *****************************************************************
       01 PRICEHIST-REC.
          05 PRHIST-P-NO        PIC X(3).
          05 PRHIST-OLD-PRICE   PIC 9(3)V99 COMP-3.
          05 PRHIST-NEW-PRICE   PIC 9(3)V99 COMP-3.
          05 PRHIST-LOAD-DATE   PIC X(10).
          05 PRHIST-OPERATOR    PIC X(8).
          05 PRHIST-APPROVER    PIC X(8).
