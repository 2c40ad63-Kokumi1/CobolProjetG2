      *****************************************************************
      * STOCKQTN - HOST VARIABLES FOR API5.STOCK_QUARANTINE
      * ONE ROW PER PRODUCT, DEPOT, SUPPLIER LOT AND STATUS FOR UNITS
      * ON HAND THAT MAY NOT BE SOLD :
      *   STATUS 'Q' - RECEIVED BY PART18 INTO INSPECTION (DELIVERY
      *                FIELD 8 = 'Q'), AWAITING THE PART104 RELEASE.
      *   STATUS 'J' - REJECTED AT INSPECTION BY PART104, AWAITING
      *                RETURN TO THE SUPPLIER - PART107 TAKES
      *                THEM OUT OF STOCK ON THE SUPPLIER DEBIT NOTE.
      * LOT_NO IS SPACES FOR UNTRACKED STOCK. THE SUM OF QTY OVER A
      * DEPOT/PRODUCT IS WAREHOUSE_STOCK.QUARANTINE. RELEASED UNITS
      * LEAVE THIS TABLE FOR API5.STOCK_LOTS (WHEN LOTTED), SO THE
      * FIFO LOT CONSUMPTION NEVER SEES HELD UNITS. RECV_DATE AND
      * PO_NO ARE THOSE OF THE FIRST RECEIPT INTO THE ROW; PO_NO
      * LEADS TO THE SUPPLIER (ZERO WHEN THE DELIVERY NAMED NO PO).
      *****************************************************************
       01 STOCKQTN-REC.
          05 QTN-P-NO         PIC X(3).
          05 QTN-W-CODE       PIC X(2).
          05 QTN-LOT-NO       PIC X(10).
          05 QTN-STATUS       PIC X(1).
          05 QTN-QTY          PIC 9(5) COMP-3.
          05 QTN-RECV-DATE    PIC X(10).
          05 QTN-PO-NO        PIC 9(6).
