      * STOCKMVT - HOST VARIABLES FOR API5.STOCK_MOVEMENTS
      * ONE ROW PER CHANGE ANY PROGRAM APPLIES TO A PRODUCT'S STOCK,
      * IN THE SAME SPIRIT AS PRICE_HISTORY AND BALANCE_HISTORY.
      * DIRECTION: '+' UNITS IN, '-' UNITS OUT. QTY IS ALWAYS IN THE
      * PRODUCT'S BASE UNIT, WHATEVER PACK THE DOCUMENT BEHIND IT USED.
      * SOURCE: 'S' SALE, 'R' RETURN, 'L' CATALOG LOAD, 'G' GOODS
      * RECEIPT, 'A' INVENTORY ADJUSTMENT, 'T' INTER-DEPOT TRANSFER
      * (PART59 WRITES A '-' ROW AT THE SENDING DEPOT AND A '+' ROW
      * AT THE RECEIVING ONE), 'Q' QUARANTINE RELEASE AND 'J'
      * QUARANTINE REJECT (PART104 WRITES A '-' ROW OUT OF THE
      * INSPECTION STATUS AND A '+' ROW INTO AVAILABLE OR REJECTED
      * STOCK AT THE SAME DEPOT AND LOT - ON HAND DOES NOT CHANGE),
      * 'V' RETURN TO VENDOR (PART107 - A '-' ROW AT THE DEPOT AND
      * LOT THE UNITS LEFT, PO-NO THE PO THEY WERE DEBITED AGAINST).
      * O-NO IS THE ORDER BEHIND A SALE/RETURN MOVEMENT, ZERO
      * OTHERWISE. W-CODE IS THE DEPOT THE UNITS MOVED AT ('W1' FOR
      * CENTRAL LOADS, RECEIPTS AND ADJUSTMENTS).
      * PART18 AT GOODS RECEIPT AND BY THE FIFO LOT CONSUMPTION WHEN
      * SALES MOVE UNITS, BLANK FOR UNTRACKED STOCK - SO PART60'S
      * RECALL REPORT CAN TRACE A LOT FROM RECEIPT TO CUSTOMER.
      * PO-NO IS THE PURCHASE ORDER A 'G' RECEIPT WAS MATCHED TO
      * (ZERO WHEN THE DELIVERY NAMED NO PO), SO A LOT AND A RECEIPT
      * CAN BE TRACED BACK TO THE SUPPLIER.
      *****************************************************************
       01 STKMVT-REC.
          05 STKMVT-P-NO       PIC X(3).
          05 STKMVT-DATE       PIC X(10).
          05 STKMVT-TIME       PIC X(8).
          05 STKMVT-LOT        PIC X(10).
          05 STKMVT-PO-NO      PIC 9(6).
