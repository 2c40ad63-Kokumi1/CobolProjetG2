      *****************************************************************
      * LOTRCL - HOST VARIABLES FOR API5.LOT_RECALLS
      * ONE ROW PER SUPPLIER LOT RECALLED - WRITTEN BY PART60 THE
      * FIRST TIME IT TRACES A PRODUCT + LOT, WITH THE SUPPLIER THE
      * LOT CAME FROM (THE PO BEHIND ITS 'G' RECEIPT MOVEMENT, ZERO
      * WHEN THE LOT WAS RECEIVED WITHOUT A PO) AND THE RECALL DATE.
      * PART88'S SUPPLIER SCORECARD COUNTS THE RECALLS PER SUPPLIER.
      *****************************************************************
       01 LOTRCL-REC.
          05 RCL-P-NO         PIC X(3).
          05 RCL-LOT-NO       PIC X(10).
          05 RCL-SUP-NO       PIC 9(4).
          05 RCL-DATE         PIC X(10).
