      *****************************************************************
      * SUPINV - HOST VARIABLES FOR API5.SUPPLIER_INVOICES
      * ONE ROW PER SUPPLIER INVOICE LINE PART85 APPROVED FOR PAYMENT
      * AFTER THE THREE-WAY MATCH - WHAT PO_LINES SAYS WAS ORDERED AND
      * AT WHAT PRICE, WHAT QTY_RECEIVED SAYS ARRIVED, AND WHAT THE
      * SUPPLIER BILLED. KEYED SUP_NO + INV_NO + PO_NO + P_NO, SO A
      * LINE BILLED TWICE IS CAUGHT. LINES OUTSIDE TOLERANCE ARE NEVER
      * STORED - THEY GO TO THE FICSIV VARIANCE REPORT FOR AP.
      * AMOUNT = QTY * UNIT_PRICE AS BILLED.
      * SINV-STATUS : 'A' = APPROVED FOR PAYMENT, 'P' = PAID.
      *****************************************************************
       01 SUPINV-REC.
          05 SINV-SUP-NO      PIC 9(4).
          05 SINV-INV-NO      PIC X(12).
          05 SINV-PO-NO       PIC 9(6).
          05 SINV-P-NO        PIC X(3).
          05 SINV-QTY         PIC 9(5) COMP-3.
          05 SINV-UNIT-PRICE  PIC 9(3)V99 COMP-3.
          05 SINV-AMOUNT      PIC S9(7)V99 COMP-3.
          05 SINV-INV-DATE    PIC X(10).
          05 SINV-MATCH-DATE  PIC X(10).
          05 SINV-STATUS      PIC X(1).
