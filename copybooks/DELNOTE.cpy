      *****************************************************************
      * DELNOTE - HOST VARIABLES FOR THE DELIVERY NOTE TABLES
      * API5.DELNOTE_CONTROL HOLDS THE NEXT-NUMBER ROW PART37 DRAWS
      * FROM; API5.DELIVERY_NOTES GETS ONE HEADER PER SHIPPED ('S')
      * CONFIRMATION THAT MOVED UNITS - THE ORDER, ITS CUSTOMER AND
      * SHIP-TO CODE AS THEY STOOD, THE SHIP DATE AND ANY CARRIER AND
      * TRACKING NUMBER. API5.DELIVERY_NOTE_LINES CARRIES WHAT WENT
      * IN THE BOX :
      *   ROW_TYPE 'L' - ONE ROW PER SALE LINE, QTY = UNITS OF THAT
      *                  LINE IN THIS SHIPMENT (LOT FIELDS SPACES).
      *   ROW_TYPE 'T' - ONE ROW PER SUPPLIER LOT SLICE CONSUMED FOR
      *                  THE LINE; LOT_P_NO IS THE PRODUCT THE LOT
      *                  BELONGS TO (THE KIT COMPONENT FOR A KIT).
      * PRINTED : 'N' UNTIL PART98 PRINTS THE NOTE, THEN 'Y'.
      * QUANTITIES ARE IN BASE UNITS, AS ON ITEMS.
      *****************************************************************
       01 DELNOTE-REC.
          05 DN-NO            PIC 9(6).
          05 DN-O-NO          PIC 9(6).
          05 DN-C-NO          PIC 9(4).
          05 DN-SHIP-CODE     PIC X(2).
          05 DN-DATE          PIC X(10).
          05 DN-CARRIER       PIC X(4).
          05 DN-TRACKING      PIC X(20).
          05 DN-PRINTED       PIC X(1).
       01 DNLINE-REC.
          05 DNL-NO           PIC 9(6).
          05 DNL-P-NO         PIC X(3).
          05 DNL-ROW-TYPE     PIC X(1).
          05 DNL-LOT-P-NO     PIC X(3).
          05 DNL-LOT-NO       PIC X(10).
          05 DNL-QTY          PIC 9(5) COMP-3.
