      *****************************************************************
      * SHIPMENT - HOST VARIABLES FOR API5.SHIPMENTS
      * ONE ROW PER SHIPPED ('S') CONFIRMATION PART37 LOADS WITH A
      * CARRIER CODE - THE CARRIER, ITS TRACKING NUMBER AND THE
      * FREIGHT CHARGED FOR THE PARCEL. P_NO IS SPACES WHEN THE
      * CONFIRMATION SHIPPED THE WHOLE ORDER, OTHERWISE IT NAMES THE
      * ITEM_STATUS LINE THE PARCEL CARRIED.
      * SHP-INV-NO : ZERO UNTIL THE FREIGHT IS BILLED - PART7 (OR
      * PART83 FOR CONSOLIDATED CUSTOMERS) ADDS EVERY UNBILLED ROW OF
      * THE ORDER TO THE INVOICE AS A FREIGHT CHARGE AND STAMPS THE
      * INVOICE NUMBER HERE, SO FREIGHT IS NEVER BILLED TWICE.
      * PART89 PRINTS THE DAILY CARRIER MANIFEST FROM THIS TABLE.
      *****************************************************************
       01 SHIPMENT-REC.
          05 SHP-O-NO         PIC 9(6).
          05 SHP-P-NO         PIC X(3).
          05 SHP-DATE         PIC X(10).
          05 SHP-CARRIER      PIC X(4).
          05 SHP-TRACKING     PIC X(20).
          05 SHP-FREIGHT      PIC S9(5)V99 COMP-3.
          05 SHP-INV-NO       PIC 9(6).
