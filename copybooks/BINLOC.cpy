      *****************************************************************
      * BINLOC - HOST VARIABLES FOR THE BIN LOCATION TABLES
      * API5.BIN_LOCATIONS IS THE BIN MASTER - ONE ROW PER SHELF
      * POSITION IN A DEPOT, KEYED W_CODE + BIN_CODE, PLACED BY ITS
      * AISLE, BAY (ALONG THE AISLE) AND LEVEL (FROM THE FLOOR UP).
      * A WALK THROUGH THE DEPOT VISITS THE BINS IN AISLE, BAY, LEVEL
      * ORDER - THE ORDER PART39'S PICK LIST AND THE PART19/PART62
      * COUNT SHEETS ARE PRINTED IN.
      * API5.PRODUCT_BINS NAMES EACH PRODUCT'S PRIMARY BIN IN A
      * DEPOT, KEYED W_CODE + P_NO. BOTH ARE LOADED BY PART105;
      * PART106 LISTS PRODUCTS WITH STOCK IN A DEPOT BUT NO BIN.
      *****************************************************************
       01 BINLOC-REC.
          05 BIN-W-CODE       PIC X(2).
          05 BIN-CODE         PIC X(8).
          05 BIN-AISLE        PIC X(2).
          05 BIN-BAY          PIC 9(3).
          05 BIN-LEVEL        PIC 9(2).
       01 PRODBIN-REC.
          05 PBIN-W-CODE      PIC X(2).
          05 PBIN-P-NO        PIC X(3).
          05 PBIN-CODE        PIC X(8).
