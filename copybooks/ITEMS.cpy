      * THE PRODUCT THE CUSTOMER ORIGINALLY ORDERED - ITEMS-P-NO IS
      * THE SUBSTITUTE THAT ACTUALLY SHIPPED. SPACES = NO
      * SUBSTITUTION.
      * ITEMS-QUANTITY IS ALWAYS IN THE PRODUCT'S BASE UNIT (STOCK,
      * RESERVATIONS, STOCK_MOVEMENTS AND AMOUNTS WORK FROM IT, AND
      * ITEMS-PRICE IS PER BASE UNIT). ITEMS-ORDER-UNIT IS THE PACK
      * THE CUSTOMER ORDERED IN (API5.PRODUCT_UNITS, SPACES = BASE
      * UNIT) AND ITEMS-ORDER-QTY THE NUMBER OF THOSE PACKS, SO THE
      * PICK LIST AND THE INVOICE CAN SHOW THE LINE AS ORDERED.
      * LOAD_FILE IS THE VENT* INPUT FILE PART2 LOADED THE ROW FROM
      * (NULL ON ROWS OTHER PROGRAMS WRITE) - PART110 BACKS A LOAD OUT
      * BY IT.
      * ITEMS-FOC-REASON: WHY A FREE-OF-CHARGE LINE SHIPPED AT ZERO
      * PRICE - 'S' SAMPLE, 'G' GOODWILL (BOTH MARKETING EXPENSE),
      * 'W' WARRANTY REPLACEMENT (WARRANTY EXPENSE). THE LINE IS AN
      * 'O' LINE THAT RESERVED STOCK AND CARRIES ITS UNIT COST; PART58
      * AND PART44 CHARGE THAT COST TO EXPENSE INSTEAD OF MARGIN.
      * SPACES (OR NULL) = A NORMAL CHARGED LINE.
      *****************************************************************
       01 ITEMS-REC.
          05 ITEMS-P-NO      PIC X(3).
          05 ITEMS-QUANTITY  PIC 9(5).
          05 ITEMS-PRICE     PIC 9(3)V99.
          05 ITEMS-TYPE      PIC X(1).
          05 ITEMS-TAX       PIC 9(5)V99 COMP-3.
          05 ITEMS-COST      PIC 9(3)V99 COMP-3.
          05 ITEMS-W-CODE    PIC X(2).
          05 ITEMS-ORIG-P-NO PIC X(3).
          05 ITEMS-ORDER-UNIT PIC X(2).
          05 ITEMS-ORDER-QTY PIC 9(2).
          05 ITEMS-LOAD-FILE PIC X(44).
          05 ITEMS-FOC-REASON PIC X(1).
