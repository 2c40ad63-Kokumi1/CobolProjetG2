      *****************************************************************
      * YEAREND - HOST VARIABLES FOR THE FISCAL YEAR-END TABLES
      * PART129 CLOSES A FISCAL YEAR (JANUARY TO DECEMBER) ONCE ITS
      * TWELVE MONTHS ARE CLOSED AND THE RECEIVABLES RECONCILE.
      * API5.YEAR_SUMMARY HOLDS THE YEAR'S TOTALS, ONE ROW PER
      * DIMENSION VALUE : YSUM-DIM 'P' PER PRODUCT (P_NO), 'C' PER
      * CUSTOMER (C_NO), 'R' PER SALES REP (S_NO), 'M' PER MARKET
      * (MARKET) - ONLY THE KEY COLUMN OF THE ROW'S DIMENSION IS SET,
      * THE OTHERS ARE SPACES OR ZERO. QUANTITY AND REVENUE ARE NET
      * OF THE 'R' RETURN LINES; ORDERS COUNTS THE ORDERS DATED IN
      * THE YEAR.
      * API5.BALANCE_FORWARD CARRIES THE CLOSING FIGURES INTO THE NEW
      * YEAR (BFWD-YEAR IS THE NEW YEAR) : BFWD-TYPE 'C' = THE
      * CUSTOMER'S BALANCE, 'R' = THE REBATE EARNED TO DATE ON A
      * REBATE AGREEMENT STILL OPEN (BFWD-START-DATE IS THE
      * AGREEMENT'S START DATE, SPACES ON 'C' ROWS).
      * API5.YEAR_CLOSE GETS ONE ROW PER CLOSED YEAR - WHEN AND BY
      * WHOM, AND THE FIRST NUMBER OF EACH DOCUMENT SERIES RESTARTED
      * FOR THE NEW YEAR (THE CREDIT NOTES IN THEIR OWN YY8001
      * BLOCK). ITS ROW IS WHAT STOPS A SECOND CLOSE.
      *****************************************************************
       01 YEARSUM-REC.
          05 YSUM-YEAR        PIC 9(4).
          05 YSUM-DIM         PIC X(1).
          05 YSUM-P-NO        PIC X(3).
          05 YSUM-C-NO        PIC 9(4).
          05 YSUM-S-NO        PIC 9(2).
          05 YSUM-MARKET      PIC X(2).
          05 YSUM-ORDERS      PIC S9(9)     COMP.
          05 YSUM-QUANTITY    PIC S9(9)     COMP.
          05 YSUM-REVENUE     PIC S9(11)V99 COMP-3.
       01 BALFWD-REC.
          05 BFWD-YEAR        PIC 9(4).
          05 BFWD-TYPE        PIC X(1).
          05 BFWD-C-NO        PIC 9(4).
          05 BFWD-START-DATE  PIC X(10).
          05 BFWD-AMOUNT      PIC S9(9)V99  COMP-3.
       01 YEARCLS-REC.
          05 YCLS-YEAR        PIC 9(4).
          05 YCLS-DATE        PIC X(10).
          05 YCLS-TIME        PIC X(8).
          05 YCLS-OPERATOR    PIC X(8).
          05 YCLS-APPROVER    PIC X(8).
          05 YCLS-INV-START   PIC 9(6).
          05 YCLS-QUO-START   PIC 9(6).
          05 YCLS-PO-START    PIC 9(6).
          05 YCLS-CRN-START   PIC 9(6).
