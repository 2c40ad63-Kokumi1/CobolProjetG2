      *****************************************************************
      * REBACCR - HOST VARIABLES FOR API5.REBATE_ACCRUALS
      * ONE ROW PER REBATE AGREEMENT AND QUARTER ('YYYY-QN') WRITTEN
      * BY PART92 : THE NET PURCHASES (SALE LINES LESS 'R' RETURN
      * LINES) FROM THE AGREEMENT START TO THE QUARTER END, THE TIER
      * PERCENT THEY REACH, THE REBATE EARNED TO DATE, AND RACC-
      * ACCRUED - THE QUARTER'S MOVEMENT (EARNED TO DATE LESS THE
      * EARLIER QUARTERS' ACCRUALS, NEGATIVE WHEN RETURNS DROP THE
      * AGREEMENT BACK A TIER). A RERUN REPLACES THE QUARTER'S ROWS
      * FOR AGREEMENTS STILL OPEN.
      *****************************************************************
       01 REBACCR-REC.
          05 RACC-C-NO        PIC 9(4).
          05 RACC-START-DATE  PIC X(10).
          05 RACC-PERIOD      PIC X(7).
          05 RACC-NET-SALES   PIC S9(9)V99 COMP-3.
          05 RACC-PCT         PIC S9(2)V99 COMP-3.
          05 RACC-EARNED      PIC S9(8)V99 COMP-3.
          05 RACC-ACCRUED     PIC S9(8)V99 COMP-3.
          05 RACC-ACCR-DATE   PIC X(10).
