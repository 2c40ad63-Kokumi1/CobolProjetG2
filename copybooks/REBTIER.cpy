      *****************************************************************
      * REBTIER - HOST VARIABLES FOR API5.REBATE_TIERS
      * THE TIERS OF ONE REBATE AGREEMENT (C_NO AND START_DATE OF
      * API5.REBATE_AGREEMENTS). ONCE THE PERIOD'S NET PURCHASES
      * REACH TIER-THRESHOLD, TIER-PCT IS EARNED ON ALL OF THEM -
      * E.G. THRESHOLD 50000,00 PCT 2,00 FOR 2% ABOVE 50,000.
      *****************************************************************
       01 REBTIER-REC.
          05 TIER-C-NO        PIC 9(4).
          05 TIER-START-DATE  PIC X(10).
          05 TIER-THRESHOLD   PIC S9(9)V99 COMP-3.
          05 TIER-PCT         PIC S9(2)V99 COMP-3.
