      *****************************************************************
      * REBATE - HOST VARIABLES FOR API5.REBATE_AGREEMENTS
      * ONE ROW PER VOLUME REBATE AGREEMENT, KEYED BY CUSTOMER AND
      * START DATE. THE RATE EARNED COMES FROM THE AGREEMENT'S TIERS
      * (API5.REBATE_TIERS) - THE HIGHEST THRESHOLD THE PERIOD'S NET
      * PURCHASES REACH GIVES THE PERCENT PAID ON THE WHOLE AMOUNT.
      * RBT-GROUP : 'Y' = THE AGREEMENT IS WITH A PARENT COMPANY AND
      * COUNTS THE PURCHASES OF EVERY BRANCH WHOSE PARENT_C_NO IS
      * RBT-C-NO; THE REBATE IS CREDITED TO THE PARENT'S ACCOUNT.
      * RBT-STATUS : 'O' = OPEN (PART92 ACCRUES IT EACH QUARTER),
      * 'S' = SETTLED - ONCE THE PERIOD HAS ENDED PART92 CREDITS THE
      * REBATE EARNED TO THE CUSTOMER'S BALANCE (BALANCE_HISTORY
      * TYPE 'V') AND STAMPS RBT-SETTLE-DATE AND RBT-SETTLED-AMT.
      * PART93 PRINTS THE REBATE STATEMENT FOR EACH OPEN AGREEMENT.
      *****************************************************************
       01 REBATE-REC.
          05 RBT-C-NO         PIC 9(4).
          05 RBT-START-DATE   PIC X(10).
          05 RBT-END-DATE     PIC X(10).
          05 RBT-GROUP        PIC X(1).
          05 RBT-STATUS       PIC X(1).
          05 RBT-SETTLE-DATE  PIC X(10).
          05 RBT-SETTLED-AMT  PIC S9(8)V99 COMP-3.
