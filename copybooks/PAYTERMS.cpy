      *****************************************************************
      * PAYTERMS - HOST VARIABLES FOR API5.PAYMENT_TERMS
      * ONE ROW PER PAYMENT TERMS CODE A CUSTOMER CAN BE GIVEN
      * (CUSTOMERS.TERMS_CODE) - E.G. 'N30' NET 30, 'N60' NET 60,
      * '2N30' 2% 10 NET 30.
      * TRM-NET-DAYS : DAYS FROM THE INVOICE DATE TO THE DUE DATE.
      * TRM-DISC-DAYS/TRM-DISC-PCT : THE EARLY SETTLEMENT WINDOW AND
      * THE DISCOUNT A RECEIPT INSIDE IT EARNS (ZERO = NO DISCOUNT).
      * PART7 AND PART83 STAMP THE DUE AND DISCOUNT DATES ON EACH
      * OPEN ITEM AND PRINT THE DESCRIPTION ON THE INVOICE. A
      * CUSTOMER WITHOUT A CODE, OR WITH A CODE NOT IN THIS TABLE,
      * IS ON NET 30 WITH NO DISCOUNT.
      *****************************************************************
       01 PAYTERMS-REC.
          05 TRM-CODE         PIC X(4).
          05 TRM-DESC         PIC X(20).
          05 TRM-NET-DAYS     PIC 9(3).
          05 TRM-DISC-DAYS    PIC 9(3).
          05 TRM-DISC-PCT     PIC S9(2)V99 COMP-3.
