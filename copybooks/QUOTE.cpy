      * THE TAX COMES FROM API5.TAX_RATES, BUT NOTHING IS POSTED.
      * QUO-STATUS : 'O' = OPEN, 'C' = CONVERTED TO AN ORDER BY
      * PART51, EXPIRY HAS PASSED = NO LONGER CONVERTIBLE.
      * NEXT_QUOTE_NO RESTARTS AT YY0001 EACH FISCAL YEAR (PART129).
      *****************************************************************
       01 QUOTE-REC.
          05 QUO-NO           PIC 9(6).
