      *****************************************************************
      * OPERAUTH - HOST VARIABLES FOR API5.OPERATOR_AUTHORITY
      * ONE ROW PER OPERATOR AND MANUAL OVERRIDE THAT OPERATOR MAY
      * APPROVE.
      * OPERCHK READS IT WHEN A RUN NAMES AN APPROVER. ACTIONS :
      *   HOLDPOST - PART11 HOLDMODE=POST, CREDIT LIMIT OVERRIDDEN.
      *   PRICEAPP - PART30 APPLIES HELD PRICE CHANGES.
      *   CREDLIM  - PART48 APPLIES NEW CREDIT LIMITS.
      *   WRITEOFF - PART43 WRITES OFF SMALL BALANCES.
      *   LOCKOVRD - PART2 LOCKOVRD=Y CLEARS A STALE RUN LOCK.
      *   LOADREV  - PART110 BACKS OUT A NIGHT'S SALES LOAD.
      *   SCRNREL  - PART126 RELEASES AN ORDER HELD BY THE UNUSUAL-
      *              ORDER SCREENING.
      *   YEARCLOS - PART129 CLOSES A FISCAL YEAR.
      *   RUNPARM  - PART132 ADDS OR CHANGES A RUN PARAMETER
      *              (API5.RUN_PARMS).
      * GRANTED IS THE DATE THE AUTHORITY WAS GIVEN. PART109 REPORTS
      * THE OVERRIDES DONE, BY PERSON AND MONTH.
      *****************************************************************
       01 OPERAUTH-REC.
          05 OPAUTH-OPERATOR  PIC X(8).
          05 OPAUTH-ACTION    PIC X(8).
          05 OPAUTH-GRANTED   PIC X(10).
