      * ARE ARCHIVED TO SEQUENTIAL HISTORY FILES IN THE PART24
      * ORDHIST/ITMHIST STYLE AND THEN DELETED WITH INTERIM COMMITS.
      * TABLES PART68 KNOWS HOW TO TRIM : RUN_LOG, STOCK_MOVEMENTS,
      * PRICE_HISTORY, FILE_REGISTRY, INVOICE_REGISTER, DOC_ARCHIVE
      * (BY PRINT DATE), AND THE DUNREG FLAT FILE (SPLIT ARCHIVE/KEEP
      * LIKE PART29'S EXCPLOG).
      *****************************************************************
       01 RETPOL-REC.
          05 POL-TABLE-NAME   PIC X(18).
