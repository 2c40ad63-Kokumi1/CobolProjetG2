      *****************************************************************
      * CATEGORY - HOST VARIABLES FOR THE PRODUCT HIERARCHY TABLES
      * API5.PRODUCT_DEPTS (ONE ROW PER DEPARTMENT) AND
      * API5.PRODUCT_CATEGORIES (ONE ROW PER CATEGORY, NAMING THE
      * DEPARTMENT IT BELONGS TO) - DEPARTMENT > CATEGORY > PRODUCT.
      * A PRODUCT'S CATEGORY IS PRODUCTS.CAT_CODE (NULL OR SPACES =
      * NOT YET CLASSIFIED). ALL THREE ARE LOADED FROM THE CATMAST
      * MASTER FILE BY PART119; PART120 REPORTS SALES, MARGIN,
      * RETURNS AND STOCK BY CATEGORY AND DEPARTMENT.
      *****************************************************************
       01 PRODDEPT-REC.
          05 PDEP-CODE        PIC X(4).
          05 PDEP-NAME        PIC X(30).
       01 PRODCAT-REC.
          05 PCAT-CODE        PIC X(4).
          05 PCAT-NAME        PIC X(30).
          05 PCAT-DEPT-CODE   PIC X(4).
