      *****************************************************************
      * DDMANDT - HOST VARIABLES FOR API5.DD_MANDATES
      * ONE ROW PER CUSTOMER WHO HAS SIGNED A DIRECT DEBIT MANDATE -
      * THE MANDATE REFERENCE THE BANK KNOWS IT BY, THE ACCOUNT TO
      * DEBIT (IBAN), THE SIGNATURE DATE AND WHETHER IT IS IN FORCE.
      * PART115 COLLECTS THE CUSTOMER'S OPEN ITEMS AS THEY FALL DUE
      * ONLY WHILE THE MANDATE IS ACTIVE AND SIGNED ON OR BEFORE THE
      * COLLECTION DATE; PART116 POSTS THE BANK'S RETURNS.
      * MAND-ACTIVE : 'O' = IN FORCE, 'N' = CANCELLED OR SUSPENDED.
      *****************************************************************
       01 DDMANDT-REC.
          05 MAND-C-NO        PIC 9(4).
          05 MAND-REF         PIC X(20).
          05 MAND-IBAN        PIC X(34).
          05 MAND-SIGN-DATE   PIC X(10).
          05 MAND-ACTIVE      PIC X(1).
