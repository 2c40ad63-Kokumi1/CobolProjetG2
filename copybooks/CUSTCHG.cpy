      *****************************************************************
      * CUSTCHG - HOST VARIABLES FOR API5.CUSTOMER_CHANGES
      * ONE ROW PER FIELD CHANGED ON THE CUSTOMER MASTER - THE AUDIT
      * TRAIL OF WHO CHANGED WHAT WHEN, IN THE LIMIT_HISTORY SPIRIT
      * BUT FOR EVERY MASTER FIELD. WRITTEN BY PART9 (NAME, ADDRESS,
      * CREDIT LIMIT, CONSOLIDATION, PARENT, NO-SUBSTITUTE, AND A
      * 'NEW CUSTOMER' ROW ON CREATION), PART48 (CREDIT LIMIT),
      * PART49 (COLLECTIONS FLAG) AND PART96 (MERGED_INTO ON THE
      * MERGED ACCOUNT, PARENT_C_NO ON ITS BRANCHES). PART94 LISTS
      * THEM BY DATE RANGE.
      * BALANCE AND DEPOSIT MOVEMENTS ARE NOT MASTER CHANGES - THEY
      * HAVE THEIR OWN TRAIL IN BALANCE_HISTORY.
      * CHG-FIELD     : THE COLUMN CHANGED ('NAME', 'ADDRESS',
      *                 'CREDIT_LIMIT', 'CONSOL_FLAG', 'PARENT_C_NO',
      *                 'NO_SUB', 'COLL_FLAG', 'MERGED_INTO') OR
      *                 'NEW CUSTOMER'.
      * CHG-OLD-VALUE : THE VALUE BEFORE, AS PRINTED (AMOUNTS EDITED).
      * CHG-NEW-VALUE : THE VALUE AFTER, SAME FORM.
      * CHG-TIME      : HHMMSSCC, KEEPS SAME-DAY CHANGES IN ORDER.
      * CHG-PROGID    : THE PROGRAM THAT MADE THE CHANGE.
      *****************************************************************
       01 CUSTCHG-REC.
          05 CHG-C-NO         PIC 9(4).
          05 CHG-DATE         PIC X(10).
          05 CHG-TIME         PIC X(8).
          05 CHG-FIELD        PIC X(12).
          05 CHG-OLD-VALUE    PIC X(40).
          05 CHG-NEW-VALUE    PIC X(40).
          05 CHG-PROGID       PIC X(8).
