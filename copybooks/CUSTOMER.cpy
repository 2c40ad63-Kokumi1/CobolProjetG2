      * CUS-NO-SUB: 'Y' = CUSTOMER REFUSES PRODUCT SUBSTITUTES -
      * PART2 BACKORDERS THEIR SHORT LINES INSTEAD OF OFFERING AN
      * APPROVED ALTERNATE FROM API5.SUBSTITUTES.
      * CUS-TERMS: PAYMENT TERMS CODE (API5.PAYMENT_TERMS). SPACES =
      * THE HOUSE DEFAULT OF NET 30, NO DISCOUNT.
      * CUS-MERGED-TO: NON-ZERO WHEN PART96 HAS MERGED THIS ACCOUNT
      * INTO ANOTHER (THE SURVIVING C_NO). THE NUMBER IS DEAD - ITS
      * BALANCE WAS TRANSFERRED, AND PART2 PARKS ANY NEW LINE FOR IT
      * IN SUSPENSE WITH REASON 'M'. ZERO = ACTIVE ACCOUNT.
      * CUS-LANG: LANGUAGE THE CUSTOMER'S DOCUMENTS ARE PRINTED IN -
      * 'FR' OR 'EN' (LANG_CODE, NULL OR SPACES = 'FR'). PART7, PART12,
      * PART16, PART49, PART83, PART98 AND PART130 TAKE THEIR WORDING
      * FROM API5.DOC_TEXTS FOR THAT LANGUAGE AND PRINT DATES AND
      * AMOUNTS TO MATCH - 'FR' AS DD/MM/YYYY WITH A DECIMAL COMMA,
      * 'EN' AS MM/DD/YYYY WITH A DECIMAL POINT.
      * CUS-COUNTRY: COUNTRY OF THE BILLING ADDRESS, ISO CODE (NULL
      * OR SPACES = 'FR', THE HOUSE COUNTRY).
      * CUS-VAT-NO: THE CUSTOMER'S EU VAT REGISTRATION NUMBER WITH ITS
      * COUNTRY PREFIX ('EL' FOR GREECE), SPACES = NONE. PART9 ONLY
      * LOADS A NUMBER WHOSE PREFIX MATCHES AN EU CUS-COUNTRY AND
      * WHOSE FORMAT IS VALID, SO A NON-BLANK NUMBER WITH A COUNTRY
      * OTHER THAN 'FR' MARKS AN INTRA-EU BUSINESS CUSTOMER : PART2
      * CHARGES THEIR LINES NO VAT (REVERSE CHARGE), PART7 PRINTS THE
      * REVERSE-CHARGE WORDING AND PART123 DECLARES THE SALES ON THE
      * QUARTERLY EC SALES LISTING.
      * CHANGES TO THE MASTER FIELDS ARE LOGGED FIELD BY FIELD TO
      * API5.CUSTOMER_CHANGES (CUSTCHG) BY THE PROGRAM MAKING THEM.
      *****************************************************************
       01 CUSTOMER-REC.
          05 CUS-NO            PIC 9(4).
          05 CUS-CONSOL        PIC X(1).
          05 CUS-PARENT        PIC 9(4).
          05 CUS-NO-SUB        PIC X(1).
          05 CUS-TERMS         PIC X(4).
          05 CUS-MERGED-TO     PIC 9(4).
          05 CUS-LANG          PIC X(2).
          05 CUS-COUNTRY       PIC X(2).
          05 CUS-VAT-NO        PIC X(14).
