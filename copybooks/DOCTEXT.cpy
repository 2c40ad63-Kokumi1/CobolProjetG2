      *****************************************************************
      * DOCTEXT - HOST VARIABLES FOR API5.DOC_TEXTS
      * THE WORDING OF THE CUSTOMER DOCUMENTS, ONE ROW PER DOCUMENT,
      * LANGUAGE AND TEXT NUMBER. DOC_ID IS THE PRINTING PROGRAM
      * ('PART7' INVOICE, 'PART12' STATEMENT, 'PART16' DUNNING
      * LETTER, 'PART49' HANDOVER NOTICE, 'PART83' CONSOLIDATED
      * INVOICE, 'PART98' DELIVERY NOTE, 'PART130' CREDIT NOTE);
      * LANG_CODE IS THE CUSTOMER LANGUAGE AS ON CUSTOMERS.LANG_CODE
      * ('FR', 'EN'); TEXT_NO IS THE HEADING, LABEL OR LETTER LINE IT
      * REPLACES, AS NUMBERED IN THE PRINTING PROGRAM'S HOUSE-TEXT
      * TABLE. THE DOCTXT ROUTINE LAYS THE ROWS OVER THAT TABLE - A
      * TEXT WITH NO ROW KEEPS THE HOUSE WORDING.
      *****************************************************************
       01 DOCTEXT-REC.
          05 DOCT-DOC-ID      PIC X(8).
          05 DOCT-LANG        PIC X(2).
          05 DOCT-TEXT-NO     PIC 9(3).
          05 DOCT-TEXT        PIC X(60).
