      *****************************************************************
      * CREDNOTE - HOST VARIABLES FOR THE CREDIT NOTE TABLES
      * API5.CREDITNOTE_CONTROL HOLDS THE NEXT-NUMBER ROW PART130
      * DRAWS FROM (SAME PATTERN AS INVOICE_CONTROL); API5.CREDIT_NOTES
      * IS THE CREDIT NOTE REGISTER - ONE ROW PER CREDIT NOTE PRINTED.
      * THE SERIES RUNS PER FISCAL YEAR IN ITS OWN BLOCK : PART129'S
      * YEAR-END CLOSE RESTARTS IT AT YY8001 (THE INVOICES START AT
      * YY0001), SO A CREDIT NOTE NUMBER NEVER MEETS AN INVOICE NUMBER
      * IN API5.OPEN_ITEMS, WHERE BOTH ARE KEYED BY INV_NO.
      * CRN-SOURCE SAYS WHAT WAS CREDITED :
      *   'R' - RETURN LINES ('R' ITEMS) POSTED ON ORDER CRN-O-NO BY
      *         PART2 OR THE PART74 REPOST;
      *   'W' - A SMALL-BALANCE WRITE-OFF (PART43, BALANCE_HISTORY
      *         TYPE 'W', NEGATIVE) OF CRN-SOURCE-DATE;
      *   'V' - A VOLUME REBATE SETTLED (PART92, BALANCE_HISTORY TYPE
      *         'V') ON CRN-SOURCE-DATE.
      * CRN-INV-NO AND CRN-RMA-NO ARE THE ORIGINAL INVOICE AND THE RMA
      * A RETURN WAS CREDITED UNDER, WHERE KNOWN (ZERO OTHERWISE).
      * NET, TAX AND AMOUNT (= NET + TAX) ARE THE CREDIT, POSITIVE.
      * EACH CREDIT NOTE ALSO OPENS AN API5.OPEN_ITEMS ROW (INV_NO =
      * CREDIT NOTE NUMBER, O_NO ZERO) AT MINUS ITS AMOUNT, WHICH
      * PART14 OFFSETS AGAINST THE CUSTOMER'S OPEN INVOICES. A
      * WRITE-OFF'S ITEM IS OPENED CLOSED - PART43 HAS ALREADY CLOSED
      * THE ITEMS IT WROTE OFF.
      *****************************************************************
       01 CREDNOTE-REC.
          05 CRN-NO           PIC 9(6).
          05 CRN-C-NO         PIC 9(4).
          05 CRN-SOURCE       PIC X(1).
          05 CRN-O-NO         PIC 9(6).
          05 CRN-SOURCE-DATE  PIC X(10).
          05 CRN-INV-NO       PIC 9(6).
          05 CRN-RMA-NO       PIC 9(6).
          05 CRN-NET          PIC S9(7)V99 COMP-3.
          05 CRN-TAX          PIC S9(7)V99 COMP-3.
          05 CRN-AMOUNT       PIC S9(7)V99 COMP-3.
          05 CRN-PRINT-DATE   PIC X(10).
