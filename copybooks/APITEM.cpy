      *****************************************************************
      * APITEM - HOST VARIABLES FOR API5.AP_OPEN_ITEMS
      * THE ACCOUNTS-PAYABLE TWIN OF API5.OPEN_ITEMS : ONE ROW PER
      * SUPPLIER INVOICE WE STILL OWE, KEYED SUP_NO + INV_NO. PART85
      * OPENS (OR TOPS UP) THE ITEM AS EACH INVOICE LINE PASSES THE
      * THREE-WAY MATCH, DUE APDAYS DAYS AFTER THE INVOICE DATE.
      * PART86'S PAYMENT RUN PAYS THE ITEMS DUE BY ITS CUT-OFF AND
      * CLOSES THEM WITH THE PAYMENT DATE AND TREASURY REFERENCE;
      * PART87 AGES WHAT IS STILL OPEN. A PART107 SUPPLIER DEBIT
      * NOTE IS AN ITEM OF ITS OWN (INV_NO 'DN' + NOTE NUMBER, DUE
      * THE DAY IT IS RAISED) WITH NEGATIVE AMOUNTS, SO THE PAYMENT
      * RUN OFFSETS IT AGAINST THE SUPPLIER'S INVOICES.
      * APIT-STATUS : 'O' = OPEN, 'C' = CLOSED (PAID).
      *****************************************************************
       01 APITEM-REC.
          05 APIT-SUP-NO      PIC 9(4).
          05 APIT-INV-NO      PIC X(12).
          05 APIT-INV-DATE    PIC X(10).
          05 APIT-DUE-DATE    PIC X(10).
          05 APIT-ORIG-AMT    PIC S9(8)V99 COMP-3.
          05 APIT-OPEN-AMT    PIC S9(8)V99 COMP-3.
          05 APIT-STATUS      PIC X(1).
          05 APIT-PAY-DATE    PIC X(10).
          05 APIT-PAY-REF     PIC X(12).
