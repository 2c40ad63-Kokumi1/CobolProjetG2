      *****************************************************************
      * DISPUTE - HOST VARIABLES FOR API5.DISPUTES
      * ONE ROW PER AMOUNT A CUSTOMER WITHHOLDS ON AN INVOICE - THE
      * SHORT-PAID PART OF A RECEIPT (PART14, FIFTH AND SIXTH FIELDS
      * OF THE RECEIPTS FILE) OR A DISPUTE RAISED BY CREDIT CONTROL
      * THROUGH THE PART90 DISPUTE FEED. AT MOST ONE OPEN DISPUTE PER
      * INVOICE.
      * WHILE A DISPUTE IS OPEN ITS AMOUNT IS HELD OUT OF THE PAYABLE
      * PART OF THE OPEN ITEM (PART14), OF AGING (PART13), DUNNING
      * (PART16), FINANCE CHARGES (PART15) AND THE COLLECTIONS
      * HANDOVER (PART49). PART90 RESOLVES IT AS A CREDIT (THE OPEN
      * ITEM AND THE BALANCE ARE REDUCED, BALANCE_HISTORY TYPE 'C') OR
      * BY REINSTATING IT (THE AMOUNT FALLS DUE AGAIN). PART91 LISTS
      * THE OPEN DISPUTES BY REASON AND AGE.
      * DSP-REASON : 'DM' = DAMAGED GOODS, 'PR' = PRICE DISAGREEMENT,
      *              'QT' = QUANTITY SHORT/NOT RECEIVED, 'OT' = OTHER.
      * DSP-STATUS : 'O' = OPEN, 'C' = CREDITED, 'R' = REINSTATED.
      * DSP-RESOLVE-DATE IS NULL WHILE THE DISPUTE IS OPEN.
      * DSP-CREDIT-AMT : WHAT PART90 CREDITED AT RESOLUTION - THE
      * WHOLE AMOUNT, OR LESS WHEN CREDIT CONTROL CREDITS PART AND
      * REINSTATES THE REST. ZERO FOR A REINSTATED DISPUTE.
      *****************************************************************
       01 DISPUTE-REC.
          05 DSP-INV-NO       PIC 9(6).
          05 DSP-C-NO         PIC 9(4).
          05 DSP-AMOUNT       PIC S9(8)V99 COMP-3.
          05 DSP-REASON       PIC X(2).
          05 DSP-OPEN-DATE    PIC X(10).
          05 DSP-STATUS       PIC X(1).
          05 DSP-RESOLVE-DATE PIC X(10).
          05 DSP-REF          PIC X(12).
          05 DSP-CREDIT-AMT   PIC S9(8)V99 COMP-3.
