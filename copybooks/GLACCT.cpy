      * EVENT TYPES MATCH BALANCE_HISTORY.HIST_TYPE WHERE ONE EXISTS:
      * 'O' = ORDER/RETURN REVENUE, 'P' = PAYMENT, 'F' = FINANCE
      * CHARGE, 'W' = WRITE-OFF, 'A' = DEPOSIT APPLIED TO AN INVOICE,
      * 'R' = REFUND OF A CREDIT BALANCE, 'X' = FREIGHT BILLED TO THE
      * CUSTOMER, 'C' = DISPUTE CREDITED (PART90), 'S' = EARLY
      * SETTLEMENT DISCOUNT TAKEN (PART14), 'V' = VOLUME REBATE
      * SETTLED (PART92), PLUS 'T' = VAT ON THE DAY'S ITEMS.
      * HISTORY TYPE 'G' (REALIZED EXCHANGE DIFFERENCE, PART14) SPLITS
      * BY SIGN : 'G' = REALIZED FX GAIN, 'L' = REALIZED FX LOSS, SO
      * EACH CAN MAP TO ITS OWN PROFIT AND LOSS ACCOUNT. MAPPING
      * ROWS FOR 'A', 'R', 'X', 'C', 'S', 'V', 'G' AND 'L' MUST EXIST
      * BEFORE THE FIRST SUCH POSTING OR PART44 REFUSES THE JOURNAL.
      * 'Y' AND 'Z' ARE THE COST OF THE DAY'S FREE-OF-CHARGE LINES
      * (ITEMS.FOC_REASON) : 'Y' = SAMPLES AND GOODWILL, MAPPED TO
      * MARKETING EXPENSE, 'Z' = WARRANTY REPLACEMENTS, MAPPED TO
      * WARRANTY EXPENSE. THEIR ROWS MUST EXIST LIKEWISE.
      * TYPE 'D' (DEPOSIT RECEIVED) IS A MEMO ROW THAT NEVER TOUCHES
      * RECEIVABLES - PART44 EXCLUDES IT, SO IT NEEDS NO MAPPING.
      * NOR DOES TYPE 'M' (ACCOUNT MERGE TRANSFER, PART96) - THE PAIR
      * NETS TO ZERO IN RECEIVABLES AND PART44 EXCLUDES IT TOO.
      *****************************************************************
       01 GLACCT-REC.
          05 GL-EVENT-TYPE    PIC X(1).
