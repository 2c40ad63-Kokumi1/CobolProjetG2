      * API5.RATES VALUE THE INVOICE WAS PRICED WITH ON ITS ORDER
      * DATE ('US' / 1,0000 FOR DOLLAR MARKETS), SO A REPRINT OR AN
      * AUDIT CAN RECONSTRUCT THE LOCAL FIGURES.
      * THE SERIES RUNS PER FISCAL YEAR : PART129'S YEAR-END CLOSE
      * RESTARTS NEXT_INV_NO AT YY0001, YY BEING THE NEW YEAR'S LAST
      * TWO DIGITS. YY8001 UP BELONGS TO THE CREDIT NOTES (CREDNOTE),
      * WHICH SHARE API5.OPEN_ITEMS WITH THE INVOICES.
      *****************************************************************
       01 INVREG-REC.
          05 INV-NO          PIC 9(6).
