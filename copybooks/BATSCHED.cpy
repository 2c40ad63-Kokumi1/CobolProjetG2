      * COMPLETED EARLIER IN THE SAME RUN (BLANK = NONE); A DUE STEP
      * WHOSE DEPENDENCY DID NOT COMPLETE STOPS THE CHAIN. AN EMPTY
      * TABLE FALLS BACK TO THE BUILT-IN PART1/PART2/PART4 CHAIN.
      * THE MONTH-END PART128 RECEIVABLES RECONCILIATION RUNS AHEAD
      * OF THE PART12 STATEMENTS, WHOSE ROW NAMES IT AS DEPEND - AN
      * OUT-OF-BALANCE LEDGER (RC 8) STOPS THE CHAIN THERE.
      * THE DAILY PART130 CREDIT NOTE RUN FOLLOWS THE ORDER POSTING
      * AND COMES AHEAD OF PART14, SO A NEW CREDIT IS ON THE OPEN
      * ITEMS BEFORE THE DAY'S RECEIPTS ARE APPLIED.
      * AFTER AN OUTAGE, CATCHUP=YYYY-MM-DD HAS PARTDRV RUN THE TABLE
      * ONCE PER MISSED BUSINESS DAY UP TO TODAY, EACH DAY'S STEPS DUE
      * AS OF THAT DAY AND HANDED THE DAY IN BATCHDATE (SEE RUNDATE).
      * THE STEPS READ THEIR THRESHOLDS FROM API5.RUN_PARMS (RUNPARM)
      * AS OF THE DAY PROCESSED, SO A CATCH-UP DAY RUNS WITH THE
      * VALUES IN FORCE THAT DAY.
      *****************************************************************
       01 BATSCHED-REC.
          05 SCHED-SEQ        PIC 9(3).
