      *****************************************************************
      * LOADPART - HOST VARIABLES FOR API5.LOAD_PARTITIONS
      * ONE ROW PER PART2 INSTANCE PER LOAD DATE - THE BUSINESS DATE
      * THE NIGHT'S VENT* FILES ARE STAMPED WITH. A MARKET PARTITION
      * (PART2MKT = EU/AS/US/PT) WRITES ITS ROW UNDER THAT MARKET; THE
      * SERIAL FOUR-FILE MERGE WRITES MARKET '**'. THE ROW IS WRITTEN
      * AND COMMITTED WITH STATUS 'R' (RUNNING) ONCE THE RUN LOCK AND
      * THE FILE REGISTRY CHECK HAVE PASSED, AND SET TO 'E' (ENDED)
      * WITH THE RETURN CODE AND THE RECONCILIATION COUNTS AT CLEAN
      * END OF JOB - AN ABENDED INSTANCE LEAVES ITS ROW AT 'R'.
      * PART122 CONSOLIDATES THE NIGHT'S ROWS AND RELEASES PART4 ONLY
      * WHEN EVERY EXPECTED PARTITION HAS ENDED WITH RETCODE ZERO.
      * THE COUNTS ARE THOSE OF THE INSTANCE'S LAST ATTEMPT, AS ON
      * ITS RUN_LOG ROW. A DRY RUN WRITES NO ROW.
      *****************************************************************
       01 LOADPART-REC.
          05 LPART-LOAD-DATE     PIC X(10).
          05 LPART-MARKET        PIC X(2).
          05 LPART-STATUS        PIC X(1).
          05 LPART-START-TIME    PIC X(8).
          05 LPART-END-TIME      PIC X(8).
          05 LPART-RETCODE       PIC 9(4).
          05 LPART-LOAD-FILE     PIC X(44).
          05 LPART-READ-CNT      PIC 9(7) COMP-3.
          05 LPART-ORDERS-CNT    PIC 9(7) COMP-3.
          05 LPART-ITEMS-CNT     PIC 9(7) COMP-3.
          05 LPART-REJECTED-CNT  PIC 9(7) COMP-3.
          05 LPART-SUSPENDED-CNT PIC 9(7) COMP-3.
          05 LPART-HELD-CNT      PIC 9(7) COMP-3.
          05 LPART-BACKORD-CNT   PIC 9(7) COMP-3.
          05 LPART-REVENUE       PIC S9(11)V99 COMP-3.
