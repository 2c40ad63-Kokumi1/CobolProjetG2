      * NAME, ITS RECORD COUNT AND AN ADDITIVE CONTENT HASH, WRITTEN
      * AT CLEAN END OF JOB. PART1 AND PART2 REFUSE TO PROCESS A FILE
      * ALREADY REGISTERED UNLESS THE OPERATOR SETS FILEOVRD=Y.
      * RUN_TIME IS THE START TIME OF THE PART2 RUN THAT LOADED THE FILE
      * (JUST AFTER ITS RUN_LOG 'S' ROW), SO PART110 CAN FIND THE FILES
      * OF ONE RUN; NULL ON PART1 ROWS.
      *****************************************************************
       01 FILEREG-REC.
          05 FREG-FILE-NAME   PIC X(44).
          05 FREG-REC-COUNT   PIC 9(7).
          05 FREG-HASH-TOTAL  PIC 9(12) COMP-3.
          05 FREG-RUN-DATE    PIC X(10).
          05 FREG-RUN-TIME    PIC X(8).
