      * PROGRAM, WRITTEN THROUGH THE RUNLOGW SUBROUTINE : PROGRAM,
      * TIMESTAMP, THE RECORDS READ/LOADED/REJECTED COUNTS THE
      * PROGRAM'S SUMMARY ALREADY HOLDS, AND THE FINAL RETURN CODE.
      * PART40 REPORTS THE LAST NIGHTS FROM HERE. EVENT 'O' MARKS A
      * MANUAL OVERRIDE INSIDE A RUN (PART2 LOCKOVRD=Y). OPERATOR AND
      * APPROVER ARE THE IDS THE RUN WAS STARTED WITH (OPERATOR AND
      * APPROVER ENVIRONMENT VARIABLES), SPACES WHEN NONE WAS GIVEN.
      * PART131 LISTS EACH PROGRAM'S ROWS OF A NIGHT WITH THE RUN
      * PARAMETERS IT READ THAT NIGHT (API5.RUN_PARM_USED, RUNPARM).
      *****************************************************************
       01 RUNLOG-REC.
          05 RLOG-PROGID     PIC X(8).
          05 RLOG-LOADED     PIC 9(7).
          05 RLOG-REJECTED   PIC 9(7).
          05 RLOG-RETCODE    PIC 9(4).
          05 RLOG-OPERATOR   PIC X(8).
          05 RLOG-APPROVER   PIC X(8).
