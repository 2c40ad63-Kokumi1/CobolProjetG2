001600*              STKMODE=REPAIR AN 'A' ADJUSTMENT MOVEMENT FOR     *
001700*              THE DRIFT IS WRITTEN SO THE LEDGER REPLAYS TO     *
001800*              THE LIVE FIGURE AGAIN; THE DEFAULT ONLY REPORTS.  *
001820* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001840*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001860*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001880*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001882* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001884*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001886*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001888*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001890*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001892*              FOR THE PART131 REPORT.                           *
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
009300    88 MODE-REPAIR      VALUE 'B'.
009400    88 MODE-REPORT      VALUE 'R'.
009500 77 WS-TODAY-RAW      PIC X(8).
009550 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
009558 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
009566 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART69'.
009574 77 WS-PGET-NAME      PIC X(12).
009582 77 WS-PGET-VALUE     PIC X(40).
009590 77 WS-PGET-RETCODE   PIC S9(4) COMP.
009600 77 WS-TODAY-DASHED   PIC X(10).
009700 77 WS-COMPUTED       PIC S9(9) COMP.
009800 77 WS-MVT-COUNT      PIC S9(9) COMP.
019500
019600 INITIALIZE-PARAMETERS.
019700     MOVE SPACES TO WS-MODE-PARM
019800     MOVE 'STKMODE' TO WS-PGET-NAME
019833     PERFORM GET-RUN-PARM
019866     MOVE WS-PGET-VALUE TO WS-MODE-PARM
019900     IF WS-MODE-PARM = 'REPAIR'
020000        SET MODE-REPAIR TO TRUE
020100        MOVE 'REPAIR' TO MODE-ED
020400        MOVE 'REPORT' TO MODE-ED
020500     END-IF
020600     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
020650     CALL RUNDATE USING WS-TODAY-RAW
020700     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
020800            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
020900            INTO WS-TODAY-DASHED
038900     DISPLAY 'PART69 ABENDING - SEE SQLCODE ABOVE'
039000     MOVE 16 TO RETURN-CODE
039100     STOP RUN.
039200
039300******************************************************
039400*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
039500*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
039600*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
039700******************************************************
039800 GET-RUN-PARM.
039900     MOVE RETURN-CODE TO WS-PGET-RETCODE
040000     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
040100                        WS-PGET-VALUE
040200*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
040300     MOVE WS-PGET-RETCODE TO RETURN-CODE
040400     .
