001600*              (DEFAULT 30). PART51 CONVERTS AN ACCEPTED QUOTE   *
001700*              INTO A VENT-FORMAT FILE FOR THE NIGHTLY MERGE.    *
001800*              BAD LINES GO TO REJQUO WITH A REASON.             *
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
007900 01 WS-EXP-PARM        PIC X(3).
008000 01 WS-EXPIRY-DAYS     PIC 9(3) VALUE 30.
008100 01 WS-TODAY-RAW       PIC X(8).
008150 01 RUNDATE            PIC X(8) VALUE 'RUNDATE'.
008158 01 PARMGET            PIC X(8) VALUE 'PARMGET'.
008166 01 WS-PGET-PROGID     PIC X(8) VALUE 'PART50'.
008174 01 WS-PGET-NAME       PIC X(12).
008182 01 WS-PGET-VALUE      PIC X(40).
008190 01 WS-PGET-RETCODE    PIC S9(4) COMP.
008200 01 WS-TODAY-INT       PIC 9(8).
008300 01 WS-TODAY-DASHED    PIC X(10).
008400 01 WS-WORK-DATE       PIC 9(8).
017100******************************************************
017200 INITIALIZE-PARAMETERS.
017300     MOVE SPACES TO WS-EXP-PARM
017400     MOVE 'QUOEXP' TO WS-PGET-NAME
017433     PERFORM GET-RUN-PARM
017466     MOVE WS-PGET-VALUE TO WS-EXP-PARM
017500     IF WS-EXP-PARM NOT = SPACES
017600        AND WS-EXP-PARM IS NUMERIC
017700        MOVE WS-EXP-PARM TO WS-EXPIRY-DAYS
017800     END-IF
017900
018000     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
018050     CALL RUNDATE USING WS-TODAY-RAW
018100     MOVE WS-TODAY-RAW TO WS-TODAY-INT
018200     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
018300            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
051900     DISPLAY 'PART50 ABENDING - SEE SQLCODE ABOVE'
052000     MOVE 16 TO RETURN-CODE
052100     STOP RUN.
052200
052300******************************************************
052400*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
052500*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
052600*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
052700******************************************************
052800 GET-RUN-PARM.
052900     MOVE RETURN-CODE TO WS-PGET-RETCODE
053000     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
053100                        WS-PGET-VALUE
053200*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
053300     MOVE WS-PGET-RETCODE TO RETURN-CODE
053400     .
