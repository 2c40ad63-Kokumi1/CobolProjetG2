001600*              ACCOUNT WITH 90+ DAY OPEN ITEMS IS SUGGESTED      *
001700*              HALF. NOTHING IS APPLIED HERE - PART48 POSTS THE  *
001800*              APPROVED FILE BACK WITH AN AUDIT TRAIL.           *
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
006000 77 WS-DAYS-PARM      PIC X(3).
006100 77 WS-REVIEW-DAYS    PIC 9(3) VALUE 180.
006200 77 WS-TODAY-RAW      PIC X(08).
006250 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
006258 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
006266 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART47'.
006274 77 WS-PGET-NAME      PIC X(12).
006282 77 WS-PGET-VALUE     PIC X(40).
006290 77 WS-PGET-RETCODE   PIC S9(4) COMP.
006300 77 WS-TODAY-INT      PIC 9(8).
006400 77 WS-TODAY-DASHED   PIC X(10).
006500 77 WS-WORK-DATE      PIC 9(8).
014300
014400 INITIALIZE-PARAMETERS.
014500     MOVE SPACES TO WS-DAYS-PARM
014600     MOVE 'REVDAYS' TO WS-PGET-NAME
014633     PERFORM GET-RUN-PARM
014666     MOVE WS-PGET-VALUE TO WS-DAYS-PARM
014700     IF WS-DAYS-PARM NOT = SPACES
014800        AND WS-DAYS-PARM IS NUMERIC
014900        MOVE WS-DAYS-PARM TO WS-REVIEW-DAYS
015000     END-IF
015100
015200     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
015250     CALL RUNDATE USING WS-TODAY-RAW
015300     MOVE WS-TODAY-RAW TO WS-TODAY-INT
015400     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
015500            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
028800     DISPLAY 'PART47 ABENDING - SEE SQLCODE ABOVE'
028900     MOVE 16 TO RETURN-CODE
029000     STOP RUN.
029100
029200******************************************************
029300*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
029400*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
029500*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
029600******************************************************
029700 GET-RUN-PARM.
029800     MOVE RETURN-CODE TO WS-PGET-RETCODE
029900     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
030000                        WS-PGET-VALUE
030100*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
030200     MOVE WS-PGET-RETCODE TO RETURN-CODE
030300     .
