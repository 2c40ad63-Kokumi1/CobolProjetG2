001100*              ATTAINED, THE YEAR-TO-DATE TARGET AND ACTUAL      *
001200*              POSITION, AND A RANKING OF REPS BY ATTAINMENT,    *
001300*              BEST FIRST, ON FICTGT.                            *
001320* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001340*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001360*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001380*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001382* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001384*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001386*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001388*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001390*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001392*              FOR THE PART131 REPORT.                           *
001400******************************************************************
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
006100 77 WS-YTD-FROM-P     PIC X(7).
006200 77 WS-YTD-FROM-D     PIC X(10).
006300 77 WS-TODAY-RAW      PIC X(08).
006350 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
006358 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
006366 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART57'.
006374 77 WS-PGET-NAME      PIC X(12).
006382 77 WS-PGET-VALUE     PIC X(40).
006390 77 WS-PGET-RETCODE   PIC S9(4) COMP.
006400 77 WS-ACTUAL         PIC S9(9)V99 COMP-3.
006500 77 WS-YTD-TARGET     PIC S9(9)V99 COMP-3.
006600 77 WS-YTD-ACTUAL     PIC S9(9)V99 COMP-3.
016000
016100 INITIALIZE-PARAMETERS.
016200     MOVE SPACES TO WS-MONTH-PARM
016300     MOVE 'TGTMONTH' TO WS-PGET-NAME
016333     PERFORM GET-RUN-PARM
016366     MOVE WS-PGET-VALUE TO WS-MONTH-PARM
016400     IF WS-MONTH-PARM = SPACES
016500        ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
016550        CALL RUNDATE USING WS-TODAY-RAW
016600        STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2)
016700               DELIMITED BY SIZE INTO WS-TGT-MONTH
016800        END-STRING
032000     DISPLAY 'PART57 ABENDING - SEE SQLCODE ABOVE'
032100     MOVE 16 TO RETURN-CODE
032200     STOP RUN.
032300
032400******************************************************
032500*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
032600*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
032700*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
032800******************************************************
032900 GET-RUN-PARM.
033000     MOVE RETURN-CODE TO WS-PGET-RETCODE
033100     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
033200                        WS-PGET-VALUE
033300*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
033400     MOVE WS-PGET-RETCODE TO RETURN-CODE
033500     .
