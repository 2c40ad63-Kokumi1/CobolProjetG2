001000*              COMMISSION AT THE REP'S API5.EMPLOYEES RATE. A    *
001100*              REP NUMBER WITH NO EMPLOYEE ROW PRINTS AS         *
001200*              *** INCONNU *** AT RATE ZERO SO PAYROLL SEES IT.  *
001220* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001240*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001260*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001280*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001282* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001284*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001286*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001288*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001290*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001292*              FOR THE PART131 REPORT.                           *
001300******************************************************************
001400 ENVIRONMENT DIVISION.
001500 CONFIGURATION SECTION.
006200 77 WS-DATE-FROM      PIC X(10).
006300 77 WS-DATE-TO        PIC X(10).
006400 77 WS-TODAY-RAW      PIC X(08).
006450 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
006458 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
006466 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART22'.
006474 77 WS-PGET-NAME      PIC X(12).
006482 77 WS-PGET-VALUE     PIC X(40).
006490 77 WS-PGET-RETCODE   PIC S9(4) COMP.
006500 77 WS-ORDER-COUNT    PIC S9(9) COMP.
006600 77 WS-REVENUE        PIC S9(9)V99 COMP-3.
006700 77 WS-COMMISSION     PIC S9(7)V99 COMP-3.
013800
013900 INITIALIZE-PARAMETERS.
014000     MOVE SPACES TO WS-MONTH-PARM
014100     MOVE 'COMMMONTH' TO WS-PGET-NAME
014133     PERFORM GET-RUN-PARM
014166     MOVE WS-PGET-VALUE TO WS-MONTH-PARM
014200     IF WS-MONTH-PARM = SPACES
014300        ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
014350        CALL RUNDATE USING WS-TODAY-RAW
014400        STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2)
014500               DELIMITED BY SIZE INTO WS-COMM-MONTH
014600        END-STRING
021500     DISPLAY 'PART22 ABENDING - SEE SQLCODE ABOVE'
021600     MOVE 16 TO RETURN-CODE
021700     STOP RUN.
021800
021900******************************************************
022000*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
022100*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
022200*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
022300******************************************************
022400 GET-RUN-PARM.
022500     MOVE RETURN-CODE TO WS-PGET-RETCODE
022600     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
022700                        WS-PGET-VALUE
022800*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
022900     MOVE WS-PGET-RETCODE TO RETURN-CODE
023000     .
