001400*              RERUN REPLACES THE PERIOD'S OPEN ROWS; ROWS       *
001500*              ALREADY PAID ARE LEFT ALONE AND FLAGGED. PART81   *
001600*              PAYS, PART82 PRINTS THE STATEMENTS.               *
001620* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001640*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001660*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001680*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001682* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001684*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001686*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001688*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001690*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001692*              FOR THE PART131 REPORT.                           *
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
008000 77 WS-DATE-FROM      PIC X(10).
008100 77 WS-DATE-TO        PIC X(10).
008200 77 WS-TODAY-RAW      PIC X(08).
008250 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
008258 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
008266 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART80'.
008274 77 WS-PGET-NAME      PIC X(12).
008282 77 WS-PGET-VALUE     PIC X(40).
008290 77 WS-PGET-RETCODE   PIC S9(4) COMP.
008300 77 WS-FIRST-OF-MONTH PIC 9(8).
008400 77 WS-FIRST-OF-MONTH-X REDEFINES WS-FIRST-OF-MONTH PIC X(8).
008500 77 WS-PREV-DATE      PIC 9(8).
015300
015400 INITIALIZE-PARAMETERS.
015500     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
015550     CALL RUNDATE USING WS-TODAY-RAW
015600     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2)
015700            DELIMITED BY SIZE INTO WS-CURR-MONTH
015800     END-STRING
015900
016000     MOVE SPACES TO WS-MONTH-PARM
016100     MOVE 'COMMMONTH' TO WS-PGET-NAME
016133     PERFORM GET-RUN-PARM
016166     MOVE WS-PGET-VALUE TO WS-MONTH-PARM
016200     IF WS-MONTH-PARM NOT = SPACES
016300        MOVE WS-MONTH-PARM TO WS-COMM-MONTH
016400     ELSE
028700     DISPLAY 'PART80 ABENDING - SEE SQLCODE ABOVE'
028800     MOVE 16 TO RETURN-CODE
028900     STOP RUN.
029000
029100******************************************************
029200*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
029300*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
029400*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
029500******************************************************
029600 GET-RUN-PARM.
029700     MOVE RETURN-CODE TO WS-PGET-RETCODE
029800     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
029900                        WS-PGET-VALUE
030000*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
030100     MOVE WS-PGET-RETCODE TO RETURN-CODE
030200     .
