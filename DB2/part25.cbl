000900*              AND CREDIT LIMIT, THE CUSTOMER'S MOST RECENT      *
001000*              ORDERS FROM API5.ORDERS, AND THEIR LAST BALANCE   *
001100*              MOVEMENTS FROM API5.BALANCE_HISTORY.              *
001114* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001128*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001142*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001156*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001170*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001184*              FOR THE PART131 REPORT.                           *
001200******************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
007300 77 WS-LIST-DONE      PIC X VALUE 'N'.
007400    88 LIST-DONE        VALUE 'O'.
007500    88 LIST-NOT-DONE    VALUE 'N'.
007516 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
007532 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART25'.
007548 77 WS-PGET-NAME      PIC X(12).
007564 77 WS-PGET-VALUE     PIC X(40).
007580 77 WS-PGET-RETCODE   PIC S9(4) COMP.
007600
007700 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
007800 01 L-TITLE-LINE      PIC X(80) VALUE
013900******************************************************
014000 INITIALIZE-PARAMETERS.
014100     MOVE SPACES TO WS-CUSTNO-PARM
014200     MOVE 'CUSTNO' TO WS-PGET-NAME
014233     PERFORM GET-RUN-PARM
014266     MOVE WS-PGET-VALUE TO WS-CUSTNO-PARM
014300     MOVE ZERO TO CUS-NO
014400     IF WS-CUSTNO-PARM IS NUMERIC
014500        MOVE WS-CUSTNO-PARM TO CUS-NO
028000     DISPLAY 'PART25 ABENDING - SEE SQLCODE ABOVE'
028100     MOVE 16 TO RETURN-CODE
028200     STOP RUN.
028300
028400******************************************************
028500*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
028600*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
028700*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
028800******************************************************
028900 GET-RUN-PARM.
029000     MOVE RETURN-CODE TO WS-PGET-RETCODE
029100     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
029200                        WS-PGET-VALUE
029300*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
029400     MOVE WS-PGET-RETCODE TO RETURN-CODE
029500     .
