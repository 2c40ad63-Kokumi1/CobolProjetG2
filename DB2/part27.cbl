000920*              JURISDICTION (ORDERS.MARKET) WITH ITS OWN         *
000930*              SUBTOTAL, NOW THAT TAX_RATES IS KEYED BY MARKET - *
000940*              THE GRAND TOTAL STILL CLOSES THE REPORT.          *
000952* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
000964*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
000976*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
000988*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
000989* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
000990*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
000991*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
000992*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
000993*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
000994*              FOR THE PART131 REPORT.                           *
001000******************************************************************
001100 ENVIRONMENT DIVISION.
001200 CONFIGURATION SECTION.
005300 77 WS-DATE-FROM      PIC X(10).
005400 77 WS-DATE-TO        PIC X(10).
005500 77 WS-TODAY-RAW      PIC X(08).
005505 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
005505 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
005505 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART27'.
005505 77 WS-PGET-NAME      PIC X(12).
005505 77 WS-PGET-VALUE     PIC X(40).
005505 77 WS-PGET-RETCODE   PIC S9(4) COMP.
005510 77 WS-MARKET         PIC X(2).
005520 77 WS-PREV-MARKET    PIC X(2) VALUE SPACES.
005530 77 WS-MKT-NET        PIC S9(9)V99 COMP-3 VALUE ZERO.
012500
012600 INITIALIZE-PARAMETERS.
012700     MOVE SPACES TO WS-MONTH-PARM
012800     MOVE 'TAXMONTH' TO WS-PGET-NAME
012833     PERFORM GET-RUN-PARM
012866     MOVE WS-PGET-VALUE TO WS-MONTH-PARM
012900     IF WS-MONTH-PARM = SPACES
013000        ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
013050        CALL RUNDATE USING WS-TODAY-RAW
013100        STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2)
013200               DELIMITED BY SIZE INTO WS-TAX-MONTH
013300        END-STRING
019200     DISPLAY 'PART27 ABENDING - SEE SQLCODE ABOVE'
019300     MOVE 16 TO RETURN-CODE
019400     STOP RUN.
019500
019600******************************************************
019700*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
019800*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
019900*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
020000******************************************************
020100 GET-RUN-PARM.
020200     MOVE RETURN-CODE TO WS-PGET-RETCODE
020300     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
020400                        WS-PGET-VALUE
020500*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
020600     MOVE WS-PGET-RETCODE TO RETURN-CODE
020700     .
