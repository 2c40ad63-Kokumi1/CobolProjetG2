001370*              MONTH'S REAL LAST DAY INSTEAD OF A LITERAL '-31', *
001380*              WHICH MATCHED NO RATES PERIOD FOR 30-DAY MONTHS   *
001390*              AND FEBRUARY AND COUNTED THOSE MONTHS SANS TAUX.  *
001392* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001394*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001396*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001398*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001398* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001398*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001398*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001398*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001398*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001398*              FOR THE PART131 REPORT.                           *
001400******************************************************************
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
006100 77 WS-DATE-TO        PIC X(10).
006110 77 WS-MONTH-END      PIC X(10).
006200 77 WS-TODAY-RAW      PIC X(08).
006250 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
006258 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
006266 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART34'.
006274 77 WS-PGET-NAME      PIC X(12).
006282 77 WS-PGET-VALUE     PIC X(40).
006290 77 WS-PGET-RETCODE   PIC S9(4) COMP.
006300 77 WS-FIRST-OF-MONTH PIC 9(8).
006400 77 WS-FIRST-OF-MONTH-X REDEFINES WS-FIRST-OF-MONTH PIC X(8).
006500 77 WS-PREV-DATE      PIC 9(8).
014900
015000 INITIALIZE-PARAMETERS.
015100     MOVE SPACES TO WS-CCY-PARM
015200     MOVE 'REVALCCY' TO WS-PGET-NAME
015233     PERFORM GET-RUN-PARM
015266     MOVE WS-PGET-VALUE TO WS-CCY-PARM
015300     IF WS-CCY-PARM = SPACES
015400        MOVE 'EU' TO WS-CCY-PARM
015500     END-IF
015700     MOVE WS-CCY-PARM TO TITLE-CCY-ED
015800
015900     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
015950     CALL RUNDATE USING WS-TODAY-RAW
016000     MOVE SPACES TO WS-MONTH-PARM
016100     MOVE 'REVALMONTH' TO WS-PGET-NAME
016133     PERFORM GET-RUN-PARM
016166     MOVE WS-PGET-VALUE TO WS-MONTH-PARM
016200     IF WS-MONTH-PARM NOT = SPACES
016300        MOVE WS-MONTH-PARM TO WS-REVAL-MONTH
016400     ELSE
027100     DISPLAY 'PART34 ABENDING - SEE SQLCODE ABOVE'
027200     MOVE 16 TO RETURN-CODE
027300     STOP RUN.
027400
027500******************************************************
027600*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
027700*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
027800*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
027900******************************************************
028000 GET-RUN-PARM.
028100     MOVE RETURN-CODE TO WS-PGET-RETCODE
028200     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
028300                        WS-PGET-VALUE
028400*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
028500     MOVE WS-PGET-RETCODE TO RETURN-CODE
028600     .
