001400*              PER NIGHT AGAINST THE BATWIN BATCH-WINDOW         *
001500*              DEADLINE IN MINUTES (DEFAULT 240). OUTPUT ON      *
001600*              FICTRD.                                           *
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
005600 77 WS-WIN-PARM       PIC X(4).
005700 77 WS-BATCH-WINDOW   PIC 9(4) VALUE 240.
005800 77 WS-TODAY-RAW      PIC X(8).
005850 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
005858 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
005866 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART71'.
005874 77 WS-PGET-NAME      PIC X(12).
005882 77 WS-PGET-VALUE     PIC X(40).
005890 77 WS-PGET-RETCODE   PIC S9(4) COMP.
005900 77 WS-TODAY-INT      PIC 9(8).
006000 77 WS-WORK-DATE      PIC 9(8).
006100 77 WS-WORK-DATE-X    REDEFINES WS-WORK-DATE PIC X(8).
016200
016300 INITIALIZE-PARAMETERS.
016400     MOVE SPACES TO WS-DAYS-PARM
016500     MOVE 'TRNDDAYS' TO WS-PGET-NAME
016533     PERFORM GET-RUN-PARM
016566     MOVE WS-PGET-VALUE TO WS-DAYS-PARM
016600     IF WS-DAYS-PARM NOT = SPACES
016700        AND WS-DAYS-PARM IS NUMERIC
016800        MOVE WS-DAYS-PARM TO WS-TREND-DAYS
016900     END-IF
017000     MOVE SPACES TO WS-PCT-PARM
017100     MOVE 'TRNDPCT' TO WS-PGET-NAME
017133     PERFORM GET-RUN-PARM
017166     MOVE WS-PGET-VALUE TO WS-PCT-PARM
017200     IF WS-PCT-PARM NOT = SPACES
017300        AND WS-PCT-PARM IS NUMERIC
017400        MOVE WS-PCT-PARM TO WS-TREND-PCT
017500     END-IF
017600     MOVE SPACES TO WS-WIN-PARM
017700     MOVE 'BATWIN' TO WS-PGET-NAME
017733     PERFORM GET-RUN-PARM
017766     MOVE WS-PGET-VALUE TO WS-WIN-PARM
017800     IF WS-WIN-PARM NOT = SPACES
017900        AND WS-WIN-PARM IS NUMERIC
018000        MOVE WS-WIN-PARM TO WS-BATCH-WINDOW
018100     END-IF
018200
018300     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
018350     CALL RUNDATE USING WS-TODAY-RAW
018400     MOVE WS-TODAY-RAW TO WS-TODAY-INT
018500     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
018600             (FUNCTION INTEGER-OF-DATE(WS-TODAY-INT)
038800     DISPLAY 'PART71 ABENDING - SEE SQLCODE ABOVE'
038900     MOVE 16 TO RETURN-CODE
039000     STOP RUN.
039100
039200******************************************************
039300*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
039400*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
039500*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
039600******************************************************
039700 GET-RUN-PARM.
039800     MOVE RETURN-CODE TO WS-PGET-RETCODE
039900     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
040000                        WS-PGET-VALUE
040100*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
040200     MOVE WS-PGET-RETCODE TO RETURN-CODE
040300     .
