000800*              (DEFAULT 30) OR ALREADY LAPSED, ON FICEXM - SO    *
000900*              THE RENEWAL IS CHASED BEFORE THE CUSTOMER         *
001000*              SUDDENLY STARTS GETTING TAXED.                    *
001020* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001040*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001060*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001080*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001082* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001084*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001086*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001088*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001090*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001092*              FOR THE PART131 REPORT.                           *
001100******************************************************************
001200 ENVIRONMENT DIVISION.
001300 CONFIGURATION SECTION.
005200 77 WS-DAYS-PARM      PIC X(3).
005300 77 WS-WARN-DAYS      PIC 9(3) VALUE 30.
005400 77 WS-TODAY-RAW      PIC X(8).
005450 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
005458 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
005466 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART75'.
005474 77 WS-PGET-NAME      PIC X(12).
005482 77 WS-PGET-VALUE     PIC X(40).
005490 77 WS-PGET-RETCODE   PIC S9(4) COMP.
005500 77 WS-TODAY-INT      PIC 9(8).
005600 77 WS-TODAY-DASHED   PIC X(10).
005700 77 WS-WORK-DATE      PIC 9(8).
008300
008400 PROCEDURE DIVISION.
008500     MOVE SPACES TO WS-DAYS-PARM
008600     MOVE 'EXPDAYS' TO WS-PGET-NAME
008633     PERFORM GET-RUN-PARM
008666     MOVE WS-PGET-VALUE TO WS-DAYS-PARM
008700     IF WS-DAYS-PARM NOT = SPACES
008800        AND WS-DAYS-PARM IS NUMERIC
008900        MOVE WS-DAYS-PARM TO WS-WARN-DAYS
009000     END-IF
009100
009200     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
009250     CALL RUNDATE USING WS-TODAY-RAW
009300     MOVE WS-TODAY-RAW TO WS-TODAY-INT
009400     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
009500            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
017100     DISPLAY 'PART75 ABENDING - SEE SQLCODE ABOVE'
017200     MOVE 16 TO RETURN-CODE
017300     STOP RUN.
017400
017500******************************************************
017600*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
017700*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
017800*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
017900******************************************************
018000 GET-RUN-PARM.
018100     MOVE RETURN-CODE TO WS-PGET-RETCODE
018200     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
018300                        WS-PGET-VALUE
018400*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
018500     MOVE WS-PGET-RETCODE TO RETURN-CODE
018600     .
