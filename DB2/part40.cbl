000700*              DAYS (DEFAULT 7), NEWEST FIRST, ON FICRUN - SO    *
000800*              TUESDAY'S RUN CAN BE SEEN ON THURSDAY WITHOUT     *
000900*              ARCHAEOLOGY.                                      *
000920* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
000940*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
000960*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
000980*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
000982* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
000984*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
000986*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
000988*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
000990*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
000992*              FOR THE PART131 REPORT.                           *
001000******************************************************************
001100 ENVIRONMENT DIVISION.
001200 CONFIGURATION SECTION.
004300 77 WS-DAYS-PARM      PIC X(3).
004400 77 WS-RUN-DAYS       PIC 9(3) VALUE 7.
004500 77 WS-TODAY-RAW      PIC X(8).
004550 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
004558 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
004566 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART40'.
004574 77 WS-PGET-NAME      PIC X(12).
004582 77 WS-PGET-VALUE     PIC X(40).
004590 77 WS-PGET-RETCODE   PIC S9(4) COMP.
004600 77 WS-TODAY-INT      PIC 9(8).
004700 77 WS-WORK-DATE      PIC 9(8).
004800 77 WS-WORK-DATE-X    REDEFINES WS-WORK-DATE PIC X(8).
011400
011500 INITIALIZE-PARAMETERS.
011600     MOVE SPACES TO WS-DAYS-PARM
011700     MOVE 'RUNDAYS' TO WS-PGET-NAME
011733     PERFORM GET-RUN-PARM
011766     MOVE WS-PGET-VALUE TO WS-DAYS-PARM
011800     IF WS-DAYS-PARM NOT = SPACES
011900        AND WS-DAYS-PARM IS NUMERIC
012000        MOVE WS-DAYS-PARM TO WS-RUN-DAYS
012100     END-IF
012200     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
012250     CALL RUNDATE USING WS-TODAY-RAW
012300     MOVE WS-TODAY-RAW TO WS-TODAY-INT
012400     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
012500             (FUNCTION INTEGER-OF-DATE(WS-TODAY-INT)
017000     DISPLAY 'PART40 ABENDING - SEE SQLCODE ABOVE'
017100     MOVE 16 TO RETURN-CODE
017200     STOP RUN.
017300
017400******************************************************
017500*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
017600*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
017700*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
017800******************************************************
017900 GET-RUN-PARM.
018000     MOVE RETURN-CODE TO WS-PGET-RETCODE
018100     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
018200                        WS-PGET-VALUE
018300*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
018400     MOVE WS-PGET-RETCODE TO RETURN-CODE
018500     .
