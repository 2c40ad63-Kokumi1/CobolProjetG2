000930*              SHIPPED-OF-ORDERED FROM API5.ITEM_STATUS (NO ROW  *
000940*              = STILL UNPICKED), SO A SPLIT SHIPMENT SHOWS      *
000950*              EXACTLY WHICH LINES ARE WAITING.                  *
000966* 2026-10-15 : CANCELLED ORDERS (STATUS 'C', PART111) ARE NO     *
000982*              LONGER LISTED AS OPEN.                            *
000985* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
000988*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
000991*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
000994*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
000994* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
000994*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
000994*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
000994*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
000994*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
000994*              FOR THE PART131 REPORT.                           *
001000******************************************************************
001100 ENVIRONMENT DIVISION.
001200 CONFIGURATION SECTION.
003500        FOR
003600        SELECT O_NO, C_NO, O_DATE, MARKET, STATUS
003700        FROM API5.ORDERS
003800        WHERE STATUS NOT IN ('D', 'C')
003900        AND   O_DATE < :WS-CUTOFF-DATE
004000        ORDER BY STATUS, O_DATE, O_NO
004100     END-EXEC.
004300 77 WS-DAYS-PARM      PIC X(3).
004400 77 WS-STUCK-DAYS     PIC 9(3) VALUE 7.
004500 77 WS-TODAY-RAW      PIC X(8).
004550 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
004558 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
004566 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART38'.
004574 77 WS-PGET-NAME      PIC X(12).
004582 77 WS-PGET-VALUE     PIC X(40).
004590 77 WS-PGET-RETCODE   PIC S9(4) COMP.
004600 77 WS-TODAY-INT      PIC 9(8).
004700 77 WS-WORK-DATE      PIC 9(8).
004800 77 WS-WORK-DATE-X    REDEFINES WS-WORK-DATE PIC X(8).
010900
011000 INITIALIZE-PARAMETERS.
011100     MOVE SPACES TO WS-DAYS-PARM
011200     MOVE 'STUCKDAYS' TO WS-PGET-NAME
011233     PERFORM GET-RUN-PARM
011266     MOVE WS-PGET-VALUE TO WS-DAYS-PARM
011300     IF WS-DAYS-PARM NOT = SPACES
011400        AND WS-DAYS-PARM IS NUMERIC
011500        MOVE WS-DAYS-PARM TO WS-STUCK-DAYS
011600     END-IF
011700
011800     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
011850     CALL RUNDATE USING WS-TODAY-RAW
011900     MOVE WS-TODAY-RAW TO WS-TODAY-INT
012000     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
012100             (FUNCTION INTEGER-OF-DATE(WS-TODAY-INT)
016300     DISPLAY 'PART38 ABENDING - SEE SQLCODE ABOVE'
016400     MOVE 16 TO RETURN-CODE
016500     STOP RUN.
016600
016700******************************************************
016800*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
016900*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
017000*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
017100******************************************************
017200 GET-RUN-PARM.
017300     MOVE RETURN-CODE TO WS-PGET-RETCODE
017400     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
017500                        WS-PGET-VALUE
017600*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
017700     MOVE WS-PGET-RETCODE TO RETURN-CODE
017800     .
