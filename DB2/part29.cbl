001100*              FILE EXCPARC AND THE KEEPERS ARE REWRITTEN TO     *
001200*              EXCPNEW, WHICH THE JOB THEN CATALOGS IN PLACE OF  *
001300*              THE OLD LOG.                                      *
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
004900 01 WS-DAYS-PARM      PIC X(3).
005000 01 WS-RETENTION-DAYS PIC 9(3) VALUE 90.
005100 01 WS-TODAY-RAW      PIC X(8).
005150 01 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
005158 01 PARMGET           PIC X(8) VALUE 'PARMGET'.
005166 01 WS-PGET-PROGID    PIC X(8) VALUE 'PART29'.
005174 01 WS-PGET-NAME      PIC X(12).
005182 01 WS-PGET-VALUE     PIC X(40).
005190 01 WS-PGET-RETCODE   PIC S9(4) COMP.
005200 01 WS-TODAY-INT      PIC 9(8).
005300 01 WS-WORK-DATE      PIC 9(8).
005400 01 WS-WORK-DATE-X    REDEFINES WS-WORK-DATE PIC X(8).
014100******************************************************
014200 INITIALIZE-PARAMETERS.
014300     MOVE SPACES TO WS-MODE-PARM
014400     MOVE 'EXCPMODE' TO WS-PGET-NAME
014433     PERFORM GET-RUN-PARM
014466     MOVE WS-PGET-VALUE TO WS-MODE-PARM
014500     IF WS-MODE-PARM = 'PURGE'
014600        SET MODE-PURGE TO TRUE
014700     ELSE
014900     END-IF
015000
015100     MOVE SPACES TO WS-DAYS-PARM
015200     MOVE 'EXCPDAYS' TO WS-PGET-NAME
015233     PERFORM GET-RUN-PARM
015266     MOVE WS-PGET-VALUE TO WS-DAYS-PARM
015300     IF WS-DAYS-PARM NOT = SPACES
015400        AND WS-DAYS-PARM IS NUMERIC
015500        MOVE WS-DAYS-PARM TO WS-RETENTION-DAYS
015600     END-IF
015700
015800     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
015850     CALL RUNDATE USING WS-TODAY-RAW
015900     MOVE WS-TODAY-RAW TO WS-TODAY-INT
016000     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
016100             (FUNCTION INTEGER-OF-DATE(WS-TODAY-INT)
027000     MOVE WS-SUM-LAST(WS-SX)    TO DET-LAST-ED
027100     WRITE ENR-OUTEXR FROM L-DETAIL-LINE
027200     .
027300
027400******************************************************
027500*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
027600*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
027700*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
027800******************************************************
027900 GET-RUN-PARM.
028000     MOVE RETURN-CODE TO WS-PGET-RETCODE
028100     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
028200                        WS-PGET-VALUE
028300*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
028400     MOVE WS-PGET-RETCODE TO RETURN-CODE
028500     .
