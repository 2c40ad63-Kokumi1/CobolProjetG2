001265*              GO ONLY TO THE RESTRICTED CUSXREF FILE, AND THE    *
001266*              CUSEXT TRAILER CARRIES ANON OR CLEAR SO DOWNSTREAM *
001267*              CAN VERIFY WHICH VARIANT IT RECEIVED.              *
001273* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001279*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001285*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001291*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001292* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001293*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001294*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001295*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001296*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001297*              FOR THE PART131 REPORT.                           *
001300******************************************************************
001400 ENVIRONMENT DIVISION.
001500 CONFIGURATION SECTION.
007400     END-EXEC.
007500
007600 77 WS-TODAY-RAW      PIC X(8).
007650 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
007658 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
007666 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART41'.
007674 77 WS-PGET-NAME      PIC X(12).
007682 77 WS-PGET-VALUE     PIC X(40).
007690 77 WS-PGET-RETCODE   PIC S9(4) COMP.
007700 77 WS-EXTRACT-DATE   PIC X(10).
007800 77 WS-ITM-O-NO       PIC 9(6).
007900 77 WS-CNT-ORDERS     PIC 9(7) VALUE ZERO.
009200
009300 PROCEDURE DIVISION.
009400     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
009450     CALL RUNDATE USING WS-TODAY-RAW
009500     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
009600            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
009700            INTO WS-EXTRACT-DATE
009900
009900     PERFORM INITIALIZE-RETRY-LIMIT
009905     MOVE SPACES TO WS-ANON-PARM
009906     MOVE 'ANONMODE' TO WS-PGET-NAME
009907     PERFORM GET-RUN-PARM
009908     MOVE WS-PGET-VALUE TO WS-ANON-PARM
009910     OPEN EXTEND EXCPLOG
009920
009930     SET RUN-NOT-DONE TO TRUE
011604
011605 INITIALIZE-RETRY-LIMIT.
011606     MOVE SPACES TO WS-RETRY-PARM
011607     MOVE 'SQLRETRY' TO WS-PGET-NAME
011607     PERFORM GET-RUN-PARM
011607     MOVE WS-PGET-VALUE TO WS-RETRY-PARM
011608     IF WS-RETRY-PARM IS NUMERIC
011609        MOVE WS-RETRY-PARM TO WS-MAX-RETRIES
011610     END-IF
030700     DISPLAY 'PART41 ABENDING - SEE SQLCODE ABOVE'
030800     MOVE 16 TO RETURN-CODE
030900     STOP RUN.
031000
031100******************************************************
031200*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
031300*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
031400*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
031500******************************************************
031600 GET-RUN-PARM.
031700     MOVE RETURN-CODE TO WS-PGET-RETCODE
031800     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
031900                        WS-PGET-VALUE
032000*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
032100     MOVE WS-PGET-RETCODE TO RETURN-CODE
032200     .
