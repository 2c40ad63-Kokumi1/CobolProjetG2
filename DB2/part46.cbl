001300*              BALANCE_HISTORY ROW TYPE 'R', SO THE PART12       *
001400*              STATEMENT SHOWS THE REFUND AS A LINE INSTEAD OF   *
001500*              A MYSTERY. A REGISTER IS PRINTED ON FICREF.       *
001520* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001540*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001560*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001580*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001582* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001584*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001586*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001588*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001590*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001592*              FOR THE PART131 REPORT.                           *
001600******************************************************************
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
006300 77 WS-THRESH-PARM    PIC X(8).
006400 77 WS-THRESHOLD      PIC 9(6)V99 VALUE 0,00.
006500 77 WS-TODAY-RAW      PIC X(08).
006550 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
006558 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
006566 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART46'.
006574 77 WS-PGET-NAME      PIC X(12).
006582 77 WS-PGET-VALUE     PIC X(40).
006590 77 WS-PGET-RETCODE   PIC S9(4) COMP.
006600 77 WS-TODAY-DASHED   PIC X(10).
006700 77 WS-REFUND-AMT     PIC S9(8)V99 COMP-3.
006800 77 WS-CREDIT-AMT     PIC S9(8)V99 COMP-3.
015500******************************************************
015600 INITIALIZE-PARAMETERS.
015700     MOVE SPACES TO WS-THRESH-PARM
015800     MOVE 'REFTHRESH' TO WS-PGET-NAME
015833     PERFORM GET-RUN-PARM
015866     MOVE WS-PGET-VALUE TO WS-THRESH-PARM
015900     INSPECT WS-THRESH-PARM CONVERTING '.' TO ','
016000     IF WS-THRESH-PARM NOT = SPACES
016100        AND FUNCTION TEST-NUMVAL-C(WS-THRESH-PARM) = ZERO
016400     END-IF
016500
016600     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
016650     CALL RUNDATE USING WS-TODAY-RAW
016700     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
016800            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
016900            INTO WS-TODAY-DASHED
031500     MOVE WS-LOG-MESSAGE TO EXCPLOG-MESSAGE
031600     WRITE EXCPLOG-RECORD
031700     .
031800
031900******************************************************
032000*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
032100*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
032200*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
032300******************************************************
032400 GET-RUN-PARM.
032500     MOVE RETURN-CODE TO WS-PGET-RETCODE
032600     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
032700                        WS-PGET-VALUE
032800*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
032900     MOVE WS-PGET-RETCODE TO RETURN-CODE
033000     .
