001100*              NEW ONE WITH THE NEW EFFECTIVE DATE. THE COUNT    *
001200*              MOVED IS DISPLAYED AND THE RUN REFUSES (RC 8)     *
001300*              WHEN EITHER REP IS MISSING.                       *
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
003600 77 WS-TO-E-NO        PIC 9(2).
003700 77 WS-EFF-DATE       PIC X(10).
003800 77 WS-TODAY-RAW      PIC X(8).
003850 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
003858 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
003866 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART78'.
003874 77 WS-PGET-NAME      PIC X(12).
003882 77 WS-PGET-VALUE     PIC X(40).
003890 77 WS-PGET-RETCODE   PIC S9(4) COMP.
003900 77 WS-CNT-MOVED      PIC S9(9) COMP VALUE ZERO.
004000 77 WS-EMP-OK         PIC X VALUE 'O'.
004100    88 EMPLOYEE-OK      VALUE 'O'.
004400
004500 PROCEDURE DIVISION.
004600     MOVE SPACES TO WS-FROM-PARM
004700     MOVE 'REASFROM' TO WS-PGET-NAME
004733     PERFORM GET-RUN-PARM
004766     MOVE WS-PGET-VALUE TO WS-FROM-PARM
004800     MOVE SPACES TO WS-TO-PARM
004900     MOVE 'REASTO' TO WS-PGET-NAME
004933     PERFORM GET-RUN-PARM
004966     MOVE WS-PGET-VALUE TO WS-TO-PARM
005000     IF WS-FROM-PARM IS NOT NUMERIC
005100        OR WS-TO-PARM IS NOT NUMERIC
005200        DISPLAY 'PART78 : REASFROM ET REASTO SONT REQUIS'
005700     MOVE WS-TO-PARM   TO WS-TO-E-NO
005800
005900     MOVE SPACES TO WS-DATE-PARM
006000     MOVE 'REASDATE' TO WS-PGET-NAME
006033     PERFORM GET-RUN-PARM
006066     MOVE WS-PGET-VALUE TO WS-DATE-PARM
006100     IF WS-DATE-PARM NOT = SPACES
006200        CALL P2DDATE USING BY CONTENT WS-DATE-PARM
006300                           BY REFERENCE WS-EFF-DATE
006800        END-IF
006900     ELSE
007000        ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
007050        CALL RUNDATE USING WS-TODAY-RAW
007100        STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
007200               WS-TODAY-RAW(7:2) DELIMITED BY SIZE
007300               INTO WS-EFF-DATE
013500     DISPLAY 'PART78 ABENDING - SEE SQLCODE ABOVE'
013600     MOVE 16 TO RETURN-CODE
013700     STOP RUN.
013800
013900******************************************************
014000*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
014100*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
014200*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
014300******************************************************
014400 GET-RUN-PARM.
014500     MOVE RETURN-CODE TO WS-PGET-RETCODE
014600     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
014700                        WS-PGET-VALUE
014800*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
014900     MOVE WS-PGET-RETCODE TO RETURN-CODE
015000     .
