001100*              ALL) AND '*** CREEP' WHEN THE CUMULATIVE CHANGE   *
001200*              EXCEEDS PRCMAXPCT PERCENT (DEFAULT 25). OUTPUT    *
001300*              ON FICPRE FOR PURCHASING.                         *
001314* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001328*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001342*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001356*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001370*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001384*              FOR THE PART131 REPORT.                           *
001400******************************************************************
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
006100 77 WS-ABS-CUM        PIC 9(5)V99 COMP-3.
006200 77 WS-CNT-PRODUCTS   PIC 9(5) VALUE ZERO.
006300 77 WS-CNT-FLAGGED    PIC 9(5) VALUE ZERO.
006316 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
006332 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART31'.
006348 77 WS-PGET-NAME      PIC X(12).
006364 77 WS-PGET-VALUE     PIC X(40).
006380 77 WS-PGET-RETCODE   PIC S9(4) COMP.
006400
006500 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
006600 01 L-TITLE-LINE      PIC X(80) VALUE
013900
014000 INITIALIZE-PARAMETERS.
014100     MOVE SPACES TO WS-FROM-PARM
014200     MOVE 'PRCFROM' TO WS-PGET-NAME
014233     PERFORM GET-RUN-PARM
014266     MOVE WS-PGET-VALUE TO WS-FROM-PARM
014300     IF WS-FROM-PARM NOT = SPACES
014400        MOVE WS-FROM-PARM TO WS-DATE-FROM
014500     END-IF
014600     MOVE SPACES TO WS-TO-PARM
014700     MOVE 'PRCTO' TO WS-PGET-NAME
014733     PERFORM GET-RUN-PARM
014766     MOVE WS-PGET-VALUE TO WS-TO-PARM
014800     IF WS-TO-PARM NOT = SPACES
014900        MOVE WS-TO-PARM TO WS-DATE-TO
015000     END-IF
015100     MOVE SPACES TO WS-MAXN-PARM
015200     MOVE 'PRCMAXN' TO WS-PGET-NAME
015233     PERFORM GET-RUN-PARM
015266     MOVE WS-PGET-VALUE TO WS-MAXN-PARM
015300     IF WS-MAXN-PARM NOT = SPACES
015400        AND WS-MAXN-PARM IS NUMERIC
015500        MOVE WS-MAXN-PARM TO WS-MAX-CHANGES
015600     END-IF
015700     MOVE SPACES TO WS-MAXPCT-PARM
015800     MOVE 'PRCMAXPCT' TO WS-PGET-NAME
015833     PERFORM GET-RUN-PARM
015866     MOVE WS-PGET-VALUE TO WS-MAXPCT-PARM
015900     INSPECT WS-MAXPCT-PARM CONVERTING '.' TO ','
016000     IF WS-MAXPCT-PARM NOT = SPACES
016100        AND FUNCTION TEST-NUMVAL-C(WS-MAXPCT-PARM) = ZERO
025700     DISPLAY 'PART31 ABENDING - SEE SQLCODE ABOVE'
025800     MOVE 16 TO RETURN-CODE
025900     STOP RUN.
026000
026100******************************************************
026200*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
026300*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
026400*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
026500******************************************************
026600 GET-RUN-PARM.
026700     MOVE RETURN-CODE TO WS-PGET-RETCODE
026800     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
026900                        WS-PGET-VALUE
027000*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
027100     MOVE WS-PGET-RETCODE TO RETURN-CODE
027200     .
