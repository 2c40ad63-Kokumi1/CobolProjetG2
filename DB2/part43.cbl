001600*              UNDER WOLIMIT (DEFAULT 10,00) ARE ONLY LISTED ON  *
001700*              THE FICWOP PROPOSED-WRITE-OFF REPORT FOR MANUAL   *
001800*              APPROVAL - NOTHING IS POSTED FOR THEM.            *
001814* 2026-10-15 : A RUN NOW NEEDS AN OPERATOR ID AND A DIFFERENT    *
001828*              APPROVER ID (OPERATOR/APPROVER ENVIRONMENT        *
001842*              VARIABLES) WHOM API5.OPERATOR_AUTHORITY ALLOWS TO *
001856*              APPROVE WRITEOFF, CHECKED BY OPERCHK; WITHOUT     *
001870*              THEM NOTHING IS WRITTEN OFF (RC 8). BOTH IDS GO   *
001884*              ON EVERY TYPE 'W' BALANCE_HISTORY ROW.            *
001887* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001890*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001893*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001896*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001896* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001896*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001896*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001896*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001896*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001896*              FOR THE PART131 REPORT.                           *
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
006800 77 WS-LIMIT-PARM     PIC X(8).
006900 77 WS-PROPOSE-LIMIT  PIC 9(6)V99 VALUE 10,00.
007000 77 WS-TODAY-RAW      PIC X(08).
007050 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
007058 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
007066 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART43'.
007074 77 WS-PGET-NAME      PIC X(12).
007082 77 WS-PGET-VALUE     PIC X(40).
007090 77 WS-PGET-RETCODE   PIC S9(4) COMP.
007100 77 WS-TODAY-DASHED   PIC X(10).
007200 77 WS-NEW-BALANCE    PIC S9(8)V99 COMP-3.
007300 77 WS-CNT-EXAMINED   PIC 9(5) VALUE ZERO.
007900 77 ED-TOT-PROPOSED   PIC -ZZZZZZZZ9,99.
008000 77 WS-LOG-PROGID     PIC X(8) VALUE 'PART43'.
008100 77 WS-LOG-MESSAGE    PIC X(47).
008112 77 OPERCHK           PIC X(8) VALUE 'OPERCHK'.
008124 77 WS-OPER-ACTION    PIC X(8) VALUE 'WRITEOFF'.
008136 77 WS-OPER-NEED-APPR PIC X(1) VALUE 'Y'.
008148 77 WS-OPERATOR       PIC X(8) VALUE SPACES.
008160 77 WS-APPROVER       PIC X(8) VALUE SPACES.
008172 77 WS-OPER-STATUS    PIC X(1).
008184 77 WS-OPER-MESSAGE   PIC X(40).
008200
008300 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
008400 01 L-WOF-TITLE.
010600
010700 PROCEDURE DIVISION.
010800     PERFORM INITIALIZE-PARAMETERS
010814     PERFORM CHECK-OPERATOR-AUTHORITY
010828     IF WS-OPER-STATUS NOT = 'O'
010842        DISPLAY 'PART43 : ' WS-OPER-MESSAGE
010856        MOVE 8 TO RETURN-CODE
010870        GOBACK
010884     END-IF
010900
011000     OPEN OUTPUT OUTWOF
011100     OPEN OUTPUT OUTWOP
015300     DISPLAY '===================================='
015400     GOBACK.
015500
015505******************************************************
015510*** A WRITE-OFF RUN NEEDS THE OPERATOR WHO STARTS   ***
015515*** IT AND A SECOND, AUTHORISED PERSON WHO          ***
015520*** APPROVES IT (OPERCHK).                          ***
015525******************************************************
015530 CHECK-OPERATOR-AUTHORITY.
015535     ACCEPT WS-OPERATOR FROM ENVIRONMENT 'OPERATOR'
015540     ACCEPT WS-APPROVER FROM ENVIRONMENT 'APPROVER'
015545     CALL OPERCHK USING WS-OPER-ACTION WS-OPERATOR WS-APPROVER
015550                        WS-OPER-NEED-APPR WS-OPER-STATUS
015555                        WS-OPER-MESSAGE
015560     IF WS-OPER-STATUS = 'O'
015565        DISPLAY 'OPERATOR : ' WS-OPERATOR
015570                '  APPROVER : ' WS-APPROVER
015575     END-IF
015580     .
015585
015600******************************************************
015700*** WOTHRESH = CLEAR AUTOMATICALLY AT OR UNDER THIS ***
015800*** AMOUNT (DEFAULT 1,00); WOLIMIT = LIST FOR       ***
016100******************************************************
016200 INITIALIZE-PARAMETERS.
016300     MOVE SPACES TO WS-THRESH-PARM
016400     MOVE 'WOTHRESH' TO WS-PGET-NAME
016433     PERFORM GET-RUN-PARM
016466     MOVE WS-PGET-VALUE TO WS-THRESH-PARM
016500     INSPECT WS-THRESH-PARM CONVERTING '.' TO ','
016600     IF WS-THRESH-PARM NOT = SPACES
016700        AND FUNCTION TEST-NUMVAL-C(WS-THRESH-PARM) = ZERO
017000     END-IF
017100
017200     MOVE SPACES TO WS-LIMIT-PARM
017300     MOVE 'WOLIMIT' TO WS-PGET-NAME
017333     PERFORM GET-RUN-PARM
017366     MOVE WS-PGET-VALUE TO WS-LIMIT-PARM
017400     INSPECT WS-LIMIT-PARM CONVERTING '.' TO ','
017500     IF WS-LIMIT-PARM NOT = SPACES
017600        AND FUNCTION TEST-NUMVAL-C(WS-LIMIT-PARM) = ZERO
018200     END-IF
018300
018400     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
018450     CALL RUNDATE USING WS-TODAY-RAW
018500     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
018600            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
018700            INTO WS-TODAY-DASHED
024600     COMPUTE BALHIST-AMOUNT = ZERO - CUS-BALANCE
024700     MOVE WS-TODAY-DASHED TO BALHIST-DATE
024800     MOVE 'W'             TO BALHIST-TYPE
024833     MOVE WS-OPERATOR     TO BALHIST-OPERATOR
024866     MOVE WS-APPROVER     TO BALHIST-APPROVER
024900
025000     EXEC SQL
025100         INSERT INTO API5.BALANCE_HISTORY
025200         (C_NO, O_NO, OLD_BAL, NEW_BAL, AMOUNT, HIST_DATE,
025300          HIST_TYPE, OPERATOR, APPROVER)
025400         VALUES(:BALHIST-C-NO,
025500                :BALHIST-O-NO,
025600                :BALHIST-OLD-BAL,
025700                :BALHIST-NEW-BAL,
025800                :BALHIST-AMOUNT,
025900                :BALHIST-DATE,
026000                :BALHIST-TYPE,
026033                :BALHIST-OPERATOR,
026066                :BALHIST-APPROVER)
026100     END-EXEC
026200
026300     EVALUATE TRUE
035500     MOVE WS-LOG-MESSAGE TO EXCPLOG-MESSAGE
035600     WRITE EXCPLOG-RECORD
035700     .
035800
035900******************************************************
036000*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
036100*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
036200*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
036300******************************************************
036400 GET-RUN-PARM.
036500     MOVE RETURN-CODE TO WS-PGET-RETCODE
036600     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
036700                        WS-PGET-VALUE
036800*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
036900     MOVE WS-PGET-RETCODE TO RETURN-CODE
037000     .
