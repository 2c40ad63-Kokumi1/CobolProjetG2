001200*              DELETES THE PERIOD'S SUMMARY ROWS, SO CLOSING A   *
001300*              MONTH TWICE IS SAFE. THE CURRENT OR A FUTURE      *
001400*              MONTH CANNOT BE CLOSED.                           *
001414* 2026-10-15 : THE CLOSED MONTH IS NOW MARKED 'C' ON             *
001428*              API5.PERIOD_STATUS AND THE CLOSE WRITTEN TO       *
001442*              API5.PERIOD_LOG, SO THE POSTING PROGRAMS (THROUGH *
001456*              PERCHK) REFUSE OR RE-DATE LATE LINES DATED IN IT. *
001470*              PART108 REOPENS A MONTH; A RERUN HERE CLOSES IT   *
001484*              AGAIN.                                            *
001487* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001490*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001493*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001496*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001496* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001496*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001496*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001496*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001496*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001496*              FOR THE PART131 REPORT.                           *
001500******************************************************************
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
002500     END-EXEC.
002600     EXEC SQL
002700        INCLUDE SALESSUM
002725     END-EXEC.
002750     EXEC SQL
002775        INCLUDE PERIOD
002800     END-EXEC.
002900
003000 77 WS-MONTH-PARM     PIC X(7).
003300 77 WS-DATE-FROM      PIC X(10).
003400 77 WS-DATE-TO        PIC X(10).
003500 77 WS-TODAY-RAW      PIC X(08).
003525 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
003529 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
003533 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART23'.
003537 77 WS-PGET-NAME      PIC X(12).
003541 77 WS-PGET-VALUE     PIC X(40).
003545 77 WS-PGET-RETCODE   PIC S9(4) COMP.
003550 77 WS-FIRST-OF-MONTH PIC 9(8).
003560 77 WS-FIRST-OF-MONTH-X REDEFINES WS-FIRST-OF-MONTH PIC X(8).
003600 77 WS-PREV-DATE      PIC 9(8).
003700 77 WS-PREV-DATE-X    REDEFINES WS-PREV-DATE PIC X(8).
003725 77 WS-TODAY          PIC X(10).
003750 77 WS-NOW-RAW        PIC X(08).
003775 77 WS-NOW            PIC X(8).
003800 77 WS-CNT-PROD-ROWS  PIC S9(9) COMP VALUE ZERO.
003900 77 WS-CNT-CUST-ROWS  PIC S9(9) COMP VALUE ZERO.
004000
005100     PERFORM DELETE-OLD-SUMMARY
005200     PERFORM BUILD-SALES-SUMMARY
005300     PERFORM BUILD-CUST-SUMMARY
005350     PERFORM MARK-PERIOD-CLOSED
005400     PERFORM COMMIT-SQL
005500
005600     DISPLAY '===================================='
005700     DISPLAY 'PART23 PERIOD CLOSE SUMMARY'
005800     DISPLAY 'PERIOD CLOSED        : ' WS-CLOSE-MONTH
005850     DISPLAY 'PERIOD STATUS        : CLOSED (API5.PERIOD_STATUS)'
005900     DISPLAY 'PRODUCT SUMMARY ROWS : ' WS-CNT-PROD-ROWS
006000     DISPLAY 'CUSTOMER SUMMARY ROWS: ' WS-CNT-CUST-ROWS
006100     DISPLAY '===================================='
006700******************************************************
006800 INITIALIZE-PARAMETERS.
006900     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
006950     CALL RUNDATE USING WS-TODAY-RAW
007000     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2)
007100            DELIMITED BY SIZE INTO WS-CURR-MONTH
007200     END-STRING
007212     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
007224            WS-TODAY-RAW(7:2) DELIMITED BY SIZE INTO WS-TODAY
007236     END-STRING
007248     ACCEPT WS-NOW-RAW FROM TIME
007260     STRING WS-NOW-RAW(1:2) ':' WS-NOW-RAW(3:2) ':'
007272            WS-NOW-RAW(5:2) DELIMITED BY SIZE INTO WS-NOW
007284     END-STRING
007300
007400     MOVE SPACES TO WS-MONTH-PARM
007500     MOVE 'CLOSEMONTH' TO WS-PGET-NAME
007533     PERFORM GET-RUN-PARM
007566     MOVE WS-PGET-VALUE TO WS-MONTH-PARM
007600     IF WS-MONTH-PARM NOT = SPACES
007700        MOVE WS-MONTH-PARM TO WS-CLOSE-MONTH
007800     ELSE
015000     PERFORM TEST-SQLCODE
015100     MOVE SQLERRD(3) TO WS-CNT-CUST-ROWS
015200     .
015202
015204******************************************************
015206*** THE MONTH IS NOW CLOSED TO POSTING - PERCHK    ***
015208*** REFUSES OR RE-DATES ANYTHING DATED IN IT UNTIL ***
015210*** PART108 REOPENS IT. EVERY CLOSE IS LOGGED.     ***
015212******************************************************
015214 MARK-PERIOD-CLOSED.
015216     MOVE WS-CLOSE-MONTH TO PER-PERIOD
015218     MOVE 'C'            TO PER-STATUS
015220     MOVE WS-TODAY       TO PER-CHG-DATE
015222     MOVE 'PART23'       TO PER-PROGID
015224     EXEC SQL
015226        UPDATE API5.PERIOD_STATUS
015228           SET STATUS   = :PER-STATUS,
015230               CHG_DATE = :PER-CHG-DATE,
015232               PROGID   = :PER-PROGID
015234        WHERE PERIOD = :PER-PERIOD
015236     END-EXEC
015238     PERFORM TEST-SQLCODE
015240     IF SQLCODE = +100
015242        EXEC SQL
015244           INSERT INTO API5.PERIOD_STATUS
015246           (PERIOD, STATUS, CHG_DATE, PROGID)
015248           VALUES (:PER-PERIOD, :PER-STATUS, :PER-CHG-DATE,
015250                   :PER-PROGID)
015252        END-EXEC
015254        PERFORM TEST-SQLCODE
015256     END-IF
015258
015260     MOVE WS-CLOSE-MONTH TO PLOG-PERIOD
015262     MOVE 'C'            TO PLOG-ACTION
015264     MOVE WS-TODAY       TO PLOG-DATE
015266     MOVE WS-NOW         TO PLOG-TIME
015268     MOVE 'PART23'       TO PLOG-PROGID
015270     MOVE SPACES         TO PLOG-POL-PROGID PLOG-POLICY
015272     MOVE SPACES         TO PLOG-OPERATOR
015274     MOVE 'PERIOD CLOSE' TO PLOG-REASON
015276     EXEC SQL
015278        INSERT INTO API5.PERIOD_LOG
015280        (PERIOD, ACTION, LOG_DATE, LOG_TIME, PROGID,
015282         POL_PROGID, POLICY, OPERATOR, REASON)
015284        VALUES (:PLOG-PERIOD, :PLOG-ACTION, :PLOG-DATE,
015286                :PLOG-TIME, :PLOG-PROGID, :PLOG-POL-PROGID,
015288                :PLOG-POLICY, :PLOG-OPERATOR, :PLOG-REASON)
015290     END-EXEC
015292     PERFORM TEST-SQLCODE
015294     .
015300
015400 COMMIT-SQL.
015500     EXEC SQL COMMIT END-EXEC
017600     DISPLAY 'PART23 ABENDING - SEE SQLCODE ABOVE'
017700     MOVE 16 TO RETURN-CODE
017800     STOP RUN.
017900
018000******************************************************
018100*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
018200*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
018300*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
018400******************************************************
018500 GET-RUN-PARM.
018600     MOVE RETURN-CODE TO WS-PGET-RETCODE
018700     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
018800                        WS-PGET-VALUE
018900*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
019000     MOVE WS-PGET-RETCODE TO RETURN-CODE
019100     .
