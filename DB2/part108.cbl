000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART108.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - PERIOD MAINTENANCE.             *
000600*              PERACTION=LIST (DEFAULT) SHOWS API5.PERIOD_STATUS *
000700*              AND EACH POSTING PROGRAM'S CLOSED-PERIOD POLICY.  *
000800*              PERACTION=REOPEN REOPENS A MONTH PART23 CLOSED    *
000900*              (PERIOD=YYYY-MM) AND PERACTION=POLICY SETS A      *
001000*              PROGRAM'S POLICY (PERPROG, PERPOLICY R REFUSE OR  *
001100*              D RE-DATE). BOTH NEED THE OPERATOR ID AND A       *
001200*              REOPEN NEEDS A PERREASON; EACH IS WRITTEN TO      *
001300*              API5.PERIOD_LOG. A REOPENED MONTH IS CLOSED AGAIN *
001400*              BY RERUNNING PART23.                              *
001420* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001440*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001460*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001480*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001482* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001484*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001486*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001488*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001490*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001492*              FOR THE PART131 REPORT.                           *
001500******************************************************************
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
001800 SPECIAL-NAMES.
001900     DECIMAL-POINT IS COMMA.
002000
002100 DATA DIVISION.
002200 WORKING-STORAGE SECTION.
002300     EXEC SQL
002400        INCLUDE SQLCA
002500     END-EXEC.
002600     EXEC SQL
002700        INCLUDE PERIOD
002800     END-EXEC.
002900
003000******************************************************
003100*** EVERY MONTH EVER CLOSED, MOST RECENT FIRST.     ***
003200******************************************************
003300     EXEC SQL
003400        DECLARE CPER CURSOR
003500        FOR
003600        SELECT PERIOD, STATUS, CHG_DATE, PROGID
003700        FROM API5.PERIOD_STATUS
003800        ORDER BY PERIOD DESC
003900     END-EXEC.
004000
004100     EXEC SQL
004200        DECLARE CPOL CURSOR
004300        FOR
004400        SELECT PROGID, POLICY
004500        FROM API5.PERIOD_POLICY
004600        ORDER BY PROGID
004700     END-EXEC.
004800
004900 77 WS-ACTION         PIC X(8).
005000    88 ACTION-LIST      VALUE 'LIST    '.
005100    88 ACTION-REOPEN    VALUE 'REOPEN  '.
005200    88 ACTION-POLICY    VALUE 'POLICY  '.
005300 77 WS-PERIOD-PARM    PIC X(7).
005400 77 WS-PROG-PARM      PIC X(8).
005500 77 WS-POLICY-PARM    PIC X(1).
005600 77 WS-OPERATOR       PIC X(8).
005700 77 WS-REASON         PIC X(40).
005800 77 WS-TODAY-RAW      PIC X(08).
005850 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
005858 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
005866 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART108'.
005874 77 WS-PGET-NAME      PIC X(12).
005882 77 WS-PGET-VALUE     PIC X(40).
005890 77 WS-PGET-RETCODE   PIC S9(4) COMP.
005900 77 WS-TODAY          PIC X(10).
006000 77 WS-NOW-RAW        PIC X(08).
006100 77 WS-NOW            PIC X(8).
006200 77 WS-OLD-POLICY     PIC X(1).
006300 77 WS-LIST-DONE      PIC X VALUE 'N'.
006400    88 LIST-DONE        VALUE 'O'.
006500    88 LIST-NOT-DONE    VALUE 'N'.
006600
006700 PROCEDURE DIVISION.
006800     PERFORM INITIALIZE-PARAMETERS
006900     EVALUATE TRUE
007000        WHEN ACTION-LIST
007100             PERFORM LIST-PERIODS
007200             PERFORM LIST-POLICIES
007300        WHEN ACTION-REOPEN
007400             PERFORM REOPEN-PERIOD
007500        WHEN ACTION-POLICY
007600             PERFORM SET-PROGRAM-POLICY
007700        WHEN OTHER
007800             DISPLAY 'PART108 : PERACTION INCONNUE : ' WS-ACTION
007900             MOVE 8 TO RETURN-CODE
008000     END-EVALUATE
008100     GOBACK.
008200
008300******************************************************
008400*** PERACTION = LIST (DEFAULT), REOPEN OR POLICY.   ***
008500*** REOPEN AND POLICY ARE LOGGED AGAINST OPERATOR.  ***
008600******************************************************
008700 INITIALIZE-PARAMETERS.
008800     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
008850     CALL RUNDATE USING WS-TODAY-RAW
008900     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
009000            WS-TODAY-RAW(7:2) DELIMITED BY SIZE INTO WS-TODAY
009100     END-STRING
009200     ACCEPT WS-NOW-RAW FROM TIME
009300     STRING WS-NOW-RAW(1:2) ':' WS-NOW-RAW(3:2) ':'
009400            WS-NOW-RAW(5:2) DELIMITED BY SIZE INTO WS-NOW
009500     END-STRING
009600
009700     MOVE SPACES TO WS-ACTION WS-PERIOD-PARM WS-PROG-PARM
009800                    WS-POLICY-PARM WS-OPERATOR WS-REASON
009900     MOVE 'PERACTION' TO WS-PGET-NAME
009933     PERFORM GET-RUN-PARM
009966     MOVE WS-PGET-VALUE TO WS-ACTION
010000     IF WS-ACTION = SPACES
010100        MOVE 'LIST' TO WS-ACTION
010200     END-IF
010300     MOVE 'PERIOD' TO WS-PGET-NAME
010333     PERFORM GET-RUN-PARM
010366     MOVE WS-PGET-VALUE TO WS-PERIOD-PARM
010400     MOVE 'PERPROG' TO WS-PGET-NAME
010433     PERFORM GET-RUN-PARM
010466     MOVE WS-PGET-VALUE TO WS-PROG-PARM
010500     MOVE 'PERPOLICY' TO WS-PGET-NAME
010533     PERFORM GET-RUN-PARM
010566     MOVE WS-PGET-VALUE TO WS-POLICY-PARM
010600     ACCEPT WS-OPERATOR    FROM ENVIRONMENT 'OPERATOR'
010700     MOVE 'PERREASON' TO WS-PGET-NAME
010733     PERFORM GET-RUN-PARM
010766     MOVE WS-PGET-VALUE TO WS-REASON
010800     .
010900
011000******************************************************
011100*** A REOPEN NEEDS THE MONTH, AN OPERATOR AND A     ***
011200*** REASON, AND ONLY APPLIES TO A CLOSED MONTH.     ***
011300******************************************************
011400 REOPEN-PERIOD.
011500     IF WS-PERIOD-PARM = SPACES OR WS-OPERATOR = SPACES
011600                                OR WS-REASON = SPACES
011700        DISPLAY 'PART108 : REOPEN EXIGE PERIOD, OPERATOR ET '
011800                'PERREASON'
011900        MOVE 8 TO RETURN-CODE
012000     ELSE
012100        MOVE WS-PERIOD-PARM TO PER-PERIOD
012200        MOVE SPACE TO PER-STATUS
012300        EXEC SQL
012400           SELECT STATUS
012500                INTO :PER-STATUS
012600           FROM API5.PERIOD_STATUS
012700           WHERE PERIOD = :PER-PERIOD
012800        END-EXEC
012900        PERFORM TEST-SQLCODE
013000        IF PER-STATUS NOT = 'C'
013100           DISPLAY 'PART108 : PERIODE ' WS-PERIOD-PARM
013200                   ' NON CLOTUREE - RIEN A ROUVRIR'
013300           MOVE 4 TO RETURN-CODE
013400        ELSE
013500           MOVE 'O'          TO PER-STATUS
013600           MOVE WS-TODAY     TO PER-CHG-DATE
013700           MOVE 'PART108'    TO PER-PROGID
013800           EXEC SQL
013900              UPDATE API5.PERIOD_STATUS
014000                 SET STATUS   = :PER-STATUS,
014100                     CHG_DATE = :PER-CHG-DATE,
014200                     PROGID   = :PER-PROGID
014300              WHERE PERIOD = :PER-PERIOD
014400           END-EXEC
014500           PERFORM TEST-SQLCODE
014600           MOVE WS-PERIOD-PARM TO PLOG-PERIOD
014700           MOVE 'O'            TO PLOG-ACTION
014800           MOVE SPACES         TO PLOG-POL-PROGID PLOG-POLICY
014900           PERFORM WRITE-PERIOD-LOG
015000           PERFORM COMMIT-SQL
015100           DISPLAY 'PART108 : PERIODE ' WS-PERIOD-PARM
015200                   ' ROUVERTE PAR ' WS-OPERATOR
015300           DISPLAY '          MOTIF : ' WS-REASON
015400        END-IF
015500     END-IF
015600     .
015700
015800******************************************************
015900*** POLICY R (REFUSE) OR D (RE-DATE) FOR ONE        ***
016000*** POSTING PROGRAM, REPLACING ANY EARLIER ROW.     ***
016100******************************************************
016200 SET-PROGRAM-POLICY.
016300     IF WS-PROG-PARM = SPACES OR WS-OPERATOR = SPACES
016400        OR (WS-POLICY-PARM NOT = 'R' AND WS-POLICY-PARM NOT = 'D')
016500        DISPLAY 'PART108 : POLICY EXIGE PERPROG, OPERATOR ET '
016600                'PERPOLICY R OU D'
016700        MOVE 8 TO RETURN-CODE
016800     ELSE
016900        MOVE WS-PROG-PARM   TO PPOL-PROGID
017000        MOVE SPACE TO WS-OLD-POLICY
017100        EXEC SQL
017200           SELECT POLICY
017300                INTO :WS-OLD-POLICY
017400           FROM API5.PERIOD_POLICY
017500           WHERE PROGID = :PPOL-PROGID
017600        END-EXEC
017700        PERFORM TEST-SQLCODE
017800        MOVE WS-POLICY-PARM TO PPOL-POLICY
017900        IF SQLCODE = +100
018000           EXEC SQL
018100              INSERT INTO API5.PERIOD_POLICY
018200              (PROGID, POLICY)
018300              VALUES (:PPOL-PROGID, :PPOL-POLICY)
018400           END-EXEC
018500        ELSE
018600           EXEC SQL
018700              UPDATE API5.PERIOD_POLICY
018800                 SET POLICY = :PPOL-POLICY
018900              WHERE PROGID = :PPOL-PROGID
019000           END-EXEC
019100        END-IF
019200        PERFORM TEST-SQLCODE
019300        MOVE SPACES         TO PLOG-PERIOD
019400        MOVE 'P'            TO PLOG-ACTION
019500        MOVE WS-PROG-PARM   TO PLOG-POL-PROGID
019600        MOVE WS-POLICY-PARM TO PLOG-POLICY
019700        PERFORM WRITE-PERIOD-LOG
019800        PERFORM COMMIT-SQL
019900        DISPLAY 'PART108 : POLITIQUE ' WS-PROG-PARM ' : '
020000                WS-OLD-POLICY ' -> ' WS-POLICY-PARM
020100                ' PAR ' WS-OPERATOR
020200     END-IF
020300     .
020400
020500 WRITE-PERIOD-LOG.
020600     MOVE WS-TODAY    TO PLOG-DATE
020700     MOVE WS-NOW      TO PLOG-TIME
020800     MOVE 'PART108'   TO PLOG-PROGID
020900     MOVE WS-OPERATOR TO PLOG-OPERATOR
021000     MOVE WS-REASON   TO PLOG-REASON
021100     EXEC SQL
021200        INSERT INTO API5.PERIOD_LOG
021300        (PERIOD, ACTION, LOG_DATE, LOG_TIME, PROGID,
021400         POL_PROGID, POLICY, OPERATOR, REASON)
021500        VALUES (:PLOG-PERIOD, :PLOG-ACTION, :PLOG-DATE,
021600                :PLOG-TIME, :PLOG-PROGID, :PLOG-POL-PROGID,
021700                :PLOG-POLICY, :PLOG-OPERATOR, :PLOG-REASON)
021800     END-EXEC
021900     PERFORM TEST-SQLCODE
022000     .
022100
022200 LIST-PERIODS.
022300     DISPLAY '===================================='
022400     DISPLAY 'PART108 PERIOD STATUS'
022500     DISPLAY 'PERIOD  ST  CHANGED     BY'
022600     SET LIST-NOT-DONE TO TRUE
022700     EXEC SQL
022800        OPEN CPER
022900     END-EXEC
023000     PERFORM TEST-SQLCODE
023100     PERFORM LIST-ONE-PERIOD UNTIL LIST-DONE
023200     EXEC SQL
023300        CLOSE CPER
023400     END-EXEC
023500     PERFORM TEST-SQLCODE
023600     .
023700
023800 LIST-ONE-PERIOD.
023900     EXEC SQL
024000        FETCH CPER
024100        INTO :PER-PERIOD, :PER-STATUS, :PER-CHG-DATE, :PER-PROGID
024200     END-EXEC
024300     EVALUATE TRUE
024400        WHEN SQLCODE = +100
024500             SET LIST-DONE TO TRUE
024600        WHEN SQLCODE = ZERO
024700             DISPLAY PER-PERIOD ' ' PER-STATUS '   ' PER-CHG-DATE
024800                     '  ' PER-PROGID
024900        WHEN OTHER
025000             PERFORM TEST-SQLCODE
025100     END-EVALUATE
025200     .
025300
025400 LIST-POLICIES.
025500     DISPLAY '===================================='
025600     DISPLAY 'POSTING POLICY (R REFUSE / D RE-DATE, NONE = R)'
025700     SET LIST-NOT-DONE TO TRUE
025800     EXEC SQL
025900        OPEN CPOL
026000     END-EXEC
026100     PERFORM TEST-SQLCODE
026200     PERFORM LIST-ONE-POLICY UNTIL LIST-DONE
026300     EXEC SQL
026400        CLOSE CPOL
026500     END-EXEC
026600     PERFORM TEST-SQLCODE
026700     DISPLAY '===================================='
026800     .
026900
027000 LIST-ONE-POLICY.
027100     EXEC SQL
027200        FETCH CPOL
027300        INTO :PPOL-PROGID, :PPOL-POLICY
027400     END-EXEC
027500     EVALUATE TRUE
027600        WHEN SQLCODE = +100
027700             SET LIST-DONE TO TRUE
027800        WHEN SQLCODE = ZERO
027900             DISPLAY PPOL-PROGID '  ' PPOL-POLICY
028000        WHEN OTHER
028100             PERFORM TEST-SQLCODE
028200     END-EVALUATE
028300     .
028400
028500 COMMIT-SQL.
028600     EXEC SQL COMMIT END-EXEC
028700     PERFORM TEST-SQLCODE
028800     .
028900
029000 TEST-SQLCODE.
029100     EVALUATE TRUE
029200          WHEN SQLCODE IS EQUAL TO ZERO
029300                CONTINUE
029400          WHEN SQLCODE IS GREATER ZERO
029500             IF SQLCODE = 100
029600               CONTINUE
029700             ELSE
029800               DISPLAY 'WARNING : ' SQLCODE
029900             END-IF
030000          WHEN SQLCODE IS LESS THAN ZERO
030100                DISPLAY 'ANOMALIE : ' SQLCODE
030200                PERFORM ABEND-PROG
030300     END-EVALUATE.
030400
030500 ABEND-PROG.
030600     EXEC SQL ROLLBACK END-EXEC
030700     DISPLAY 'PART108 ABENDING - SEE SQLCODE ABOVE'
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
