000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART109.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - MANUAL OVERRIDE REPORT (FICOVR) *
000600*              BY PERSON AND MONTH. READS THE OPERATOR AND       *
000700*              APPROVER IDS NOW CARRIED ON BALANCE_HISTORY       *
000800*              (HOLDPOST FROM PART11, WRITEOFF FROM PART43),     *
000900*              LIMIT_HISTORY (CREDLIM, PART48), PRICE_HISTORY    *
001000*              (PRICEAPP, PART30) AND RUN_LOG EVENT 'O'          *
001100*              (LOCKOVRD, PART2) AND COUNTS EACH OPERATOR'S      *
001200*              OVERRIDES PER MONTH, ACTION AND APPROVER FOR THE  *
001300*              MONTHS OVRFROM TO OVRTO (YYYY-MM, DEFAULT ALL).   *
001400*              ROWS WRITTEN BEFORE THE IDS EXISTED ARE LEFT OUT. *
001425* 2026-10-15 : RUN_LOG EVENT 'O' ROWS WRITTEN BY PART110 (A      *
001450*              SALES LOAD BACKED OUT) REPORT AS LOADREV; PART2'S *
001475*              STAY LOCKOVRD.                                    *
001478* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001481*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001484*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001487*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001490*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001493*              FOR THE PART131 REPORT.                           *
001500******************************************************************
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
001800 SPECIAL-NAMES.
001900     DECIMAL-POINT IS COMMA.
002000
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT OUTOVR ASSIGN TO FICOVR.
002400
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD OUTOVR.
002800 01 ENR-OUTOVR PIC X(100).
002900
003000 WORKING-STORAGE SECTION.
003100     EXEC SQL
003200        INCLUDE SQLCA
003300     END-EXEC.
003400
003500******************************************************
003600*** EVERY OVERRIDE THAT CARRIES AN OPERATOR ID, ONE ***
003700*** ROW PER OPERATOR, MONTH, ACTION AND APPROVER.   ***
003800*** AMOUNT IS THE BALANCE MOVED FOR HOLDPOST AND    ***
003900*** WRITEOFF, THE LIMIT CHANGE FOR CREDLIM, ZERO    ***
004000*** FOR PRICEAPP, LOCKOVRD AND LOADREV.             ***
004100******************************************************
004200     EXEC SQL
004300        DECLARE COVR CURSOR
004400        FOR
004500        SELECT V.OPERATOR, V.OVR_MONTH, V.ACTION, V.APPROVER,
004600               COUNT(*), SUM(V.AMOUNT)
004700        FROM (SELECT B.OPERATOR, B.APPROVER,
004800                     SUBSTR(B.HIST_DATE, 1, 7) AS OVR_MONTH,
004900                     CASE B.HIST_TYPE
005000                          WHEN 'W' THEN 'WRITEOFF'
005100                          ELSE 'HOLDPOST'
005200                     END AS ACTION,
005300                     DECIMAL(B.AMOUNT, 11, 2) AS AMOUNT
005400              FROM API5.BALANCE_HISTORY B
005500              WHERE COALESCE(B.OPERATOR, ' ') <> ' '
005600              AND   B.HIST_TYPE IN ('O', 'W')
005700              UNION ALL
005800              SELECT L.OPERATOR, L.APPROVER,
005900                     SUBSTR(L.CHG_DATE, 1, 7),
006000                     'CREDLIM',
006100                     DECIMAL(L.NEW_LIMIT - L.OLD_LIMIT, 11, 2)
006200              FROM API5.LIMIT_HISTORY L
006300              WHERE COALESCE(L.OPERATOR, ' ') <> ' '
006400              UNION ALL
006500              SELECT P.OPERATOR, P.APPROVER,
006600                     SUBSTR(P.LOAD_DATE, 1, 7),
006700                     'PRICEAPP',
006800                     DECIMAL(0, 11, 2)
006900              FROM API5.PRICE_HISTORY P
007000              WHERE COALESCE(P.OPERATOR, ' ') <> ' '
007100              UNION ALL
007200              SELECT R.OPERATOR, COALESCE(R.APPROVER, ' '),
007300                     SUBSTR(R.RUN_DATE, 1, 7),
007400                     CASE R.PROGID
007425                          WHEN 'PART110' THEN 'LOADREV'
007450                          ELSE 'LOCKOVRD'
007475                     END,
007500                     DECIMAL(0, 11, 2)
007600              FROM API5.RUN_LOG R
007700              WHERE R.EVENT = 'O'
007800              AND   COALESCE(R.OPERATOR, ' ') <> ' ') V
007900        WHERE V.OVR_MONTH >= :WS-MONTH-FROM
008000        AND   V.OVR_MONTH <= :WS-MONTH-TO
008100        GROUP BY V.OPERATOR, V.OVR_MONTH, V.ACTION, V.APPROVER
008200        ORDER BY V.OPERATOR, V.OVR_MONTH, V.ACTION, V.APPROVER
008300     END-EXEC.
008400
008500 77 WS-MONTH-FROM     PIC X(7).
008600 77 WS-MONTH-TO       PIC X(7).
008700 77 WS-OVR-OPERATOR   PIC X(8).
008800 77 WS-OVR-MONTH      PIC X(7).
008900 77 WS-OVR-ACTION     PIC X(8).
009000 77 WS-OVR-APPROVER   PIC X(8).
009100 77 WS-OVR-COUNT      PIC S9(9) COMP.
009200 77 WS-OVR-AMOUNT     PIC S9(9)V99 COMP-3.
009300 77 WS-PREV-OPERATOR  PIC X(8) VALUE SPACES.
009400 77 WS-OPER-COUNT     PIC S9(9) COMP VALUE ZERO.
009500 77 WS-OPER-AMOUNT    PIC S9(9)V99 COMP-3 VALUE ZERO.
009600 77 WS-CNT-OPERATORS  PIC 9(5) VALUE ZERO.
009700 77 WS-CNT-LINES      PIC 9(7) VALUE ZERO.
009800 77 WS-CNT-OVERRIDES  PIC 9(7) VALUE ZERO.
009816 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
009832 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART109'.
009848 77 WS-PGET-NAME      PIC X(12).
009864 77 WS-PGET-VALUE     PIC X(40).
009880 77 WS-PGET-RETCODE   PIC S9(4) COMP.
009900
010000 01 L-HEADER-BLANK    PIC X(100) VALUE SPACE.
010100 01 L-TITLE-LINE.
010200    05 FILLER         PIC X(30)
010300                      VALUE 'MANUAL OVERRIDES BY PERSON - '.
010400    05 TITLE-FROM-ED  PIC X(7).
010500    05 FILLER         PIC X(4)  VALUE ' TO '.
010600    05 TITLE-TO-ED    PIC X(7).
010700    05 FILLER         PIC X(52) VALUE SPACE.
010800 01 L-OPERATOR-LINE.
010900    05 FILLER         PIC X(11) VALUE 'OPERATOR  '.
011000    05 OPR-ID-ED      PIC X(8).
011100    05 FILLER         PIC X(81) VALUE SPACE.
011200 01 L-COLUMN-HEAD1.
011300    05 FILLER  PIC X(6)  VALUE SPACE.
011400    05 FILLER  PIC X(9)  VALUE 'MONTH'.
011500    05 FILLER  PIC X(10) VALUE 'ACTION'.
011600    05 FILLER  PIC X(10) VALUE 'APPROVER'.
011700    05 FILLER  PIC X(10) VALUE '     COUNT'.
011800    05 FILLER  PIC X(16) VALUE '          AMOUNT'.
011900    05 FILLER  PIC X(39) VALUE SPACE.
012000 01 L-DETAIL-LINE.
012100    05 FILLER         PIC X(6)  VALUE SPACE.
012200    05 DET-MONTH-ED   PIC X(7).
012300    05 FILLER         PIC X(2)  VALUE SPACE.
012400    05 DET-ACTION-ED  PIC X(8).
012500    05 FILLER         PIC X(2)  VALUE SPACE.
012600    05 DET-APPR-ED    PIC X(8).
012700    05 FILLER         PIC X(2)  VALUE SPACE.
012800    05 DET-COUNT-ED   PIC ZZZZZZZZ9.
012900    05 FILLER         PIC X(2)  VALUE SPACE.
013000    05 DET-AMOUNT-ED  PIC -ZZZZZZZZ9,99.
013100    05 FILLER         PIC X(41) VALUE SPACE.
013200 01 L-TOTAL-LINE.
013300    05 FILLER         PIC X(6)  VALUE SPACE.
013400    05 FILLER         PIC X(29) VALUE 'TOTAL OPERATOR'.
013500    05 TOT-COUNT-ED   PIC ZZZZZZZZ9.
013600    05 FILLER         PIC X(2)  VALUE SPACE.
013700    05 TOT-AMOUNT-ED  PIC -ZZZZZZZZ9,99.
013800    05 FILLER         PIC X(41) VALUE SPACE.
013900
014000 PROCEDURE DIVISION.
014100     PERFORM INITIALIZE-PARAMETERS
014200
014300     OPEN OUTPUT OUTOVR
014400     PERFORM WRITE-REPORT-HEADER
014500
014600     EXEC SQL
014700        OPEN COVR
014800     END-EXEC
014900     PERFORM TEST-SQLCODE
015000
015100     PERFORM FETCH-NEXT-OVERRIDE
015200     PERFORM UNTIL SQLCODE NOT EQUAL ZERO
015300        IF WS-OVR-OPERATOR NOT = WS-PREV-OPERATOR
015400           PERFORM WRITE-OPERATOR-TOTAL
015500           PERFORM WRITE-OPERATOR-LINE
015600        END-IF
015700        PERFORM WRITE-DETAIL-LINE
015800        PERFORM FETCH-NEXT-OVERRIDE
015900     END-PERFORM
016000     PERFORM WRITE-OPERATOR-TOTAL
016100
016200     EXEC SQL
016300        CLOSE COVR
016400     END-EXEC
016500     PERFORM TEST-SQLCODE
016600
016700     CLOSE OUTOVR
016800
016900     DISPLAY 'PART109 : OPERATORS LISTED : ' WS-CNT-OPERATORS
017000     DISPLAY 'PART109 : LINES WRITTEN    : ' WS-CNT-LINES
017100     DISPLAY 'PART109 : OVERRIDES        : ' WS-CNT-OVERRIDES
017200     GOBACK.
017300
017400******************************************************
017500*** OVRFROM / OVRTO = FIRST AND LAST MONTH LISTED   ***
017600*** (YYYY-MM), DEFAULT EVERY MONTH ON FILE.         ***
017700******************************************************
017800 INITIALIZE-PARAMETERS.
017900     MOVE SPACES TO WS-MONTH-FROM
018000     MOVE 'OVRFROM' TO WS-PGET-NAME
018033     PERFORM GET-RUN-PARM
018066     MOVE WS-PGET-VALUE TO WS-MONTH-FROM
018100     IF WS-MONTH-FROM = SPACES
018200        MOVE '0000-00' TO WS-MONTH-FROM
018300     END-IF
018400     MOVE SPACES TO WS-MONTH-TO
018500     MOVE 'OVRTO' TO WS-PGET-NAME
018533     PERFORM GET-RUN-PARM
018566     MOVE WS-PGET-VALUE TO WS-MONTH-TO
018600     IF WS-MONTH-TO = SPACES
018700        MOVE '9999-99' TO WS-MONTH-TO
018800     END-IF
018900     MOVE WS-MONTH-FROM TO TITLE-FROM-ED
019000     MOVE WS-MONTH-TO   TO TITLE-TO-ED
019100     .
019200
019300 FETCH-NEXT-OVERRIDE.
019400     EXEC SQL
019500        FETCH COVR
019600        INTO :WS-OVR-OPERATOR, :WS-OVR-MONTH, :WS-OVR-ACTION,
019700             :WS-OVR-APPROVER, :WS-OVR-COUNT, :WS-OVR-AMOUNT
019800     END-EXEC
019900     PERFORM TEST-SQLCODE
020000     .
020100
020200 WRITE-REPORT-HEADER.
020300     WRITE ENR-OUTOVR FROM L-TITLE-LINE
020400     .
020500
020600 WRITE-OPERATOR-LINE.
020700     MOVE WS-OVR-OPERATOR TO WS-PREV-OPERATOR
020800     MOVE ZERO            TO WS-OPER-COUNT
020900     MOVE ZERO            TO WS-OPER-AMOUNT
021000     ADD 1 TO WS-CNT-OPERATORS
021100     MOVE WS-OVR-OPERATOR TO OPR-ID-ED
021200     WRITE ENR-OUTOVR FROM L-HEADER-BLANK
021300     WRITE ENR-OUTOVR FROM L-OPERATOR-LINE
021400     WRITE ENR-OUTOVR FROM L-COLUMN-HEAD1
021500     .
021600
021700 WRITE-DETAIL-LINE.
021800     ADD 1 TO WS-CNT-LINES
021900     ADD WS-OVR-COUNT  TO WS-CNT-OVERRIDES
022000     ADD WS-OVR-COUNT  TO WS-OPER-COUNT
022100     ADD WS-OVR-AMOUNT TO WS-OPER-AMOUNT
022200     MOVE WS-OVR-MONTH    TO DET-MONTH-ED
022300     MOVE WS-OVR-ACTION   TO DET-ACTION-ED
022400     MOVE WS-OVR-APPROVER TO DET-APPR-ED
022500     MOVE WS-OVR-COUNT    TO DET-COUNT-ED
022600     MOVE WS-OVR-AMOUNT   TO DET-AMOUNT-ED
022700     WRITE ENR-OUTOVR FROM L-DETAIL-LINE
022800     .
022900
023000 WRITE-OPERATOR-TOTAL.
023100     IF WS-PREV-OPERATOR NOT = SPACES
023200        MOVE WS-OPER-COUNT  TO TOT-COUNT-ED
023300        MOVE WS-OPER-AMOUNT TO TOT-AMOUNT-ED
023400        WRITE ENR-OUTOVR FROM L-TOTAL-LINE
023500     END-IF
023600     .
023700
023800 TEST-SQLCODE.
023900     EVALUATE TRUE
024000          WHEN SQLCODE IS EQUAL TO ZERO
024100                CONTINUE
024200          WHEN SQLCODE IS GREATER ZERO
024300             IF SQLCODE = 100
024400               CONTINUE
024500             ELSE
024600               DISPLAY 'WARNING : ' SQLCODE
024700             END-IF
024800          WHEN SQLCODE IS LESS THAN ZERO
024900                DISPLAY 'ANOMALIE : ' SQLCODE
025000                PERFORM ABEND-PROG
025100     END-EVALUATE.
025200
025300 ABEND-PROG.
025400     DISPLAY 'PART109 ABENDING - SEE SQLCODE ABOVE'
025500     MOVE 16 TO RETURN-CODE
025600     STOP RUN.
025700
025800******************************************************
025900*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
026000*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
026100*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
026200******************************************************
026300 GET-RUN-PARM.
026400     MOVE RETURN-CODE TO WS-PGET-RETCODE
026500     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
026600                        WS-PGET-VALUE
026700*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
026800     MOVE WS-PGET-RETCODE TO RETURN-CODE
026900     .
