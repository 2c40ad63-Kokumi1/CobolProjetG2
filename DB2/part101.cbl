000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART101.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - LAPSED AND DECLINING CUSTOMERS  *
000600*              FOR WIN-BACK CALLS (FICLAP). FOR EVERY LIVE       *
000700*              CUSTOMER WITH ORDERS, THE USUAL ORDERING INTERVAL *
000800*              COMES FROM THE SPREAD OF THEIR ORDER DATES AND    *
000900*              THE SPEND FROM THE PART23 CUST_SUMMARY MONTHS. A  *
001000*              CUSTOMER WITH LAPMINORD ORDER DAYS (DEFAULT 3) IS *
001100*              OVERDUE WHEN SILENT FOR MORE THAN LAPMULT         *
001200*              (DEFAULT 2,0) TIMES THAT INTERVAL, AND ANY        *
001300*              CUSTOMER IS DECLINING WHEN THE LAST THREE CLOSED  *
001400*              MONTHS FALL LAPDROP PERCENT (DEFAULT 50) OR MORE  *
001500*              BELOW THE THREE-MONTH RATE OF THE NINE BEFORE.    *
001600*              FLAGGED ACCOUNTS ARE LISTED BY THEIR              *
001700*              API5.TERRITORY REP.                               *
001720* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001740*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001760*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001780*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001782* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001784*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001786*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001788*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001790*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001792*              FOR THE PART131 REPORT.                           *
001800******************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SPECIAL-NAMES.
002200     DECIMAL-POINT IS COMMA.
002300
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT OUTLAP ASSIGN TO FICLAP.
002700
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD OUTLAP.
003100 01 ENR-OUTLAP PIC X(132).
003200
003300 WORKING-STORAGE SECTION.
003400     EXEC SQL
003500        INCLUDE SQLCA
003600     END-EXEC.
003700     EXEC SQL
003800        INCLUDE CUSTOMER
003900     END-EXEC.
004000     EXEC SQL
004100        INCLUDE EMPLOYEE
004200     END-EXEC.
004300
004400******************************************************
004500*** EVERY LIVE CUSTOMER WITH ORDER HISTORY : HOW    ***
004600*** OFTEN AND WHEN THEY LAST ORDERED, WHAT THEY     ***
004700*** SPENT IN THE LAST THREE CLOSED MONTHS AND IN    ***
004800*** THE NINE BEFORE, AND THE REP WHO OWNS THEM.     ***
004900******************************************************
005000     EXEC SQL
005100        DECLARE CLAPSE CURSOR
005200        FOR
005300        SELECT C.C_NO, C.NAME,
005400               COUNT(DISTINCT O.O_DATE), MIN(O.O_DATE),
005500               MAX(O.O_DATE),
005600               COALESCE((SELECT SUM(S.SPEND)
005700                         FROM API5.CUST_SUMMARY S
005800                         WHERE S.C_NO = C.C_NO
005900                         AND   S.PERIOD >= :WS-RECENT-FROM
006000                         AND   S.PERIOD <= :WS-RECENT-TO), 0),
006100               COALESCE((SELECT SUM(S.SPEND)
006200                         FROM API5.CUST_SUMMARY S
006300                         WHERE S.C_NO = C.C_NO
006400                         AND   S.PERIOD >= :WS-PRIOR-FROM
006500                         AND   S.PERIOD <= :WS-PRIOR-TO), 0),
006600               COALESCE((SELECT T.E_NO
006700                         FROM API5.TERRITORY T
006800                         WHERE T.C_NO = C.C_NO), 0),
006900               COALESCE((SELECT E.NAME
007000                         FROM API5.TERRITORY T
007100                         JOIN API5.EMPLOYEES E
007200                         ON T.E_NO = E.E_NO
007300                         WHERE T.C_NO = C.C_NO),
007400                        'NO REP ASSIGNED')
007500        FROM API5.CUSTOMERS C
007600        JOIN API5.ORDERS O
007700        ON O.C_NO = C.C_NO
007800        WHERE COALESCE(C.MERGED_INTO, 0) = 0
007900        GROUP BY C.C_NO, C.NAME
008000        ORDER BY 8, 1
008100     END-EXEC.
008200
008300 77 WS-TODAY-RAW      PIC X(08).
008350 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
008358 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
008366 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART101'.
008374 77 WS-PGET-NAME      PIC X(12).
008382 77 WS-PGET-VALUE     PIC X(40).
008390 77 WS-PGET-RETCODE   PIC S9(4) COMP.
008400 77 WS-TODAY-DASHED   PIC X(10).
008500 77 WS-TODAY-DAYS     PIC 9(7).
008600 77 WS-MULT-PARM      PIC X(5).
008700 77 WS-LAP-MULT       PIC 9(2)V9 VALUE 2.
008800 77 WS-DROP-PARM      PIC X(3).
008900 77 WS-LAP-DROP       PIC 9(3) VALUE 50.
009000 77 WS-MINORD-PARM    PIC X(3).
009100 77 WS-LAP-MINORD     PIC 9(3) VALUE 3.
009200 77 WS-CUR-YEAR       PIC 9(4).
009300 77 WS-CUR-MONTH      PIC 9(2).
009400 77 WS-MONTH-SEQ      PIC 9(6).
009500 77 WS-MONTHS-BACK    PIC 9(2).
009600 77 WS-BACK-SEQ       PIC 9(6).
009700 77 WS-BACK-YEAR      PIC 9(4).
009800 77 WS-BACK-MONTH     PIC 9(2).
009900 77 WS-PERIOD-WORK    PIC X(7).
010000 77 WS-RECENT-FROM    PIC X(7).
010100 77 WS-RECENT-TO      PIC X(7).
010200 77 WS-PRIOR-FROM     PIC X(7).
010300 77 WS-PRIOR-TO       PIC X(7).
010400 77 WS-WORK-DATE      PIC 9(8).
010500 77 WS-WORK-DATE-X    REDEFINES WS-WORK-DATE PIC X(8).
010600 77 WS-DATE-IN        PIC X(10).
010700 77 WS-DATE-DAYS      PIC 9(7).
010800 77 WS-ORDER-DATES    PIC S9(9) COMP.
010900 77 WS-FIRST-ORDER    PIC X(10).
011000 77 WS-LAST-ORDER     PIC X(10).
011100 77 WS-FIRST-DAYS     PIC 9(7).
011200 77 WS-LAST-DAYS      PIC 9(7).
011300 77 WS-INTERVAL       PIC 9(5).
011400 77 WS-DAYS-SINCE     PIC 9(5).
011500 77 WS-RECENT-SPEND   PIC S9(9)V99 COMP-3.
011600 77 WS-PRIOR-SPEND    PIC S9(9)V99 COMP-3.
011700 77 WS-RUN-RATE       PIC S9(9)V99 COMP-3.
011800 77 WS-REP-NO         PIC 9(2).
011900 77 WS-OVERDUE-SW     PIC X VALUE 'N'.
012000    88 IS-OVERDUE       VALUE 'O'.
012100    88 NOT-OVERDUE      VALUE 'N'.
012200 77 WS-DECLINE-SW     PIC X VALUE 'N'.
012300    88 IS-DECLINING     VALUE 'O'.
012400    88 NOT-DECLINING    VALUE 'N'.
012500 77 WS-CNT-CUSTOMERS  PIC 9(5) VALUE ZERO.
012600 77 WS-CNT-OVERDUE    PIC 9(5) VALUE ZERO.
012700 77 WS-CNT-DECLINING  PIC 9(5) VALUE ZERO.
012800
012900 01 L-HEADER-BLANK    PIC X(132) VALUE SPACE.
013000 01 L-TITLE-LINE.
013100    05 FILLER         PIC X(33)
013200                      VALUE 'LAPSED AND DECLINING CUSTOMERS - '.
013300    05 TITLE-DATE-ED  PIC X(10).
013400    05 FILLER         PIC X(16) VALUE ' - OVERDUE AT X '.
013500    05 TITLE-MULT-ED  PIC Z9,9.
013600    05 FILLER         PIC X(28)
013700                      VALUE ' INTERVAL - DECLINE BEYOND '.
013800    05 TITLE-DROP-ED  PIC ZZ9.
013900    05 FILLER         PIC X(1)  VALUE '%'.
014000    05 FILLER         PIC X(37) VALUE SPACE.
014100 01 L-COLUMN-HEAD1.
014200    05 FILLER  PIC X(4)  VALUE 'REP '.
014300    05 FILLER  PIC X(21) VALUE 'REP NAME'.
014400    05 FILLER  PIC X(5)  VALUE 'CUST '.
014500    05 FILLER  PIC X(21) VALUE 'NAME'.
014600    05 FILLER  PIC X(11) VALUE 'LAST ORDER'.
014700    05 FILLER  PIC X(7)  VALUE ' EVERY '.
014800    05 FILLER  PIC X(7)  VALUE '  SINCE'.
014900    05 FILLER  PIC X(13) VALUE '  LAST 3 MTHS'.
015000    05 FILLER  PIC X(13) VALUE '  PRIOR RATE '.
015100    05 FILLER  PIC X(2)  VALUE SPACE.
015200    05 FILLER  PIC X(28) VALUE 'FLAG'.
015300 01 L-DETAIL-LINE.
015400    05 DET-REP-ED     PIC 99.
015500    05 FILLER         PIC X(2)  VALUE SPACE.
015600    05 DET-REPNM-ED   PIC X(20).
015700    05 FILLER         PIC X(1)  VALUE SPACE.
015800    05 DET-CNO-ED     PIC 9(4).
015900    05 FILLER         PIC X(1)  VALUE SPACE.
016000    05 DET-NAME-ED    PIC X(20).
016100    05 FILLER         PIC X(1)  VALUE SPACE.
016200    05 DET-LAST-ED    PIC X(10).
016300    05 FILLER         PIC X(2)  VALUE SPACE.
016400    05 DET-INTV-ED    PIC ZZZZ9.
016500    05 FILLER         PIC X(2)  VALUE SPACE.
016600    05 DET-SINCE-ED   PIC ZZZZ9.
016700    05 FILLER         PIC X(2)  VALUE SPACE.
016800    05 DET-RECENT-ED  PIC -ZZZZZZ9,99.
016900    05 FILLER         PIC X(2)  VALUE SPACE.
017000    05 DET-RATE-ED    PIC -ZZZZZZ9,99.
017100    05 FILLER         PIC X(2)  VALUE SPACE.
017200    05 DET-FLAG-ED    PIC X(19).
017300    05 FILLER         PIC X(10) VALUE SPACE.
017400
017500 PROCEDURE DIVISION.
017600     PERFORM INITIALIZE-PARAMETERS
017700
017800     OPEN OUTPUT OUTLAP
017900     PERFORM WRITE-REPORT-HEADER
018000
018100     EXEC SQL
018200        OPEN CLAPSE
018300     END-EXEC
018400     PERFORM TEST-SQLCODE
018500
018600     PERFORM FETCH-NEXT-CUSTOMER
018700     PERFORM UNTIL SQLCODE NOT EQUAL ZERO
018800        ADD 1 TO WS-CNT-CUSTOMERS
018900        PERFORM ASSESS-CUSTOMER
019000        PERFORM FETCH-NEXT-CUSTOMER
019100     END-PERFORM
019200
019300     EXEC SQL
019400        CLOSE CLAPSE
019500     END-EXEC
019600     PERFORM TEST-SQLCODE
019700
019800     CLOSE OUTLAP
019900
020000     DISPLAY 'PART101 : CUSTOMERS REVIEWED : ' WS-CNT-CUSTOMERS
020100     DISPLAY 'PART101 : OVERDUE TO ORDER   : ' WS-CNT-OVERDUE
020200     DISPLAY 'PART101 : SPEND DECLINING    : ' WS-CNT-DECLINING
020300     GOBACK.
020400
020500******************************************************
020600*** LAPMULT   = OVERDUE WHEN THE DAYS SINCE THE     ***
020700***             LAST ORDER EXCEED THIS MANY TIMES   ***
020800***             THE USUAL INTERVAL (DEFAULT 2,0).   ***
020900*** LAPDROP   = DECLINING WHEN THE LAST THREE       ***
021000***             CLOSED MONTHS ARE THIS PERCENT OR   ***
021100***             MORE BELOW THE PRIOR NINE MONTHS'   ***
021200***             THREE-MONTH RATE (DEFAULT 50).      ***
021300*** LAPMINORD = ORDER DAYS NEEDED BEFORE A CUSTOMER ***
021400***             HAS A USUAL INTERVAL (DEFAULT 3).   ***
021500******************************************************
021600 INITIALIZE-PARAMETERS.
021700     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
021750     CALL RUNDATE USING WS-TODAY-RAW
021800     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
021900            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
022000            INTO WS-TODAY-DASHED
022100     END-STRING
022200     MOVE WS-TODAY-DASHED TO TITLE-DATE-ED
022300     MOVE WS-TODAY-DASHED TO WS-DATE-IN
022400     PERFORM CONVERT-DATE-IN
022500     MOVE WS-DATE-DAYS TO WS-TODAY-DAYS
022600
022700     MOVE SPACES TO WS-MULT-PARM
022800     MOVE 'LAPMULT' TO WS-PGET-NAME
022833     PERFORM GET-RUN-PARM
022866     MOVE WS-PGET-VALUE TO WS-MULT-PARM
022900     INSPECT WS-MULT-PARM CONVERTING '.' TO ','
023000     IF WS-MULT-PARM NOT = SPACES
023100        AND FUNCTION TEST-NUMVAL(WS-MULT-PARM) = ZERO
023200        COMPUTE WS-LAP-MULT = FUNCTION NUMVAL(WS-MULT-PARM)
023300     END-IF
023400     MOVE WS-LAP-MULT TO TITLE-MULT-ED
023500
023600     MOVE SPACES TO WS-DROP-PARM
023700     MOVE 'LAPDROP' TO WS-PGET-NAME
023733     PERFORM GET-RUN-PARM
023766     MOVE WS-PGET-VALUE TO WS-DROP-PARM
023800     IF WS-DROP-PARM NOT = SPACES
023900        AND FUNCTION TEST-NUMVAL(WS-DROP-PARM) = ZERO
024000        COMPUTE WS-LAP-DROP = FUNCTION NUMVAL(WS-DROP-PARM)
024100     END-IF
024200     MOVE WS-LAP-DROP TO TITLE-DROP-ED
024300
024400     MOVE SPACES TO WS-MINORD-PARM
024500     MOVE 'LAPMINORD' TO WS-PGET-NAME
024533     PERFORM GET-RUN-PARM
024566     MOVE WS-PGET-VALUE TO WS-MINORD-PARM
024600     IF WS-MINORD-PARM NOT = SPACES
024700        AND FUNCTION TEST-NUMVAL(WS-MINORD-PARM) = ZERO
024800        COMPUTE WS-LAP-MINORD = FUNCTION NUMVAL(WS-MINORD-PARM)
024900     END-IF
025000     IF WS-LAP-MINORD < 2
025100        MOVE 2 TO WS-LAP-MINORD
025200     END-IF
025300
025400     MOVE WS-TODAY-RAW(1:4) TO WS-CUR-YEAR
025500     MOVE WS-TODAY-RAW(5:2) TO WS-CUR-MONTH
025600     COMPUTE WS-MONTH-SEQ = WS-CUR-YEAR * 12 + WS-CUR-MONTH - 1
025700     MOVE 3 TO WS-MONTHS-BACK
025800     PERFORM COMPUTE-PERIOD-BACK
025900     MOVE WS-PERIOD-WORK TO WS-RECENT-FROM
026000     MOVE 1 TO WS-MONTHS-BACK
026100     PERFORM COMPUTE-PERIOD-BACK
026200     MOVE WS-PERIOD-WORK TO WS-RECENT-TO
026300     MOVE 12 TO WS-MONTHS-BACK
026400     PERFORM COMPUTE-PERIOD-BACK
026500     MOVE WS-PERIOD-WORK TO WS-PRIOR-FROM
026600     MOVE 4 TO WS-MONTHS-BACK
026700     PERFORM COMPUTE-PERIOD-BACK
026800     MOVE WS-PERIOD-WORK TO WS-PRIOR-TO
026900     .
027000
027100******************************************************
027200*** THE 'YYYY-MM' PERIOD WS-MONTHS-BACK MONTHS      ***
027300*** BEFORE THE CURRENT ONE.                         ***
027400******************************************************
027500 COMPUTE-PERIOD-BACK.
027600     COMPUTE WS-BACK-SEQ = WS-MONTH-SEQ - WS-MONTHS-BACK
027700     DIVIDE WS-BACK-SEQ BY 12 GIVING WS-BACK-YEAR
027800            REMAINDER WS-BACK-MONTH
027900     ADD 1 TO WS-BACK-MONTH
028000     MOVE SPACES TO WS-PERIOD-WORK
028100     STRING WS-BACK-YEAR '-' WS-BACK-MONTH DELIMITED BY SIZE
028200            INTO WS-PERIOD-WORK
028300     END-STRING
028400     .
028500
028600******************************************************
028700*** YYYY-MM-DD IN WS-DATE-IN TO A DAY NUMBER IN     ***
028800*** WS-DATE-DAYS; ZERO WHEN THE DATE IS NOT VALID.  ***
028900******************************************************
029000 CONVERT-DATE-IN.
029100     MOVE ZERO TO WS-DATE-DAYS
029200     MOVE SPACES TO WS-WORK-DATE-X
029300     STRING WS-DATE-IN(1:4) WS-DATE-IN(6:2) WS-DATE-IN(9:2)
029400            DELIMITED BY SIZE INTO WS-WORK-DATE-X
029500     END-STRING
029600     IF WS-WORK-DATE-X IS NUMERIC
029700        IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) = ZERO
029800           COMPUTE WS-DATE-DAYS =
029900                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
030000        END-IF
030100     END-IF
030200     .
030300
030400 FETCH-NEXT-CUSTOMER.
030500     EXEC SQL
030600        FETCH CLAPSE
030700        INTO :CUS-NO, :CUS-NAME, :WS-ORDER-DATES,
030800             :WS-FIRST-ORDER, :WS-LAST-ORDER,
030900             :WS-RECENT-SPEND, :WS-PRIOR-SPEND,
031000             :WS-REP-NO, :EMP-NAME
031100     END-EXEC
031200     PERFORM TEST-SQLCODE
031300     .
031400
031500******************************************************
031600*** OVERDUE : A REGULAR CUSTOMER WHOSE SILENCE IS   ***
031700*** LONGER THAN LAPMULT TIMES THEIR USUAL GAP.      ***
031800*** DECLINING : THE LAST THREE CLOSED MONTHS WELL   ***
031900*** UNDER THE RATE OF THE NINE BEFORE THEM.         ***
032000******************************************************
032100 ASSESS-CUSTOMER.
032200     SET NOT-OVERDUE   TO TRUE
032300     SET NOT-DECLINING TO TRUE
032400     MOVE ZERO TO WS-INTERVAL
032500     MOVE ZERO TO WS-DAYS-SINCE
032600
032700     MOVE WS-FIRST-ORDER TO WS-DATE-IN
032800     PERFORM CONVERT-DATE-IN
032900     MOVE WS-DATE-DAYS TO WS-FIRST-DAYS
033000     MOVE WS-LAST-ORDER TO WS-DATE-IN
033100     PERFORM CONVERT-DATE-IN
033200     MOVE WS-DATE-DAYS TO WS-LAST-DAYS
033300     IF WS-LAST-DAYS > ZERO
033400        AND WS-TODAY-DAYS > WS-LAST-DAYS
033500        COMPUTE WS-DAYS-SINCE = WS-TODAY-DAYS - WS-LAST-DAYS
033600     END-IF
033700
033800     IF WS-ORDER-DATES >= WS-LAP-MINORD
033900        AND WS-FIRST-DAYS > ZERO
034000        AND WS-LAST-DAYS > WS-FIRST-DAYS
034100        COMPUTE WS-INTERVAL ROUNDED =
034200                (WS-LAST-DAYS - WS-FIRST-DAYS)
034300              / (WS-ORDER-DATES - 1)
034400        IF WS-INTERVAL = ZERO
034500           MOVE 1 TO WS-INTERVAL
034600        END-IF
034700        IF WS-DAYS-SINCE > WS-INTERVAL * WS-LAP-MULT
034800           SET IS-OVERDUE TO TRUE
034900           ADD 1 TO WS-CNT-OVERDUE
035000        END-IF
035100     END-IF
035200
035300     COMPUTE WS-RUN-RATE ROUNDED = WS-PRIOR-SPEND / 3
035400     IF WS-RUN-RATE > ZERO
035500        AND WS-RECENT-SPEND * 100
035600            <= WS-RUN-RATE * (100 - WS-LAP-DROP)
035700        SET IS-DECLINING TO TRUE
035800        ADD 1 TO WS-CNT-DECLINING
035900     END-IF
036000
036100     IF IS-OVERDUE OR IS-DECLINING
036200        PERFORM WRITE-DETAIL-LINE
036300     END-IF
036400     .
036500
036600 WRITE-REPORT-HEADER.
036700     WRITE ENR-OUTLAP FROM L-TITLE-LINE
036800     WRITE ENR-OUTLAP FROM L-HEADER-BLANK
036900     WRITE ENR-OUTLAP FROM L-COLUMN-HEAD1
037000     .
037100
037200 WRITE-DETAIL-LINE.
037300     MOVE WS-REP-NO       TO DET-REP-ED
037400     MOVE EMP-NAME        TO DET-REPNM-ED
037500     MOVE CUS-NO          TO DET-CNO-ED
037600     MOVE CUS-NAME        TO DET-NAME-ED
037700     MOVE WS-LAST-ORDER   TO DET-LAST-ED
037800     MOVE WS-INTERVAL     TO DET-INTV-ED
037900     MOVE WS-DAYS-SINCE   TO DET-SINCE-ED
038000     MOVE WS-RECENT-SPEND TO DET-RECENT-ED
038100     MOVE WS-RUN-RATE     TO DET-RATE-ED
038200     EVALUATE TRUE
038300        WHEN IS-OVERDUE AND IS-DECLINING
038400             MOVE 'OVERDUE + DECLINING' TO DET-FLAG-ED
038500        WHEN IS-OVERDUE
038600             MOVE 'OVERDUE TO ORDER'    TO DET-FLAG-ED
038700        WHEN OTHER
038800             MOVE 'SPEND DECLINING'     TO DET-FLAG-ED
038900     END-EVALUATE
039000     WRITE ENR-OUTLAP FROM L-DETAIL-LINE
039100     .
039200
039300 TEST-SQLCODE.
039400     EVALUATE TRUE
039500          WHEN SQLCODE IS EQUAL TO ZERO
039600                CONTINUE
039700          WHEN SQLCODE IS GREATER ZERO
039800             IF SQLCODE = 100
039900               CONTINUE
040000             ELSE
040100               DISPLAY 'WARNING : ' SQLCODE
040200             END-IF
040300          WHEN SQLCODE IS LESS THAN ZERO
040400                DISPLAY 'ANOMALIE : ' SQLCODE
040500                PERFORM ABEND-PROG
040600     END-EVALUATE.
040700
040800 ABEND-PROG.
040900     DISPLAY 'PART101 ABENDING - SEE SQLCODE ABOVE'
041000     MOVE 16 TO RETURN-CODE
041100     STOP RUN.
041200
041300******************************************************
041400*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
041500*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
041600*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
041700******************************************************
041800 GET-RUN-PARM.
041900     MOVE RETURN-CODE TO WS-PGET-RETCODE
042000     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
042100                        WS-PGET-VALUE
042200*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
042300     MOVE WS-PGET-RETCODE TO RETURN-CODE
042400     .
