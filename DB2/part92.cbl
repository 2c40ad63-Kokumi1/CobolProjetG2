000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART92.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - QUARTERLY VOLUME REBATE         *
000600*              ACCRUAL AND SETTLEMENT. FOR RBTQTR (ENV VAR       *
000700*              YYYY-QN, DEFAULT = LAST COMPLETE QUARTER) EVERY   *
000800*              OPEN API5.REBATE_AGREEMENTS ROW IS ACCRUED : THE  *
000900*              NET PURCHASES (SALE LINES LESS 'R' RETURN LINES)  *
001000*              OF THE CUSTOMER - OR OF THE WHOLE PARENT GROUP -  *
001100*              FROM THE AGREEMENT START TO THE QUARTER END, THE  *
001200*              TIER THEY REACH (API5.REBATE_TIERS) AND THE       *
001300*              REBATE EARNED TO DATE GO TO API5.REBATE_ACCRUALS  *
001400*              WITH THE QUARTER'S MOVEMENT. AN AGREEMENT WHOSE   *
001500*              PERIOD HAS ENDED BY THE QUARTER END IS SETTLED :  *
001600*              THE REBATE EARNED IS CREDITED TO THE CUSTOMER'S   *
001700*              BALANCE WITH A BALANCE_HISTORY TYPE 'V' ROW FOR   *
001800*              PART44, AND THE AGREEMENT MOVES TO STATUS 'S'. A  *
001900*              RERUN REPLACES THE QUARTER'S ROWS FOR AGREEMENTS  *
002000*              STILL OPEN. A REGISTER GOES TO FICRBA.            *
002020* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
002040*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
002060*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
002080*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
002082* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
002084*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
002086*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
002088*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
002090*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
002092*              FOR THE PART131 REPORT.                           *
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SPECIAL-NAMES.
002500     DECIMAL-POINT IS COMMA.
002600
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OUTRBA ASSIGN TO FICRBA.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD OUTRBA.
003400 01 ENR-OUTRBA PIC X(80).
003500
003600 WORKING-STORAGE SECTION.
003700     EXEC SQL
003800        INCLUDE SQLCA
003900     END-EXEC.
004000     EXEC SQL
004100        INCLUDE CUSTOMER
004200     END-EXEC.
004300     EXEC SQL
004400        INCLUDE REBATE
004500     END-EXEC.
004600     EXEC SQL
004700        INCLUDE REBTIER
004800     END-EXEC.
004900     EXEC SQL
005000        INCLUDE REBACCR
005100     END-EXEC.
005200
005300******************************************************
005400*** EVERY OPEN AGREEMENT THAT HAS STARTED BY THE    ***
005500*** QUARTER END.                                    ***
005600******************************************************
005700     EXEC SQL
005800        DECLARE CAGR CURSOR
005900        FOR
006000        SELECT C_NO, START_DATE, END_DATE,
006100               COALESCE(GROUP_FLAG, 'N')
006200        FROM API5.REBATE_AGREEMENTS
006300        WHERE STATUS = 'O'
006400        AND   START_DATE <= :WS-QTR-TO
006500        ORDER BY C_NO, START_DATE
006600     END-EXEC.
006700
006800 77 WS-QTR-PARM       PIC X(7).
006900 77 WS-RBT-QTR        PIC X(7).
007000 77 WS-CURR-QTR       PIC X(7).
007100 77 WS-QTR-NUM        PIC 9.
007200 77 WS-QTR-FROM       PIC X(10).
007300 77 WS-QTR-TO         PIC X(10).
007400 77 WS-TODAY-RAW      PIC X(08).
007450 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
007458 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
007466 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART92'.
007474 77 WS-PGET-NAME      PIC X(12).
007482 77 WS-PGET-VALUE     PIC X(40).
007490 77 WS-PGET-RETCODE   PIC S9(4) COMP.
007500 77 WS-TODAY-DASHED   PIC X(10).
007600 77 WS-MONTH-NUM      PIC 99.
007700 77 WS-YEAR-NUM       PIC 9(4).
007800 77 WS-ASOF-DATE      PIC X(10).
007900 77 WS-GROUP-PARENT   PIC 9(4).
008000 77 WS-NET-SALES      PIC S9(9)V99 COMP-3.
008100 77 WS-EARNED         PIC S9(8)V99 COMP-3.
008200 77 WS-PRIOR-ACCRUED  PIC S9(8)V99 COMP-3.
008300 77 WS-NEW-BALANCE    PIC S9(8)V99 COMP-3.
008400 77 WS-SETTLE-SW      PIC X VALUE 'N'.
008500    88 SETTLE-NOW       VALUE 'O'.
008600    88 KEEP-OPEN        VALUE 'N'.
008700 77 WS-LIST-DONE      PIC X VALUE 'N'.
008800    88 LIST-DONE        VALUE 'O'.
008900    88 LIST-NOT-DONE    VALUE 'N'.
009000 77 WS-CNT-ACCRUED    PIC 9(5) VALUE ZERO.
009100 77 WS-CNT-SETTLED    PIC 9(5) VALUE ZERO.
009200 77 WS-TOT-ACCRUED    PIC S9(9)V99 COMP-3 VALUE ZERO.
009300 77 WS-TOT-SETTLED    PIC S9(9)V99 COMP-3 VALUE ZERO.
009400 77 ED-TOT-ACCRUED    PIC -ZZZZZZZZ9,99.
009500 77 ED-TOT-SETTLED    PIC -ZZZZZZZZ9,99.
009600
009700 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
009800 01 L-TITLE-LINE.
009900    05 FILLER         PIC X(26)
009950                      VALUE 'VOLUME REBATE ACCRUAL FOR '.
010000    05 TITLE-QTR-ED   PIC X(7).
010100    05 FILLER         PIC X(10) VALUE '  AS OF : '.
010200    05 TITLE-DATE-ED  PIC X(10).
010300    05 FILLER         PIC X(27) VALUE SPACE.
010400 01 L-COLUMN-HEAD1.
010500    05 FILLER  PIC X(6)  VALUE 'CUST  '.
010600    05 FILLER  PIC X(11) VALUE 'START'.
010700    05 FILLER  PIC X(2)  VALUE 'G'.
010800    05 FILLER  PIC X(14) VALUE '     NET SALES'.
010900    05 FILLER  PIC X(7)  VALUE '    PCT'.
011000    05 FILLER  PIC X(13) VALUE '       EARNED'.
011100    05 FILLER  PIC X(13) VALUE '      ACCRUED'.
011200    05 FILLER  PIC X(14) VALUE '  SETTLED'.
011300 01 L-DETAIL-LINE.
011400    05 DET-CNO-ED     PIC 9(4).
011500    05 FILLER         PIC X(2)  VALUE SPACE.
011600    05 DET-START-ED   PIC X(10).
011700    05 FILLER         PIC X(1)  VALUE SPACE.
011800    05 DET-GROUP-ED   PIC X(1).
011900    05 FILLER         PIC X(1)  VALUE SPACE.
012000    05 DET-SALES-ED   PIC -ZZZZZZZZ9,99.
012100    05 FILLER         PIC X(1)  VALUE SPACE.
012200    05 DET-PCT-ED     PIC Z9,99.
012300    05 FILLER         PIC X(1)  VALUE SPACE.
012400    05 DET-EARNED-ED  PIC -ZZZZZZZ9,99.
012500    05 FILLER         PIC X(1)  VALUE SPACE.
012600    05 DET-ACCR-ED    PIC -ZZZZZZZ9,99.
012700    05 FILLER         PIC X(2)  VALUE SPACE.
012800    05 DET-SETTLE-ED  PIC X(10).
012900    05 FILLER         PIC X(3)  VALUE SPACE.
013000
013100 PROCEDURE DIVISION.
013200     PERFORM INITIALIZE-PARAMETERS
013300
013400     IF WS-RBT-QTR >= WS-CURR-QTR
013500        DISPLAY 'PART92 : IMPOSSIBLE D ACCUMULER LE TRIMESTRE '
013600                WS-RBT-QTR ' - TRIMESTRE NON TERMINE'
013700        MOVE 8 TO RETURN-CODE
013800        GOBACK
013900     END-IF
014000
014100     PERFORM DELETE-OPEN-QUARTER-ROWS
014200
014300     OPEN OUTPUT OUTRBA
014400     MOVE WS-RBT-QTR      TO TITLE-QTR-ED
014500     MOVE WS-TODAY-DASHED TO TITLE-DATE-ED
014600     WRITE ENR-OUTRBA FROM L-TITLE-LINE
014700     WRITE ENR-OUTRBA FROM L-HEADER-BLANK
014800     WRITE ENR-OUTRBA FROM L-COLUMN-HEAD1
014900
015000     SET LIST-NOT-DONE TO TRUE
015100     EXEC SQL
015200        OPEN CAGR
015300     END-EXEC
015400     PERFORM TEST-SQLCODE
015500     PERFORM ACCRUE-ONE-AGREEMENT UNTIL LIST-DONE
015600     EXEC SQL
015700        CLOSE CAGR
015800     END-EXEC
015900     PERFORM TEST-SQLCODE
016000
016100     PERFORM COMMIT-SQL
016200     CLOSE OUTRBA
016300
016400     MOVE WS-TOT-ACCRUED TO ED-TOT-ACCRUED
016500     MOVE WS-TOT-SETTLED TO ED-TOT-SETTLED
016600     DISPLAY '===================================='
016700     DISPLAY 'PART92 VOLUME REBATE SUMMARY'
016800     DISPLAY 'QUARTER           : ' WS-RBT-QTR
016900     DISPLAY 'AGREEMENTS ACCRUED: ' WS-CNT-ACCRUED
017000     DISPLAY 'AGREEMENTS SETTLED: ' WS-CNT-SETTLED
017100     DISPLAY 'AMOUNT ACCRUED    : ' ED-TOT-ACCRUED
017200     DISPLAY 'AMOUNT SETTLED    : ' ED-TOT-SETTLED
017300     DISPLAY '===================================='
017400     GOBACK.
017500
017600******************************************************
017700*** RBTQTR = YYYY-QN; UNSET = THE LAST QUARTER THAT ***
017800*** HAS ENDED. THE QUARTER RUNS FROM THE FIRST DAY  ***
017900*** OF ITS FIRST MONTH TO THE LAST DAY OF ITS LAST. ***
018000******************************************************
018100 INITIALIZE-PARAMETERS.
018200     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
018250     CALL RUNDATE USING WS-TODAY-RAW
018300     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
018400            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
018500            INTO WS-TODAY-DASHED
018600     END-STRING
018700     MOVE WS-TODAY-RAW(1:4) TO WS-YEAR-NUM
018800     MOVE WS-TODAY-RAW(5:2) TO WS-MONTH-NUM
018900     COMPUTE WS-QTR-NUM = (WS-MONTH-NUM + 2) / 3
019000     STRING WS-TODAY-RAW(1:4) '-Q' WS-QTR-NUM
019100            DELIMITED BY SIZE INTO WS-CURR-QTR
019200     END-STRING
019300
019400     MOVE SPACES TO WS-QTR-PARM
019500     MOVE 'RBTQTR' TO WS-PGET-NAME
019533     PERFORM GET-RUN-PARM
019566     MOVE WS-PGET-VALUE TO WS-QTR-PARM
019600     IF WS-QTR-PARM NOT = SPACES
019700        MOVE WS-QTR-PARM TO WS-RBT-QTR
019800     ELSE
019900        IF WS-QTR-NUM = 1
020000           SUBTRACT 1 FROM WS-YEAR-NUM
020100           MOVE 4 TO WS-QTR-NUM
020200        ELSE
020300           SUBTRACT 1 FROM WS-QTR-NUM
020400        END-IF
020500        STRING WS-YEAR-NUM '-Q' WS-QTR-NUM
020600               DELIMITED BY SIZE INTO WS-RBT-QTR
020700        END-STRING
020800     END-IF
020900
021000     EVALUATE WS-RBT-QTR(7:1)
021100        WHEN '1'
021200             MOVE '-01-01' TO WS-QTR-FROM(5:6)
021300             MOVE '-03-31' TO WS-QTR-TO(5:6)
021400        WHEN '2'
021500             MOVE '-04-01' TO WS-QTR-FROM(5:6)
021600             MOVE '-06-30' TO WS-QTR-TO(5:6)
021700        WHEN '3'
021800             MOVE '-07-01' TO WS-QTR-FROM(5:6)
021900             MOVE '-09-30' TO WS-QTR-TO(5:6)
022000        WHEN OTHER
022100             MOVE '-10-01' TO WS-QTR-FROM(5:6)
022200             MOVE '-12-31' TO WS-QTR-TO(5:6)
022300     END-EVALUATE
022400     MOVE WS-RBT-QTR(1:4) TO WS-QTR-FROM(1:4)
022500     MOVE WS-RBT-QTR(1:4) TO WS-QTR-TO(1:4)
022600     MOVE WS-RBT-QTR TO RACC-PERIOD
022700     .
022800
022900******************************************************
023000*** A RERUN REPLACES THE QUARTER'S ROWS FOR THE     ***
023100*** AGREEMENTS STILL OPEN - A SETTLED AGREEMENT     ***
023200*** KEEPS ITS LAST ACCRUAL AS HISTORY.              ***
023300******************************************************
023400 DELETE-OPEN-QUARTER-ROWS.
023500     EXEC SQL
023600        DELETE FROM API5.REBATE_ACCRUALS R
023700        WHERE R.PERIOD = :RACC-PERIOD
023800        AND   EXISTS
023900              (SELECT 1 FROM API5.REBATE_AGREEMENTS A
024000               WHERE A.C_NO       = R.C_NO
024100               AND   A.START_DATE = R.START_DATE
024200               AND   A.STATUS     = 'O')
024300     END-EXEC
024400     PERFORM TEST-SQLCODE
024500     .
024600
024700 ACCRUE-ONE-AGREEMENT.
024800     EXEC SQL
024900        FETCH CAGR
025000        INTO :RBT-C-NO, :RBT-START-DATE, :RBT-END-DATE,
025100             :RBT-GROUP
025200     END-EXEC
025300     EVALUATE TRUE
025400        WHEN SQLCODE = +100
025500             SET LIST-DONE TO TRUE
025600        WHEN SQLCODE = ZERO
025700             PERFORM COMPUTE-REBATE-EARNED
025800             PERFORM INSERT-ACCRUAL-ROW
025900             IF SETTLE-NOW
026000                PERFORM SETTLE-AGREEMENT
026100             END-IF
026200             PERFORM WRITE-DETAIL-LINE
026300        WHEN OTHER
026400             PERFORM TEST-SQLCODE
026500     END-EVALUATE
026600     .
026700
026800******************************************************
026900*** NET PURCHASES FROM THE AGREEMENT START TO THE   ***
027000*** QUARTER END (OR THE AGREEMENT END, IF SOONER) - ***
027100*** RETURN LINES COUNT AGAINST THEM. A GROUP        ***
027200*** AGREEMENT ALSO COUNTS EVERY BRANCH OF THE       ***
027300*** PARENT. THE HIGHEST TIER REACHED GIVES THE      ***
027400*** PERCENT EARNED ON THE WHOLE AMOUNT.             ***
027500******************************************************
027600 COMPUTE-REBATE-EARNED.
027700     IF RBT-END-DATE <= WS-QTR-TO
027800        MOVE RBT-END-DATE TO WS-ASOF-DATE
027900        SET SETTLE-NOW TO TRUE
028000     ELSE
028100        MOVE WS-QTR-TO TO WS-ASOF-DATE
028200        SET KEEP-OPEN TO TRUE
028300     END-IF
028400     IF RBT-GROUP = 'Y'
028500        MOVE RBT-C-NO TO WS-GROUP-PARENT
028600     ELSE
028700        MOVE ZERO TO WS-GROUP-PARENT
028800     END-IF
028900
029000     EXEC SQL
029100        SELECT COALESCE(SUM(CASE WHEN I.ITEM_TYPE = 'R'
029200                    THEN 0 - I.QUANTITY * I.PRICE
029300                    ELSE I.QUANTITY * I.PRICE END), 0)
029400             INTO :WS-NET-SALES
029500        FROM API5.ORDERS O
029600        JOIN API5.ITEMS I
029700        ON O.O_NO = I.O_NO
029800        JOIN API5.CUSTOMERS C
029900        ON O.C_NO = C.C_NO
030000        WHERE O.O_DATE >= :RBT-START-DATE
030100        AND   O.O_DATE <= :WS-ASOF-DATE
030200        AND   (C.C_NO = :RBT-C-NO
030300         OR    (C.PARENT_C_NO = :WS-GROUP-PARENT
030400          AND   C.PARENT_C_NO <> 0))
030500     END-EXEC
030600     PERFORM TEST-SQLCODE
030700
030800     MOVE ZERO TO TIER-PCT
030900     EXEC SQL
031000        SELECT PCT INTO :TIER-PCT
031100        FROM API5.REBATE_TIERS
031200        WHERE C_NO       = :RBT-C-NO
031300        AND   START_DATE = :RBT-START-DATE
031400        AND   THRESHOLD <= :WS-NET-SALES
031500        ORDER BY THRESHOLD DESC
031600        FETCH FIRST 1 ROW ONLY
031700     END-EXEC
031800     PERFORM TEST-SQLCODE
031900
032000     COMPUTE WS-EARNED ROUNDED = WS-NET-SALES * TIER-PCT / 100
032100     IF WS-EARNED < ZERO
032200        MOVE ZERO TO WS-EARNED
032300     END-IF
032400
032500     EXEC SQL
032600        SELECT COALESCE(SUM(ACCRUED), 0)
032700             INTO :WS-PRIOR-ACCRUED
032800        FROM API5.REBATE_ACCRUALS
032900        WHERE C_NO       = :RBT-C-NO
033000        AND   START_DATE = :RBT-START-DATE
033100        AND   PERIOD     < :RACC-PERIOD
033200     END-EXEC
033300     PERFORM TEST-SQLCODE
033400     .
033500
033600 INSERT-ACCRUAL-ROW.
033700     MOVE RBT-C-NO       TO RACC-C-NO
033800     MOVE RBT-START-DATE TO RACC-START-DATE
033900     MOVE WS-NET-SALES   TO RACC-NET-SALES
034000     MOVE TIER-PCT       TO RACC-PCT
034100     MOVE WS-EARNED      TO RACC-EARNED
034200     COMPUTE RACC-ACCRUED = WS-EARNED - WS-PRIOR-ACCRUED
034300     MOVE WS-TODAY-DASHED TO RACC-ACCR-DATE
034400     EXEC SQL
034500         INSERT INTO API5.REBATE_ACCRUALS
034600         (C_NO, START_DATE, PERIOD, NET_SALES, PCT, EARNED,
034700          ACCRUED, ACCR_DATE)
034800         VALUES(:RACC-C-NO,
034900                :RACC-START-DATE,
035000                :RACC-PERIOD,
035100                :RACC-NET-SALES,
035200                :RACC-PCT,
035300                :RACC-EARNED,
035400                :RACC-ACCRUED,
035500                :RACC-ACCR-DATE)
035600     END-EXEC
035700     PERFORM TEST-SQLCODE
035800     ADD 1 TO WS-CNT-ACCRUED
035900     ADD RACC-ACCRUED TO WS-TOT-ACCRUED
036000     .
036100
036200******************************************************
036300*** THE PERIOD HAS ENDED - THE REBATE EARNED COMES  ***
036400*** OFF THE BALANCE OF THE AGREEMENT'S CUSTOMER     ***
036500*** (THE PARENT FOR A GROUP) WITH A TYPE 'V' AUDIT  ***
036600*** ROW (O_NO ZERO), AND THE AGREEMENT IS CLOSED.   ***
036700******************************************************
036800 SETTLE-AGREEMENT.
036900     IF WS-EARNED > ZERO
037000        MOVE RBT-C-NO TO CUS-NO
037100        EXEC SQL
037200           SELECT BALANCE INTO :CUS-BALANCE
037300           FROM API5.CUSTOMERS
037400           WHERE C_NO = :CUS-NO
037500        END-EXEC
037600        PERFORM TEST-SQLCODE
037700        COMPUTE WS-NEW-BALANCE = CUS-BALANCE - WS-EARNED
037800        EXEC SQL
037900           UPDATE API5.CUSTOMERS
038000           SET BALANCE = :WS-NEW-BALANCE
038100           WHERE C_NO = :CUS-NO
038200        END-EXEC
038300        PERFORM TEST-SQLCODE
038400        EXEC SQL
038500           INSERT INTO API5.BALANCE_HISTORY
038600           (C_NO, O_NO, OLD_BAL, NEW_BAL, AMOUNT, HIST_DATE,
038700            HIST_TYPE)
038800           VALUES(:CUS-NO,
038900                  0,
039000                  :CUS-BALANCE,
039100                  :WS-NEW-BALANCE,
039200                  0 - :WS-EARNED,
039300                  :WS-TODAY-DASHED,
039400                  'V')
039500        END-EXEC
039600        PERFORM TEST-SQLCODE
039700     END-IF
039800
039900     MOVE 'S'             TO RBT-STATUS
040000     MOVE WS-TODAY-DASHED TO RBT-SETTLE-DATE
040100     MOVE WS-EARNED       TO RBT-SETTLED-AMT
040200     EXEC SQL
040300        UPDATE API5.REBATE_AGREEMENTS
040400        SET STATUS      = :RBT-STATUS,
040500            SETTLE_DATE = :RBT-SETTLE-DATE,
040600            SETTLED_AMT = :RBT-SETTLED-AMT
040700        WHERE C_NO       = :RBT-C-NO
040800        AND   START_DATE = :RBT-START-DATE
040900     END-EXEC
041000     PERFORM TEST-SQLCODE
041100     ADD 1 TO WS-CNT-SETTLED
041200     ADD WS-EARNED TO WS-TOT-SETTLED
041300     .
041400
041500 WRITE-DETAIL-LINE.
041600     MOVE RBT-C-NO       TO DET-CNO-ED
041700     MOVE RBT-START-DATE TO DET-START-ED
041800     MOVE RBT-GROUP      TO DET-GROUP-ED
041900     MOVE WS-NET-SALES   TO DET-SALES-ED
042000     MOVE TIER-PCT       TO DET-PCT-ED
042100     MOVE WS-EARNED      TO DET-EARNED-ED
042200     MOVE RACC-ACCRUED   TO DET-ACCR-ED
042300     IF SETTLE-NOW
042400        MOVE WS-TODAY-DASHED TO DET-SETTLE-ED
042500     ELSE
042600        MOVE SPACES TO DET-SETTLE-ED
042700     END-IF
042800     WRITE ENR-OUTRBA FROM L-DETAIL-LINE
042900     .
043000
043100 COMMIT-SQL.
043200     EXEC SQL COMMIT END-EXEC
043300     PERFORM TEST-SQLCODE
043400     .
043500
043600 TEST-SQLCODE.
043700     EVALUATE TRUE
043800          WHEN SQLCODE IS EQUAL TO ZERO
043900                CONTINUE
044000          WHEN SQLCODE IS GREATER ZERO
044100             IF SQLCODE = 100
044200               CONTINUE
044300             ELSE
044400               DISPLAY 'WARNING : ' SQLCODE
044500             END-IF
044600          WHEN SQLCODE IS LESS THAN ZERO
044700                DISPLAY 'ANOMALIE : ' SQLCODE
044800                PERFORM ABEND-PROG
044900     END-EVALUATE.
045000
045100 ABEND-PROG.
045200     EXEC SQL ROLLBACK END-EXEC
045300     DISPLAY 'PART92 ABENDING - SEE SQLCODE ABOVE'
045400     MOVE 16 TO RETURN-CODE
045500     STOP RUN.
045600
045700******************************************************
045800*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
045900*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
046000*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
046100******************************************************
046200 GET-RUN-PARM.
046300     MOVE RETURN-CODE TO WS-PGET-RETCODE
046400     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
046500                        WS-PGET-VALUE
046600*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
046700     MOVE WS-PGET-RETCODE TO RETURN-CODE
046800     .
