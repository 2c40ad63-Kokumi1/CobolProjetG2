000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART93.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - VOLUME REBATE STATEMENT PER     *
000600*              CUSTOMER. ONE BLOCK PER OPEN AGREEMENT ON FICRBT  *
000700*              : NET PURCHASES SINCE THE AGREEMENT START (THE    *
000800*              WHOLE PARENT GROUP FOR A GROUP AGREEMENT), THE    *
000900*              TIER REACHED AND THE REBATE EARNED TO DATE, WHAT  *
001000*              PART92 HAS ACCRUED SO FAR, AND HOW MUCH MORE MUST *
001100*              BE BOUGHT TO REACH THE NEXT TIER. THE TIER TABLE  *
001200*              IS LISTED WITH THE CURRENT TIER MARKED, SO SALES  *
001300*              CAN HAND THE PAGE TO THE CUSTOMER.                *
001320* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001340*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001360*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001380*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001400******************************************************************
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
001700 SPECIAL-NAMES.
001800     DECIMAL-POINT IS COMMA.
001900
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT OUTRBT ASSIGN TO FICRBT.
002300
002400 DATA DIVISION.
002500 FILE SECTION.
002600 FD OUTRBT.
002700 01 ENR-OUTRBT PIC X(80).
002800
002900 WORKING-STORAGE SECTION.
003000     EXEC SQL
003100        INCLUDE SQLCA
003200     END-EXEC.
003300     EXEC SQL
003400        INCLUDE CUSTOMER
003500     END-EXEC.
003600     EXEC SQL
003700        INCLUDE REBATE
003800     END-EXEC.
003900     EXEC SQL
004000        INCLUDE REBTIER
004100     END-EXEC.
004200
004300     EXEC SQL
004400        DECLARE CRBT CURSOR
004500        FOR
004600        SELECT A.C_NO, C.NAME, A.START_DATE, A.END_DATE,
004700               COALESCE(A.GROUP_FLAG, 'N')
004800        FROM API5.REBATE_AGREEMENTS A
004900        JOIN API5.CUSTOMERS C
005000        ON A.C_NO = C.C_NO
005100        WHERE A.STATUS = 'O'
005200        ORDER BY A.C_NO, A.START_DATE
005300     END-EXEC.
005400
005500     EXEC SQL
005600        DECLARE CTIER CURSOR
005700        FOR
005800        SELECT THRESHOLD, PCT
005900        FROM API5.REBATE_TIERS
006000        WHERE C_NO       = :RBT-C-NO
006100        AND   START_DATE = :RBT-START-DATE
006200        ORDER BY THRESHOLD
006300     END-EXEC.
006400
006500 77 WS-TODAY-RAW      PIC X(08).
006550 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
006600 77 WS-TODAY-DASHED   PIC X(10).
006700 77 WS-ASOF-DATE      PIC X(10).
006800 77 WS-GROUP-PARENT   PIC 9(4).
006900 77 WS-NET-SALES      PIC S9(9)V99 COMP-3.
007000 77 WS-CURR-PCT       PIC S9(2)V99 COMP-3.
007050 77 WS-CURR-THRESHOLD PIC S9(9)V99 COMP-3.
007100 77 WS-EARNED         PIC S9(8)V99 COMP-3.
007200 77 WS-ACCRUED        PIC S9(8)V99 COMP-3.
007300 77 WS-NEXT-THRESHOLD PIC S9(9)V99 COMP-3.
007400 77 WS-NEXT-PCT       PIC S9(2)V99 COMP-3.
007500 77 WS-STILL-NEEDED   PIC S9(9)V99 COMP-3.
007600 77 WS-NEXT-SW        PIC X VALUE 'N'.
007700    88 NEXT-TIER-FOUND  VALUE 'O'.
007800    88 TOP-TIER-REACHED VALUE 'N'.
007900 77 WS-LIST-DONE      PIC X VALUE 'N'.
008000    88 LIST-DONE        VALUE 'O'.
008100    88 LIST-NOT-DONE    VALUE 'N'.
008200 77 WS-TIER-DONE      PIC X VALUE 'N'.
008300    88 TIER-DONE        VALUE 'O'.
008400    88 TIER-NOT-DONE    VALUE 'N'.
008500 77 WS-CNT-STMTS      PIC 9(5) VALUE ZERO.
008600
008700 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
008800 01 L-TITLE-LINE.
008900    05 FILLER         PIC X(34)
009000                      VALUE 'VOLUME REBATE STATEMENT  AS OF : '.
009100    05 TITLE-DATE-ED  PIC X(10).
009200    05 FILLER         PIC X(36) VALUE SPACE.
009300 01 L-CUST-LINE.
009400    05 FILLER         PIC X(11) VALUE 'CUSTOMER : '.
009500    05 CUST-CNO-ED    PIC 9(4).
009600    05 FILLER         PIC X(2)  VALUE SPACE.
009700    05 CUST-NAME-ED   PIC X(30).
009800    05 FILLER         PIC X(2)  VALUE SPACE.
009900    05 CUST-GROUP-ED  PIC X(20).
010000    05 FILLER         PIC X(11) VALUE SPACE.
010100 01 L-PERIOD-LINE.
010200    05 FILLER         PIC X(11) VALUE 'PERIOD   : '.
010300    05 PER-FROM-ED    PIC X(10).
010400    05 FILLER         PIC X(4)  VALUE ' TO '.
010500    05 PER-TO-ED      PIC X(10).
010600    05 FILLER         PIC X(45) VALUE SPACE.
010700 01 L-AMOUNT-LINE.
010800    05 AMT-LABEL-ED   PIC X(28).
010900    05 AMT-VALUE-ED   PIC -ZZZZZZZZ9,99.
011000    05 FILLER         PIC X(39) VALUE SPACE.
011100 01 L-PCT-LINE.
011200    05 PCT-LABEL-ED   PIC X(28).
011300    05 FILLER         PIC X(8)  VALUE SPACE.
011400    05 PCT-VALUE-ED   PIC Z9,99.
011500    05 FILLER         PIC X(2)  VALUE ' %'.
011600    05 FILLER         PIC X(37) VALUE SPACE.
011700 01 L-TOP-TIER-LINE   PIC X(80) VALUE
011800    'HIGHEST TIER REACHED - NO FURTHER TIER ON THIS AGREEMENT'.
011900 01 L-TIER-HEAD.
012000    05 FILLER         PIC X(28) VALUE 'TIERS      PURCHASES FROM'.
012100    05 FILLER         PIC X(52) VALUE '  REBATE'.
012200 01 L-TIER-LINE.
012300    05 FILLER         PIC X(11) VALUE SPACE.
012400    05 TIER-THR-ED    PIC ZZZZZZZZ9,99.
012500    05 FILLER         PIC X(3)  VALUE SPACE.
012600    05 TIER-PCT-ED    PIC Z9,99.
012700    05 FILLER         PIC X(2)  VALUE ' %'.
012800    05 FILLER         PIC X(2)  VALUE SPACE.
012900    05 TIER-MARK-ED   PIC X(16).
013000    05 FILLER         PIC X(29) VALUE SPACE.
013100 01 L-PAGE-BREAK      PIC X(80) VALUE ALL '='.
013200
013300 PROCEDURE DIVISION.
013400     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
013450     CALL RUNDATE USING WS-TODAY-RAW
013500     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
013600            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
013700            INTO WS-TODAY-DASHED
013800     END-STRING
013900
014000     OPEN OUTPUT OUTRBT
014100     MOVE WS-TODAY-DASHED TO TITLE-DATE-ED
014200     WRITE ENR-OUTRBT FROM L-TITLE-LINE
014300     WRITE ENR-OUTRBT FROM L-HEADER-BLANK
014400
014500     SET LIST-NOT-DONE TO TRUE
014600     EXEC SQL
014700        OPEN CRBT
014800     END-EXEC
014900     PERFORM TEST-SQLCODE
015000     PERFORM PRINT-ONE-AGREEMENT UNTIL LIST-DONE
015100     EXEC SQL
015200        CLOSE CRBT
015300     END-EXEC
015400     PERFORM TEST-SQLCODE
015500     CLOSE OUTRBT
015600
015700     DISPLAY 'PART93 : REBATE STATEMENTS : ' WS-CNT-STMTS
015800     GOBACK.
015900
016000 PRINT-ONE-AGREEMENT.
016100     EXEC SQL
016200        FETCH CRBT
016300        INTO :RBT-C-NO, :CUS-NAME, :RBT-START-DATE,
016400             :RBT-END-DATE, :RBT-GROUP
016500     END-EXEC
016600     EVALUATE TRUE
016700        WHEN SQLCODE = +100
016800             SET LIST-DONE TO TRUE
016900        WHEN SQLCODE = ZERO
017000             ADD 1 TO WS-CNT-STMTS
017100             PERFORM COMPUTE-PROGRESS
017200             PERFORM WRITE-AGREEMENT-BLOCK
017300             PERFORM WRITE-TIER-TABLE
017400             WRITE ENR-OUTRBT FROM L-PAGE-BREAK
017500        WHEN OTHER
017600             PERFORM TEST-SQLCODE
017700     END-EVALUATE
017800     .
017900
018000******************************************************
018100*** SAME NET PURCHASES AND TIER RULE AS PART92,     ***
018200*** COUNTED UP TO TODAY (OR THE AGREEMENT END).     ***
018300******************************************************
018400 COMPUTE-PROGRESS.
018500     IF RBT-END-DATE < WS-TODAY-DASHED
018600        MOVE RBT-END-DATE TO WS-ASOF-DATE
018700     ELSE
018800        MOVE WS-TODAY-DASHED TO WS-ASOF-DATE
018900     END-IF
019000     IF RBT-GROUP = 'Y'
019100        MOVE RBT-C-NO TO WS-GROUP-PARENT
019200     ELSE
019300        MOVE ZERO TO WS-GROUP-PARENT
019400     END-IF
019500
019600     EXEC SQL
019700        SELECT COALESCE(SUM(CASE WHEN I.ITEM_TYPE = 'R'
019800                    THEN 0 - I.QUANTITY * I.PRICE
019900                    ELSE I.QUANTITY * I.PRICE END), 0)
020000             INTO :WS-NET-SALES
020100        FROM API5.ORDERS O
020200        JOIN API5.ITEMS I
020300        ON O.O_NO = I.O_NO
020400        JOIN API5.CUSTOMERS C
020500        ON O.C_NO = C.C_NO
020600        WHERE O.O_DATE >= :RBT-START-DATE
020700        AND   O.O_DATE <= :WS-ASOF-DATE
020800        AND   (C.C_NO = :RBT-C-NO
020900         OR    (C.PARENT_C_NO = :WS-GROUP-PARENT
021000          AND   C.PARENT_C_NO <> 0))
021100     END-EXEC
021200     PERFORM TEST-SQLCODE
021300
021400     MOVE ZERO TO WS-CURR-PCT
021450     MOVE -1   TO WS-CURR-THRESHOLD
021500     EXEC SQL
021600        SELECT THRESHOLD, PCT
021650             INTO :WS-CURR-THRESHOLD, :WS-CURR-PCT
021700        FROM API5.REBATE_TIERS
021800        WHERE C_NO       = :RBT-C-NO
021900        AND   START_DATE = :RBT-START-DATE
022000        AND   THRESHOLD <= :WS-NET-SALES
022100        ORDER BY THRESHOLD DESC
022200        FETCH FIRST 1 ROW ONLY
022300     END-EXEC
022400     PERFORM TEST-SQLCODE
022500
022600     COMPUTE WS-EARNED ROUNDED = WS-NET-SALES * WS-CURR-PCT / 100
022700     IF WS-EARNED < ZERO
022800        MOVE ZERO TO WS-EARNED
022900     END-IF
023000
023100     EXEC SQL
023200        SELECT COALESCE(SUM(ACCRUED), 0)
023300             INTO :WS-ACCRUED
023400        FROM API5.REBATE_ACCRUALS
023500        WHERE C_NO       = :RBT-C-NO
023600        AND   START_DATE = :RBT-START-DATE
023700     END-EXEC
023800     PERFORM TEST-SQLCODE
023900
024000     SET NEXT-TIER-FOUND TO TRUE
024100     EXEC SQL
024200        SELECT THRESHOLD, PCT
024300             INTO :WS-NEXT-THRESHOLD, :WS-NEXT-PCT
024400        FROM API5.REBATE_TIERS
024500        WHERE C_NO       = :RBT-C-NO
024600        AND   START_DATE = :RBT-START-DATE
024700        AND   THRESHOLD  > :WS-NET-SALES
024800        ORDER BY THRESHOLD
024900        FETCH FIRST 1 ROW ONLY
025000     END-EXEC
025100     IF SQLCODE = +100
025200        SET TOP-TIER-REACHED TO TRUE
025300     ELSE
025400        PERFORM TEST-SQLCODE
025500        COMPUTE WS-STILL-NEEDED = WS-NEXT-THRESHOLD - WS-NET-SALES
025600     END-IF
025700     .
025800
025900 WRITE-AGREEMENT-BLOCK.
026000     MOVE RBT-C-NO TO CUST-CNO-ED
026100     MOVE CUS-NAME TO CUST-NAME-ED
026200     IF RBT-GROUP = 'Y'
026300        MOVE 'GROUP AGREEMENT' TO CUST-GROUP-ED
026400     ELSE
026500        MOVE SPACES TO CUST-GROUP-ED
026600     END-IF
026700     WRITE ENR-OUTRBT FROM L-CUST-LINE
026800     MOVE RBT-START-DATE TO PER-FROM-ED
026900     MOVE RBT-END-DATE   TO PER-TO-ED
027000     WRITE ENR-OUTRBT FROM L-PERIOD-LINE
027100     WRITE ENR-OUTRBT FROM L-HEADER-BLANK
027200
027300     MOVE 'NET PURCHASES TO DATE     : ' TO AMT-LABEL-ED
027400     MOVE WS-NET-SALES TO AMT-VALUE-ED
027500     WRITE ENR-OUTRBT FROM L-AMOUNT-LINE
027600     MOVE 'CURRENT REBATE RATE       : ' TO PCT-LABEL-ED
027700     MOVE WS-CURR-PCT TO PCT-VALUE-ED
027800     WRITE ENR-OUTRBT FROM L-PCT-LINE
027900     MOVE 'REBATE EARNED TO DATE     : ' TO AMT-LABEL-ED
028000     MOVE WS-EARNED TO AMT-VALUE-ED
028100     WRITE ENR-OUTRBT FROM L-AMOUNT-LINE
028200     MOVE 'REBATE ACCRUED SO FAR     : ' TO AMT-LABEL-ED
028300     MOVE WS-ACCRUED TO AMT-VALUE-ED
028400     WRITE ENR-OUTRBT FROM L-AMOUNT-LINE
028500     WRITE ENR-OUTRBT FROM L-HEADER-BLANK
028600
028700     IF NEXT-TIER-FOUND
028800        MOVE 'NEXT TIER STARTS AT       : ' TO AMT-LABEL-ED
028900        MOVE WS-NEXT-THRESHOLD TO AMT-VALUE-ED
029000        WRITE ENR-OUTRBT FROM L-AMOUNT-LINE
029100        MOVE 'NEXT TIER REBATE RATE     : ' TO PCT-LABEL-ED
029200        MOVE WS-NEXT-PCT TO PCT-VALUE-ED
029300        WRITE ENR-OUTRBT FROM L-PCT-LINE
029400        MOVE 'PURCHASES STILL NEEDED    : ' TO AMT-LABEL-ED
029500        MOVE WS-STILL-NEEDED TO AMT-VALUE-ED
029600        WRITE ENR-OUTRBT FROM L-AMOUNT-LINE
029700     ELSE
029800        WRITE ENR-OUTRBT FROM L-TOP-TIER-LINE
029900     END-IF
030000     WRITE ENR-OUTRBT FROM L-HEADER-BLANK
030100     .
030200
030300 WRITE-TIER-TABLE.
030400     WRITE ENR-OUTRBT FROM L-TIER-HEAD
030500     SET TIER-NOT-DONE TO TRUE
030600     EXEC SQL
030700        OPEN CTIER
030800     END-EXEC
030900     PERFORM TEST-SQLCODE
031000     PERFORM PRINT-ONE-TIER UNTIL TIER-DONE
031100     EXEC SQL
031200        CLOSE CTIER
031300     END-EXEC
031400     PERFORM TEST-SQLCODE
031500     .
031600
031700 PRINT-ONE-TIER.
031800     EXEC SQL
031900        FETCH CTIER
032000        INTO :TIER-THRESHOLD, :TIER-PCT
032100     END-EXEC
032200     EVALUATE TRUE
032300        WHEN SQLCODE = +100
032400             SET TIER-DONE TO TRUE
032500        WHEN SQLCODE = ZERO
032600             MOVE TIER-THRESHOLD TO TIER-THR-ED
032700             MOVE TIER-PCT       TO TIER-PCT-ED
032800             IF TIER-THRESHOLD = WS-CURR-THRESHOLD
033000                MOVE '<== CURRENT TIER' TO TIER-MARK-ED
033100             ELSE
033200                MOVE SPACES TO TIER-MARK-ED
033300             END-IF
033400             WRITE ENR-OUTRBT FROM L-TIER-LINE
033500        WHEN OTHER
033600             PERFORM TEST-SQLCODE
033700     END-EVALUATE
033800     .
033900
034000 TEST-SQLCODE.
034100     EVALUATE TRUE
034200          WHEN SQLCODE IS EQUAL TO ZERO
034300                CONTINUE
034400          WHEN SQLCODE IS GREATER ZERO
034500             IF SQLCODE = 100
034600               CONTINUE
034700             ELSE
034800               DISPLAY 'WARNING : ' SQLCODE
034900             END-IF
035000          WHEN SQLCODE IS LESS THAN ZERO
035100                DISPLAY 'ANOMALIE : ' SQLCODE
035200                PERFORM ABEND-PROG
035300     END-EVALUATE.
035400
035500 ABEND-PROG.
035600     DISPLAY 'PART93 ABENDING - SEE SQLCODE ABOVE'
035700     MOVE 16 TO RETURN-CODE
035800     STOP RUN.
