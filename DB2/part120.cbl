000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART120.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - CATEGORY REPORT. FOR ONE MONTH  *
000600*              (CATPERIOD ENV VAR, YYYY-MM, DEFAULT = CURRENT)   *
000700*              LISTS ON FICCAT, BY DEPARTMENT AND CATEGORY       *
000800*              (API5.PRODUCT_DEPTS / PRODUCT_CATEGORIES, LOADED  *
000900*              BY PART119), THE UNITS SOLD, REVENUE AND MARGIN   *
001000*              (SALE LINES AT THEIR POSTED COST, AS PART58), THE *
001100*              RETURN RATE (RETURNED UNITS OVER UNITS SOLD), THE *
001200*              STOCK ON HAND AT UNIT COST (AS PART61) AND ITS    *
001300*              COVER IN DAYS OF THE MONTH'S SALES, WITH THE SAME *
001400*              MONTH LAST YEAR FROM API5.SALES_SUMMARY.          *
001500*              DEPARTMENT SUBTOTALS, AN UNCLASSIFIED LINE AND A  *
001600*              GRAND TOTAL FOLLOW, THEN THE ACTIVE PRODUCTS      *
001700*              STILL WITHOUT A CATEGORY SO THE CATMAST MASTER    *
001800*              GETS COMPLETED.                                   *
001820* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001840*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001860*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001880*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001882* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001884*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001886*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001888*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001890*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001892*              FOR THE PART131 REPORT.                           *
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SPECIAL-NAMES.
002300     DECIMAL-POINT IS COMMA.
002400
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OUTCAT ASSIGN TO FICCAT.
002800
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD OUTCAT.
003200 01 ENR-OUTCAT PIC X(132).
003300
003400 WORKING-STORAGE SECTION.
003500     EXEC SQL
003600        INCLUDE SQLCA
003700     END-EXEC.
003800     EXEC SQL
003900        INCLUDE CATEGORY
004000     END-EXEC.
004100     EXEC SQL
004200        INCLUDE PRODUCTS
004300     END-EXEC.
004400
004500******************************************************
004600*** EVERY CATEGORY UNDER ITS DEPARTMENT.            ***
004700******************************************************
004800     EXEC SQL
004900        DECLARE CCATS CURSOR
005000        FOR
005100        SELECT D.DEPT_CODE, D.DEPT_NAME, C.CAT_CODE, C.CAT_NAME
005200        FROM API5.PRODUCT_CATEGORIES C
005300        JOIN API5.PRODUCT_DEPTS D
005400        ON C.DEPT_CODE = D.DEPT_CODE
005500        ORDER BY D.DEPT_CODE, C.CAT_CODE
005600     END-EXEC.
005700
005800******************************************************
005900*** ACTIVE PRODUCTS NO CATEGORY ON FILE CLAIMS.     ***
006000******************************************************
006100     EXEC SQL
006200        DECLARE CNOCAT CURSOR
006300        FOR
006400        SELECT P.P_NO, P.DESCRIPTION
006500        FROM API5.PRODUCTS P
006600        WHERE P.ACTIVE = 'A'
006700        AND NOT EXISTS
006800            (SELECT 1 FROM API5.PRODUCT_CATEGORIES C
006900             WHERE C.CAT_CODE = P.CAT_CODE)
007000        ORDER BY P.P_NO
007100     END-EXEC.
007200
007300 77 WS-PERIOD-PARM    PIC X(7).
007400 77 WS-CAT-PERIOD     PIC X(7).
007500 77 WS-LY-PERIOD      PIC X(7).
007600 77 WS-LY-YEAR        PIC 9(4).
007700 77 WS-DATE-FROM      PIC X(10).
007800 77 WS-DATE-TO        PIC X(10).
007900 77 WS-TODAY-RAW      PIC X(08).
007950 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
007958 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
007966 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART120'.
007974 77 WS-PGET-NAME      PIC X(12).
007982 77 WS-PGET-VALUE     PIC X(40).
007990 77 WS-PGET-RETCODE   PIC S9(4) COMP.
008000 77 WS-TODAY-MONTH    PIC X(7).
008100 77 WS-FIRST-X        PIC X(8).
008200 77 WS-FIRST-N REDEFINES WS-FIRST-X PIC 9(8).
008300 77 WS-NEXT-X         PIC X(8).
008400 77 WS-NEXT-N REDEFINES WS-NEXT-X PIC 9(8).
008500 77 WS-NEXT-YEAR      PIC 9(4).
008600 77 WS-NEXT-MONTH     PIC 9(2).
008700 77 WS-PERIOD-DAYS    PIC 9(3) COMP.
008800 77 WS-CAT-KEY        PIC X(4).
008900 77 WS-PREV-DEPT      PIC X(4) VALUE SPACES.
009000 77 WS-PREV-DEPT-NAME PIC X(30) VALUE SPACES.
009100 77 WS-LX             PIC 9(1) COMP.
009200 77 WS-Q-UNITS        PIC S9(9) COMP-3.
009300 77 WS-Q-REVENUE      PIC S9(9)V99 COMP-3.
009400 77 WS-Q-COST         PIC S9(9)V99 COMP-3.
009500 77 WS-Q-RET-UNITS    PIC S9(9) COMP-3.
009600 77 WS-Q-STK-UNITS    PIC S9(9) COMP-3.
009700 77 WS-Q-STK-VALUE    PIC S9(9)V99 COMP-3.
009800 77 WS-Q-LY-UNITS     PIC S9(9) COMP-3.
009900 77 WS-Q-LY-REVENUE   PIC S9(9)V99 COMP-3.
010000 77 WS-MARGIN         PIC S9(9)V99 COMP-3.
010100 77 WS-MARGIN-PCT     PIC S9(5)V9 COMP-3.
010200 77 WS-RETURN-PCT     PIC S9(5)V9 COMP-3.
010300 77 WS-COVER-DAYS     PIC S9(7) COMP-3.
010400 77 WS-LY-PCT         PIC S9(5)V9 COMP-3.
010500 77 WS-LIST-DONE      PIC X VALUE 'N'.
010600    88 LIST-DONE        VALUE 'O'.
010700    88 LIST-NOT-DONE    VALUE 'N'.
010800 77 WS-CNT-CATS       PIC 9(5) VALUE ZERO.
010900 77 WS-CNT-DEPTS      PIC 9(5) VALUE ZERO.
011000 77 WS-CNT-UNCLASSED  PIC 9(5) VALUE ZERO.
011100 77 RUNLOGW            PIC X(8) VALUE 'RUNLOGW'.
011200 77 WS-RLOG-PROGID     PIC X(8) VALUE 'PART120'.
011300 77 WS-RLOG-EVENT      PIC X(1).
011400 77 WS-RLOG-READ       PIC 9(7) VALUE ZERO.
011500 77 WS-RLOG-LOADED     PIC 9(7) VALUE ZERO.
011600 77 WS-RLOG-REJECTED   PIC 9(7) VALUE ZERO.
011700 77 WS-RLOG-RETCODE    PIC 9(4) VALUE ZERO.
011800
011900******************************************************
012000*** FIGURES AT THREE LEVELS - 1 THE CATEGORY IN     ***
012100*** HAND, 2 ITS DEPARTMENT, 3 THE WHOLE REPORT.     ***
012200******************************************************
012300 01 WS-TOTALS.
012400    05 WS-TOT OCCURS 3 TIMES.
012500       10 TOT-UNITS       PIC S9(9) COMP-3.
012600       10 TOT-REVENUE     PIC S9(9)V99 COMP-3.
012700       10 TOT-COST        PIC S9(9)V99 COMP-3.
012800       10 TOT-RET-UNITS   PIC S9(9) COMP-3.
012900       10 TOT-STK-UNITS   PIC S9(9) COMP-3.
013000       10 TOT-STK-VALUE   PIC S9(9)V99 COMP-3.
013100       10 TOT-LY-UNITS    PIC S9(9) COMP-3.
013200       10 TOT-LY-REVENUE  PIC S9(9)V99 COMP-3.
013300
013400 01 L-HEADER-BLANK    PIC X(132) VALUE SPACE.
013500 01 L-TITLE-LINE.
013600    05 FILLER         PIC X(21) VALUE 'CATEGORY REPORT FOR  '.
013700    05 TITLE-PERIOD-ED PIC X(7).
013800    05 FILLER         PIC X(28) VALUE
013900       '  COMPARED WITH LAST YEAR : '.
014000    05 TITLE-LY-ED    PIC X(7).
014100    05 FILLER         PIC X(12) VALUE '  DAYS SOLD '.
014200    05 TITLE-DAYS-ED  PIC ZZ9.
014300    05 FILLER         PIC X(54) VALUE SPACE.
014400 01 L-SECTION-CAT     PIC X(132) VALUE
014500    '1. SALES, MARGIN, RETURNS AND STOCK BY CATEGORY'.
014600 01 L-SECTION-NOCAT   PIC X(132) VALUE
014700    '2. ACTIVE PRODUCTS WITHOUT A CATEGORY'.
014800 01 L-COLUMN-HEAD1.
014900    05 FILLER  PIC X(25) VALUE 'CODE  NAME'.
015000    05 FILLER  PIC X(10) VALUE '     UNITS'.
015100    05 FILLER  PIC X(14) VALUE '       REVENUE'.
015200    05 FILLER  PIC X(14) VALUE '        MARGIN'.
015300    05 FILLER  PIC X(8)  VALUE '   MGN %'.
015400    05 FILLER  PIC X(7)  VALUE '  RET %'.
015500    05 FILLER  PIC X(14) VALUE '   STOCK VALUE'.
015600    05 FILLER  PIC X(7)  VALUE '  COVER'.
015700    05 FILLER  PIC X(10) VALUE '  LY UNITS'.
015800    05 FILLER  PIC X(14) VALUE '    LY REVENUE'.
015900    05 FILLER  PIC X(9)  VALUE '  VS LY %'.
016000 01 L-COLUMN-HEAD2.
016100    05 FILLER  PIC X(92) VALUE SPACE.
016200    05 FILLER  PIC X(7)  VALUE ' (DAYS)'.
016300    05 FILLER  PIC X(33) VALUE SPACE.
016400 01 L-DEPT-LINE.
016500    05 DEPT-CODE-ED   PIC X(4).
016600    05 FILLER         PIC X(2)  VALUE SPACE.
016700    05 DEPT-NAME-ED   PIC X(30).
016800    05 FILLER         PIC X(96) VALUE SPACE.
016900 01 L-DETAIL-LINE.
017000    05 DET-LABEL-ED   PIC X(6).
017100    05 DET-NAME-ED    PIC X(19).
017200    05 FILLER         PIC X(1)  VALUE SPACE.
017300    05 DET-UNITS-ED   PIC -ZZZZZZZ9.
017400    05 FILLER         PIC X(1)  VALUE SPACE.
017500    05 DET-REV-ED     PIC -ZZZZZZZZ9,99.
017600    05 FILLER         PIC X(1)  VALUE SPACE.
017700    05 DET-MGN-ED     PIC -ZZZZZZZZ9,99.
017800    05 FILLER         PIC X(1)  VALUE SPACE.
017900    05 DET-MPCT-ED    PIC -ZZZ9,9.
018000    05 FILLER         PIC X(1)  VALUE SPACE.
018100    05 DET-RPCT-ED    PIC ZZZ9,9.
018200    05 FILLER         PIC X(1)  VALUE SPACE.
018300    05 DET-STKV-ED    PIC -ZZZZZZZZ9,99.
018400    05 FILLER         PIC X(1)  VALUE SPACE.
018500    05 DET-COVER-ED   PIC ZZZZZ9.
018600    05 FILLER         PIC X(1)  VALUE SPACE.
018700    05 DET-LYU-ED     PIC -ZZZZZZZ9.
018800    05 FILLER         PIC X(1)  VALUE SPACE.
018900    05 DET-LYR-ED     PIC -ZZZZZZZZ9,99.
019000    05 FILLER         PIC X(1)  VALUE SPACE.
019100    05 DET-VPCT-ED    PIC -ZZZZ9,9.
019200 01 L-NOCAT-LINE.
019300    05 NOC-PNO-ED     PIC X(3).
019400    05 FILLER         PIC X(3)  VALUE SPACE.
019500    05 NOC-DESC-ED    PIC X(30).
019600    05 FILLER         PIC X(96) VALUE SPACE.
019700
019800 PROCEDURE DIVISION.
019900     MOVE 'S' TO WS-RLOG-EVENT
020000     PERFORM WRITE-RUN-LOG
020100     PERFORM INITIALIZE-PARAMETERS
020200
020300     OPEN OUTPUT OUTCAT
020400     WRITE ENR-OUTCAT FROM L-TITLE-LINE
020500     WRITE ENR-OUTCAT FROM L-HEADER-BLANK
020600
020700     PERFORM PRINT-CATEGORY-SECTION
020800     PERFORM PRINT-UNCLASSIFIED-SECTION
020900
021000     CLOSE OUTCAT
021100
021200     DISPLAY '===================================='
021300     DISPLAY 'PART120 CATEGORY REPORT ' WS-CAT-PERIOD
021400     DISPLAY 'DEPARTMENTS REPORTED : ' WS-CNT-DEPTS
021500     DISPLAY 'CATEGORIES REPORTED  : ' WS-CNT-CATS
021600     DISPLAY 'PRODUCTS UNCLASSED   : ' WS-CNT-UNCLASSED
021700     DISPLAY '===================================='
021800     MOVE 'E' TO WS-RLOG-EVENT
021900     MOVE WS-CNT-CATS TO WS-RLOG-READ
022000     MOVE WS-CNT-CATS TO WS-RLOG-LOADED
022100     MOVE WS-CNT-UNCLASSED TO WS-RLOG-REJECTED
022200     MOVE RETURN-CODE TO WS-RLOG-RETCODE
022300     PERFORM WRITE-RUN-LOG
022400     GOBACK.
022500
022600******************************************************
022700*** THE MONTH, THE SAME MONTH A YEAR EARLIER, AND   ***
022800*** THE DAYS OF SALES THE STOCK COVER IS RATED ON - ***
022900*** THE WHOLE MONTH, OR THE DAYS SO FAR FOR THE     ***
023000*** MONTH STILL OPEN.                               ***
023100******************************************************
023200 INITIALIZE-PARAMETERS.
023300     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
023350     CALL RUNDATE USING WS-TODAY-RAW
023400     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2)
023500            DELIMITED BY SIZE INTO WS-TODAY-MONTH
023600     END-STRING
023700     MOVE SPACES TO WS-PERIOD-PARM
023800     MOVE 'CATPERIOD' TO WS-PGET-NAME
023833     PERFORM GET-RUN-PARM
023866     MOVE WS-PGET-VALUE TO WS-PERIOD-PARM
023900     IF WS-PERIOD-PARM = SPACES
024000        MOVE WS-TODAY-MONTH TO WS-CAT-PERIOD
024100     ELSE
024200        MOVE WS-PERIOD-PARM TO WS-CAT-PERIOD
024300     END-IF
024400
024500     STRING WS-CAT-PERIOD '-01' DELIMITED BY SIZE
024600            INTO WS-DATE-FROM
024700     END-STRING
024800     STRING WS-CAT-PERIOD '-31' DELIMITED BY SIZE
024900            INTO WS-DATE-TO
025000     END-STRING
025100     MOVE WS-CAT-PERIOD(1:4) TO WS-LY-YEAR
025200     SUBTRACT 1 FROM WS-LY-YEAR
025300     STRING WS-LY-YEAR '-' WS-CAT-PERIOD(6:2)
025400            DELIMITED BY SIZE INTO WS-LY-PERIOD
025500     END-STRING
025600
025700     IF WS-CAT-PERIOD = WS-TODAY-MONTH
025800        MOVE WS-TODAY-RAW(7:2) TO WS-PERIOD-DAYS
025900     ELSE
026000        STRING WS-CAT-PERIOD(1:4) WS-CAT-PERIOD(6:2) '01'
026100               DELIMITED BY SIZE INTO WS-FIRST-X
026200        END-STRING
026300        MOVE WS-CAT-PERIOD(1:4) TO WS-NEXT-YEAR
026400        MOVE WS-CAT-PERIOD(6:2) TO WS-NEXT-MONTH
026500        IF WS-NEXT-MONTH = 12
026600           ADD 1 TO WS-NEXT-YEAR
026700           MOVE 1 TO WS-NEXT-MONTH
026800        ELSE
026900           ADD 1 TO WS-NEXT-MONTH
027000        END-IF
027100        STRING WS-NEXT-YEAR WS-NEXT-MONTH '01'
027200               DELIMITED BY SIZE INTO WS-NEXT-X
027300        END-STRING
027400        COMPUTE WS-PERIOD-DAYS =
027500                FUNCTION INTEGER-OF-DATE(WS-NEXT-N)
027600              - FUNCTION INTEGER-OF-DATE(WS-FIRST-N)
027700     END-IF
027800
027900     MOVE WS-CAT-PERIOD  TO TITLE-PERIOD-ED
028000     MOVE WS-LY-PERIOD   TO TITLE-LY-ED
028100     MOVE WS-PERIOD-DAYS TO TITLE-DAYS-ED
028200     INITIALIZE WS-TOTALS
028300     .
028400
028500 PRINT-CATEGORY-SECTION.
028600     WRITE ENR-OUTCAT FROM L-SECTION-CAT
028700     WRITE ENR-OUTCAT FROM L-COLUMN-HEAD1
028800     WRITE ENR-OUTCAT FROM L-COLUMN-HEAD2
028900     SET LIST-NOT-DONE TO TRUE
029000     EXEC SQL
029100        OPEN CCATS
029200     END-EXEC
029300     PERFORM TEST-SQLCODE
029400     PERFORM REPORT-ONE-CATEGORY UNTIL LIST-DONE
029500     EXEC SQL
029600        CLOSE CCATS
029700     END-EXEC
029800     PERFORM TEST-SQLCODE
029900     IF WS-CNT-CATS > ZERO
030000        PERFORM WRITE-DEPT-TOTAL
030100     END-IF
030200
030300*    WHAT NO CATEGORY CLAIMS STILL COUNTS IN THE TOTAL.
030400     MOVE SPACES TO WS-CAT-KEY
030500     PERFORM GATHER-CATEGORY-FIGURES
030600     ADD TOT-UNITS(1)      TO TOT-UNITS(3)
030700     ADD TOT-REVENUE(1)    TO TOT-REVENUE(3)
030800     ADD TOT-COST(1)       TO TOT-COST(3)
030900     ADD TOT-RET-UNITS(1)  TO TOT-RET-UNITS(3)
031000     ADD TOT-STK-UNITS(1)  TO TOT-STK-UNITS(3)
031100     ADD TOT-STK-VALUE(1)  TO TOT-STK-VALUE(3)
031200     ADD TOT-LY-UNITS(1)   TO TOT-LY-UNITS(3)
031300     ADD TOT-LY-REVENUE(1) TO TOT-LY-REVENUE(3)
031400     WRITE ENR-OUTCAT FROM L-HEADER-BLANK
031500     MOVE '----  '         TO DET-LABEL-ED
031600     MOVE 'NOT CLASSIFIED' TO DET-NAME-ED
031700     MOVE 1 TO WS-LX
031800     PERFORM WRITE-FIGURES-LINE
031900
032000     WRITE ENR-OUTCAT FROM L-HEADER-BLANK
032100     MOVE 'TOTAL '         TO DET-LABEL-ED
032200     MOVE 'ALL DEPARTMENTS' TO DET-NAME-ED
032300     MOVE 3 TO WS-LX
032400     PERFORM WRITE-FIGURES-LINE
032500     WRITE ENR-OUTCAT FROM L-HEADER-BLANK
032600     .
032700
032800******************************************************
032900*** A NEW DEPARTMENT CLOSES THE PREVIOUS ONE WITH   ***
033000*** ITS SUBTOTAL AND OPENS UNDER ITS OWN HEADING.   ***
033100******************************************************
033200 REPORT-ONE-CATEGORY.
033300     EXEC SQL
033400        FETCH CCATS
033500        INTO :PDEP-CODE, :PDEP-NAME, :PCAT-CODE, :PCAT-NAME
033600     END-EXEC
033700     EVALUATE TRUE
033800        WHEN SQLCODE = +100
033900             SET LIST-DONE TO TRUE
034000        WHEN SQLCODE = ZERO
034100             IF WS-CNT-CATS = ZERO OR PDEP-CODE NOT = WS-PREV-DEPT
034200                IF WS-CNT-CATS > ZERO
034300                   PERFORM WRITE-DEPT-TOTAL
034400                END-IF
034500                PERFORM START-DEPARTMENT
034600             END-IF
034700             ADD 1 TO WS-CNT-CATS
034800             MOVE PCAT-CODE TO WS-CAT-KEY
034900             PERFORM GATHER-CATEGORY-FIGURES
035000             PERFORM ADD-CATEGORY-TO-TOTALS
035100             MOVE SPACES TO DET-LABEL-ED
035200             MOVE PCAT-CODE TO DET-LABEL-ED(3:4)
035300             MOVE PCAT-NAME TO DET-NAME-ED
035400             MOVE 1 TO WS-LX
035500             PERFORM WRITE-FIGURES-LINE
035600        WHEN OTHER
035700             PERFORM TEST-SQLCODE
035800     END-EVALUATE
035900     .
036000
036100 START-DEPARTMENT.
036200     ADD 1 TO WS-CNT-DEPTS
036300     MOVE PDEP-CODE TO WS-PREV-DEPT
036400     MOVE PDEP-NAME TO WS-PREV-DEPT-NAME
036500     INITIALIZE WS-TOT(2)
036600     MOVE PDEP-CODE TO DEPT-CODE-ED
036700     MOVE PDEP-NAME TO DEPT-NAME-ED
036800     WRITE ENR-OUTCAT FROM L-HEADER-BLANK
036900     WRITE ENR-OUTCAT FROM L-DEPT-LINE
037000     .
037100
037200 WRITE-DEPT-TOTAL.
037300     MOVE SPACES TO DET-LABEL-ED
037400     MOVE WS-PREV-DEPT TO DET-LABEL-ED(1:4)
037500     MOVE SPACES TO DET-NAME-ED
037600     STRING 'TOTAL ' WS-PREV-DEPT-NAME DELIMITED BY SIZE
037700            INTO DET-NAME-ED
037800     END-STRING
037900     MOVE 2 TO WS-LX
038000     PERFORM WRITE-FIGURES-LINE
038100     .
038200
038300 ADD-CATEGORY-TO-TOTALS.
038400     ADD TOT-UNITS(1)      TO TOT-UNITS(2)      TOT-UNITS(3)
038500     ADD TOT-REVENUE(1)    TO TOT-REVENUE(2)    TOT-REVENUE(3)
038600     ADD TOT-COST(1)       TO TOT-COST(2)       TOT-COST(3)
038700     ADD TOT-RET-UNITS(1)  TO TOT-RET-UNITS(2)  TOT-RET-UNITS(3)
038800     ADD TOT-STK-UNITS(1)  TO TOT-STK-UNITS(2)  TOT-STK-UNITS(3)
038900     ADD TOT-STK-VALUE(1)  TO TOT-STK-VALUE(2)  TOT-STK-VALUE(3)
039000     ADD TOT-LY-UNITS(1)   TO TOT-LY-UNITS(2)   TOT-LY-UNITS(3)
039100     ADD TOT-LY-REVENUE(1) TO TOT-LY-REVENUE(2)
039200                              TOT-LY-REVENUE(3)
039300     .
039400
039500******************************************************
039600*** ONE CATEGORY'S FIGURES INTO LEVEL 1. A BLANK    ***
039700*** KEY GATHERS THE PRODUCTS NO CATEGORY CLAIMS.    ***
039800*** SALES AND MARGIN ARE THE MONTH'S SALE LINES AT  ***
039900*** THEIR POSTED COST; RETURNS THE 'R' LINES; STOCK ***
040000*** WHAT IS ON HAND IN EVERY DEPOT NOW AT UNIT      ***
040100*** COST; LAST YEAR THE CLOSED SALES_SUMMARY MONTH, ***
040200*** UNDER TODAY'S CATEGORY OF EACH PRODUCT.         ***
040300******************************************************
040400 GATHER-CATEGORY-FIGURES.
040500     EXEC SQL
040600        SELECT COALESCE(SUM(I.QUANTITY), 0),
040700               COALESCE(SUM(I.QUANTITY * I.PRICE), 0),
040800               COALESCE(SUM(I.QUANTITY
040900                            * COALESCE(I.UNIT_COST, 0)), 0)
041000             INTO :WS-Q-UNITS, :WS-Q-REVENUE, :WS-Q-COST
041100        FROM API5.ITEMS I
041200        JOIN API5.ORDERS O
041300        ON I.O_NO = O.O_NO
041400        JOIN API5.PRODUCTS P
041500        ON I.P_NO = P.P_NO
041600        WHERE O.O_DATE >= :WS-DATE-FROM
041700        AND   O.O_DATE <= :WS-DATE-TO
041800        AND   I.ITEM_TYPE = 'O'
041900        AND  (P.CAT_CODE = :WS-CAT-KEY
042000              OR (:WS-CAT-KEY = ' '
042100                  AND NOT EXISTS
042200                      (SELECT 1 FROM API5.PRODUCT_CATEGORIES C
042300                       WHERE C.CAT_CODE = P.CAT_CODE)))
042400     END-EXEC
042500     PERFORM TEST-SQLCODE
042600
042700     EXEC SQL
042800        SELECT COALESCE(SUM(I.QUANTITY), 0)
042900             INTO :WS-Q-RET-UNITS
043000        FROM API5.ITEMS I
043100        JOIN API5.ORDERS O
043200        ON I.O_NO = O.O_NO
043300        JOIN API5.PRODUCTS P
043400        ON I.P_NO = P.P_NO
043500        WHERE O.O_DATE >= :WS-DATE-FROM
043600        AND   O.O_DATE <= :WS-DATE-TO
043700        AND   I.ITEM_TYPE = 'R'
043800        AND  (P.CAT_CODE = :WS-CAT-KEY
043900              OR (:WS-CAT-KEY = ' '
044000                  AND NOT EXISTS
044100                      (SELECT 1 FROM API5.PRODUCT_CATEGORIES C
044200                       WHERE C.CAT_CODE = P.CAT_CODE)))
044300     END-EXEC
044400     PERFORM TEST-SQLCODE
044500
044600     EXEC SQL
044700        SELECT COALESCE(SUM(W.STOCK), 0),
044800               COALESCE(SUM(W.STOCK * COALESCE(P.COST, 0)), 0)
044900             INTO :WS-Q-STK-UNITS, :WS-Q-STK-VALUE
045000        FROM API5.WAREHOUSE_STOCK W
045100        JOIN API5.PRODUCTS P
045200        ON W.P_NO = P.P_NO
045300        WHERE (P.CAT_CODE = :WS-CAT-KEY
045400              OR (:WS-CAT-KEY = ' '
045500                  AND NOT EXISTS
045600                      (SELECT 1 FROM API5.PRODUCT_CATEGORIES C
045700                       WHERE C.CAT_CODE = P.CAT_CODE)))
045800     END-EXEC
045900     PERFORM TEST-SQLCODE
046000
046100     EXEC SQL
046200        SELECT COALESCE(SUM(S.QUANTITY), 0),
046300               COALESCE(SUM(S.REVENUE), 0)
046400             INTO :WS-Q-LY-UNITS, :WS-Q-LY-REVENUE
046500        FROM API5.SALES_SUMMARY S
046600        JOIN API5.PRODUCTS P
046700        ON S.P_NO = P.P_NO
046800        WHERE S.PERIOD = :WS-LY-PERIOD
046900        AND  (P.CAT_CODE = :WS-CAT-KEY
047000              OR (:WS-CAT-KEY = ' '
047100                  AND NOT EXISTS
047200                      (SELECT 1 FROM API5.PRODUCT_CATEGORIES C
047300                       WHERE C.CAT_CODE = P.CAT_CODE)))
047400     END-EXEC
047500     PERFORM TEST-SQLCODE
047600
047700     MOVE WS-Q-UNITS      TO TOT-UNITS(1)
047800     MOVE WS-Q-REVENUE    TO TOT-REVENUE(1)
047900     MOVE WS-Q-COST       TO TOT-COST(1)
048000     MOVE WS-Q-RET-UNITS  TO TOT-RET-UNITS(1)
048100     MOVE WS-Q-STK-UNITS  TO TOT-STK-UNITS(1)
048200     MOVE WS-Q-STK-VALUE  TO TOT-STK-VALUE(1)
048300     MOVE WS-Q-LY-UNITS   TO TOT-LY-UNITS(1)
048400     MOVE WS-Q-LY-REVENUE TO TOT-LY-REVENUE(1)
048500     .
048600
048700******************************************************
048800*** ONE LINE FROM THE FIGURES AT LEVEL WS-LX. NO    ***
048900*** SALES IN THE MONTH SHOWS THE COVER AS 999999.   ***
049000******************************************************
049100 WRITE-FIGURES-LINE.
049200     COMPUTE WS-MARGIN = TOT-REVENUE(WS-LX) - TOT-COST(WS-LX)
049300     MOVE ZERO TO WS-MARGIN-PCT WS-RETURN-PCT WS-LY-PCT
049400     IF TOT-REVENUE(WS-LX) NOT = ZERO
049500        COMPUTE WS-MARGIN-PCT ROUNDED =
049600                WS-MARGIN * 100 / TOT-REVENUE(WS-LX)
049700     END-IF
049800     IF TOT-UNITS(WS-LX) > ZERO
049900        COMPUTE WS-RETURN-PCT ROUNDED =
050000                TOT-RET-UNITS(WS-LX) * 100 / TOT-UNITS(WS-LX)
050100        COMPUTE WS-COVER-DAYS ROUNDED =
050200                TOT-STK-UNITS(WS-LX) * WS-PERIOD-DAYS
050300              / TOT-UNITS(WS-LX)
050400        IF WS-COVER-DAYS > 999999
050500           MOVE 999999 TO WS-COVER-DAYS
050600        END-IF
050700     ELSE
050800        MOVE 999999 TO WS-COVER-DAYS
050900     END-IF
051000     IF TOT-LY-REVENUE(WS-LX) NOT = ZERO
051100        COMPUTE WS-LY-PCT ROUNDED =
051200                (TOT-REVENUE(WS-LX) - TOT-LY-REVENUE(WS-LX)) * 100
051300              / TOT-LY-REVENUE(WS-LX)
051400     END-IF
051500     MOVE TOT-UNITS(WS-LX)      TO DET-UNITS-ED
051600     MOVE TOT-REVENUE(WS-LX)    TO DET-REV-ED
051700     MOVE WS-MARGIN             TO DET-MGN-ED
051800     MOVE WS-MARGIN-PCT         TO DET-MPCT-ED
051900     MOVE WS-RETURN-PCT         TO DET-RPCT-ED
052000     MOVE TOT-STK-VALUE(WS-LX)  TO DET-STKV-ED
052100     MOVE WS-COVER-DAYS         TO DET-COVER-ED
052200     MOVE TOT-LY-UNITS(WS-LX)   TO DET-LYU-ED
052300     MOVE TOT-LY-REVENUE(WS-LX) TO DET-LYR-ED
052400     MOVE WS-LY-PCT             TO DET-VPCT-ED
052500     WRITE ENR-OUTCAT FROM L-DETAIL-LINE
052600     .
052700
052800 PRINT-UNCLASSIFIED-SECTION.
052900     WRITE ENR-OUTCAT FROM L-SECTION-NOCAT
053000     SET LIST-NOT-DONE TO TRUE
053100     EXEC SQL
053200        OPEN CNOCAT
053300     END-EXEC
053400     PERFORM TEST-SQLCODE
053500     PERFORM LIST-ONE-UNCLASSIFIED UNTIL LIST-DONE
053600     EXEC SQL
053700        CLOSE CNOCAT
053800     END-EXEC
053900     PERFORM TEST-SQLCODE
054000     .
054100
054200 LIST-ONE-UNCLASSIFIED.
054300     EXEC SQL
054400        FETCH CNOCAT
054500        INTO :PROD-ID, :PROD-DESCRIPTION
054600     END-EXEC
054700     EVALUATE TRUE
054800        WHEN SQLCODE = +100
054900             SET LIST-DONE TO TRUE
055000        WHEN SQLCODE = ZERO
055100             ADD 1 TO WS-CNT-UNCLASSED
055200             MOVE PROD-ID TO NOC-PNO-ED
055300             MOVE SPACES TO NOC-DESC-ED
055400             IF PROD-DESCRIPTION-LEN > ZERO
055500                MOVE PROD-DESCRIPTION-TEXT(1:PROD-DESCRIPTION-LEN)
055600                  TO NOC-DESC-ED
055700             END-IF
055800             WRITE ENR-OUTCAT FROM L-NOCAT-LINE
055900        WHEN OTHER
056000             PERFORM TEST-SQLCODE
056100     END-EVALUATE
056200     .
056300
056400 WRITE-RUN-LOG.
056500     CALL RUNLOGW USING WS-RLOG-PROGID WS-RLOG-EVENT
056600                        WS-RLOG-READ WS-RLOG-LOADED
056700                        WS-RLOG-REJECTED WS-RLOG-RETCODE
056800*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE
056900*    IT SO A NONZERO END CODE REACHES THE SCHEDULER.
057000     MOVE WS-RLOG-RETCODE TO RETURN-CODE
057100     .
057200
057300 TEST-SQLCODE.
057400     EVALUATE TRUE
057500          WHEN SQLCODE IS EQUAL TO ZERO
057600                CONTINUE
057700          WHEN SQLCODE IS GREATER ZERO
057800             IF SQLCODE = 100
057900               CONTINUE
058000             ELSE
058100               DISPLAY 'WARNING : ' SQLCODE
058200             END-IF
058300          WHEN SQLCODE IS LESS THAN ZERO
058400                DISPLAY 'ANOMALIE : ' SQLCODE
058500                PERFORM ABEND-PROG
058600     END-EVALUATE.
058700
058800 ABEND-PROG.
058900     DISPLAY 'PART120 ABENDING - SEE SQLCODE ABOVE'
059000     MOVE 16 TO RETURN-CODE
059100     STOP RUN.
059200
059300******************************************************
059400*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
059500*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
059600*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
059700******************************************************
059800 GET-RUN-PARM.
059900     MOVE RETURN-CODE TO WS-PGET-RETCODE
060000     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
060100                        WS-PGET-VALUE
060200*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
060300     MOVE WS-PGET-RETCODE TO RETURN-CODE
060400     .
