000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART102.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - PRODUCTS-BOUGHT-TOGETHER        *
000600*              AFFINITY REPORT FOR MERCHANDISING (FICAFF), THE   *
000700*              EVIDENCE FOR NEW KITS AND PROMOTIONS. OVER THE    *
000800*              ORDERS OF THE PERIOD AFFFROM TO AFFTO (DEFAULT    *
000900*              THE LAST 365 DAYS) EVERY PAIR OF PRODUCTS SOLD ON *
001000*              THE SAME ORDER IS COUNTED, RETURN LINES AND LINES *
001100*              SHIPPED AS A SUBSTITUTE (ORIG_P_NO SET) LEFT OUT. *
001200*              FOR EACH PRODUCT THE AFFTOP (DEFAULT 5) STRONGEST *
001300*              PARTNERS SEEN ON AT LEAST AFFMIN (DEFAULT 2)      *
001400*              ORDERS ARE LISTED WITH SUPPORT (SHARE OF ALL      *
001500*              ORDERS CARRYING BOTH) AND CONFIDENCE (SHARE OF    *
001600*              THE PRODUCT'S ORDERS ALSO CARRYING THE PARTNER).  *
001620* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001640*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001660*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001680*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001682* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001684*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001686*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001688*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001690*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001692*              FOR THE PART131 REPORT.                           *
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SPECIAL-NAMES.
002100     DECIMAL-POINT IS COMMA.
002200
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT OUTAFF ASSIGN TO FICAFF.
002600
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD OUTAFF.
003000 01 ENR-OUTAFF PIC X(100).
003100
003200 WORKING-STORAGE SECTION.
003300     EXEC SQL
003400        INCLUDE SQLCA
003500     END-EXEC.
003600     EXEC SQL
003700        INCLUDE PRODUCTS
003800     END-EXEC.
003900
004000******************************************************
004100*** EVERY PAIR OF PRODUCTS SOLD ON THE SAME ORDER   ***
004200*** IN THE PERIOD, WITH THE NUMBER OF ORDERS THAT   ***
004300*** CARRIED THE FIRST ONE. SALE LINES ONLY; A LINE  ***
004400*** SHIPPED AS A SUBSTITUTE IS LEFT OUT.            ***
004500******************************************************
004600     EXEC SQL
004700        DECLARE CPAIRS CURSOR
004800        FOR
004900        SELECT X.PA, PA.DESCRIPTION, Y.ORDERS_A,
005000               X.PB, PB.DESCRIPTION, X.ORDERS_AB
005100        FROM (SELECT A.P_NO AS PA, B.P_NO AS PB,
005200                     COUNT(DISTINCT A.O_NO) AS ORDERS_AB
005300              FROM API5.ITEMS A
005400              JOIN API5.ITEMS B
005500              ON  B.O_NO = A.O_NO
005600              AND B.P_NO <> A.P_NO
005700              JOIN API5.ORDERS O
005800              ON  O.O_NO = A.O_NO
005900              WHERE O.O_DATE >= :WS-DATE-FROM
006000              AND   O.O_DATE <= :WS-DATE-TO
006100              AND   A.ITEM_TYPE = 'O'
006200              AND   B.ITEM_TYPE = 'O'
006300              AND   COALESCE(A.ORIG_P_NO, ' ') = ' '
006400              AND   COALESCE(B.ORIG_P_NO, ' ') = ' '
006500              GROUP BY A.P_NO, B.P_NO
006600              HAVING COUNT(DISTINCT A.O_NO) >= :WS-MIN-PAIRS) X
006700        JOIN (SELECT I.P_NO AS PA,
006800                     COUNT(DISTINCT I.O_NO) AS ORDERS_A
006900              FROM API5.ITEMS I
007000              JOIN API5.ORDERS O
007100              ON  O.O_NO = I.O_NO
007200              WHERE O.O_DATE >= :WS-DATE-FROM
007300              AND   O.O_DATE <= :WS-DATE-TO
007400              AND   I.ITEM_TYPE = 'O'
007500              AND   COALESCE(I.ORIG_P_NO, ' ') = ' '
007600              GROUP BY I.P_NO) Y
007700        ON  Y.PA = X.PA
007800        JOIN API5.PRODUCTS PA
007900        ON  PA.P_NO = X.PA
008000        JOIN API5.PRODUCTS PB
008100        ON  PB.P_NO = X.PB
008200        ORDER BY X.PA, X.ORDERS_AB DESC, X.PB
008300     END-EXEC.
008400
008500 77 WS-TODAY-RAW      PIC X(08).
008550 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
008558 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
008566 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART102'.
008574 77 WS-PGET-NAME      PIC X(12).
008582 77 WS-PGET-VALUE     PIC X(40).
008590 77 WS-PGET-RETCODE   PIC S9(4) COMP.
008600 77 WS-TODAY-INT      PIC 9(8).
008700 77 WS-WORK-DATE      PIC 9(8).
008800 77 WS-WORK-DATE-X    REDEFINES WS-WORK-DATE PIC X(8).
008900 77 WS-DATE-FROM      PIC X(10).
009000 77 WS-DATE-TO        PIC X(10).
009100 77 WS-MIN-PARM       PIC X(5).
009200 77 WS-MIN-PAIRS      PIC S9(9) COMP VALUE 2.
009300 77 WS-TOP-PARM       PIC X(3).
009400 77 WS-TOP-PAIRS      PIC 9(3) VALUE 5.
009500 77 WS-TOTAL-ORDERS   PIC S9(9) COMP VALUE ZERO.
009600 77 WS-ORDERS-A       PIC S9(9) COMP.
009700 77 WS-ORDERS-AB      PIC S9(9) COMP.
009800 77 WS-PAIR-P-NO      PIC X(3).
009900 77 WS-PREV-P-NO      PIC X(3) VALUE SPACES.
010000 77 WS-PAIRS-SHOWN    PIC 9(3) VALUE ZERO.
010100 77 WS-CNT-PRODUCTS   PIC 9(5) VALUE ZERO.
010200 77 WS-CNT-PAIRS      PIC 9(7) VALUE ZERO.
010300
010400 01 WS-PAIR-DESC.
010500    05 WS-PAIR-DESC-LEN  PIC S9(4) COMP.
010600    05 WS-PAIR-DESC-TEXT PIC X(30).
010700
010800 01 L-HEADER-BLANK    PIC X(100) VALUE SPACE.
010900 01 L-TITLE-LINE.
011000    05 FILLER         PIC X(28)
011100                      VALUE 'PRODUCTS BOUGHT TOGETHER - '.
011200    05 TITLE-FROM-ED  PIC X(10).
011300    05 FILLER         PIC X(4)  VALUE ' TO '.
011400    05 TITLE-TO-ED    PIC X(10).
011500    05 FILLER         PIC X(10) VALUE ' - ORDERS '.
011600    05 TITLE-ORD-ED   PIC ZZZZZZ9.
011700    05 FILLER         PIC X(31) VALUE SPACE.
011800 01 L-PRODUCT-LINE.
011900    05 FILLER         PIC X(9)  VALUE 'PRODUCT  '.
012000    05 PRD-PNO-ED     PIC X(3).
012100    05 FILLER         PIC X(1)  VALUE SPACE.
012200    05 PRD-DESC-ED    PIC X(20).
012300    05 FILLER         PIC X(12) VALUE ' - ORDERS : '.
012400    05 PRD-ORD-ED     PIC ZZZZZZ9.
012500    05 FILLER         PIC X(48) VALUE SPACE.
012600 01 L-COLUMN-HEAD1.
012700    05 FILLER  PIC X(6)  VALUE SPACE.
012800    05 FILLER  PIC X(25) VALUE 'WITH'.
012900    05 FILLER  PIC X(10) VALUE '    ORDERS'.
013000    05 FILLER  PIC X(10) VALUE '  SUPPORT'.
013100    05 FILLER  PIC X(12) VALUE ' CONFIDENCE'.
013200    05 FILLER  PIC X(37) VALUE SPACE.
013300 01 L-PAIR-LINE.
013400    05 FILLER         PIC X(6)  VALUE SPACE.
013500    05 PAIR-PNO-ED    PIC X(3).
013600    05 FILLER         PIC X(1)  VALUE SPACE.
013700    05 PAIR-DESC-ED   PIC X(20).
013800    05 FILLER         PIC X(1)  VALUE SPACE.
013900    05 PAIR-ORD-ED    PIC ZZZZZZZZ9.
014000    05 FILLER         PIC X(3)  VALUE SPACE.
014100    05 PAIR-SUP-ED    PIC ZZ9,99.
014200    05 FILLER         PIC X(1)  VALUE '%'.
014300    05 FILLER         PIC X(4)  VALUE SPACE.
014400    05 PAIR-CONF-ED   PIC ZZ9,99.
014500    05 FILLER         PIC X(1)  VALUE '%'.
014600    05 FILLER         PIC X(39) VALUE SPACE.
014700
014800 PROCEDURE DIVISION.
014900     PERFORM INITIALIZE-PARAMETERS
015000     PERFORM COUNT-PERIOD-ORDERS
015100
015200     OPEN OUTPUT OUTAFF
015300     PERFORM WRITE-REPORT-HEADER
015400
015500     EXEC SQL
015600        OPEN CPAIRS
015700     END-EXEC
015800     PERFORM TEST-SQLCODE
015900
016000     PERFORM FETCH-NEXT-PAIR
016100     PERFORM UNTIL SQLCODE NOT EQUAL ZERO
016200        IF PROD-ID NOT = WS-PREV-P-NO
016300           PERFORM WRITE-PRODUCT-LINE
016400        END-IF
016500        IF WS-PAIRS-SHOWN < WS-TOP-PAIRS
016600           PERFORM WRITE-PAIR-LINE
016700        END-IF
016800        PERFORM FETCH-NEXT-PAIR
016900     END-PERFORM
017000
017100     EXEC SQL
017200        CLOSE CPAIRS
017300     END-EXEC
017400     PERFORM TEST-SQLCODE
017500
017600     CLOSE OUTAFF
017700
017800     DISPLAY 'PART102 : ORDERS IN PERIOD : ' WS-TOTAL-ORDERS
017900     DISPLAY 'PART102 : PRODUCTS LISTED  : ' WS-CNT-PRODUCTS
018000     DISPLAY 'PART102 : PAIRS LISTED     : ' WS-CNT-PAIRS
018100     GOBACK.
018200
018300******************************************************
018400*** AFFFROM / AFFTO = THE PERIOD (YYYY-MM-DD),      ***
018500***   DEFAULT THE LAST 365 DAYS TO TODAY.           ***
018600*** AFFMIN = ORDERS A PAIR NEEDS TO BE LISTED (2).  ***
018700*** AFFTOP = PAIRS SHOWN PER PRODUCT (DEFAULT 5).   ***
018800******************************************************
018900 INITIALIZE-PARAMETERS.
019000     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
019050     CALL RUNDATE USING WS-TODAY-RAW
019100     MOVE WS-TODAY-RAW TO WS-TODAY-INT
019200     MOVE SPACES TO WS-DATE-FROM
019300     MOVE 'AFFFROM' TO WS-PGET-NAME
019333     PERFORM GET-RUN-PARM
019366     MOVE WS-PGET-VALUE TO WS-DATE-FROM
019400     IF WS-DATE-FROM = SPACES
019500        COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
019600                (FUNCTION INTEGER-OF-DATE(WS-TODAY-INT) - 365)
019700        STRING WS-WORK-DATE-X(1:4) '-' WS-WORK-DATE-X(5:2) '-'
019800               WS-WORK-DATE-X(7:2) DELIMITED BY SIZE
019900               INTO WS-DATE-FROM
020000        END-STRING
020100     END-IF
020200     MOVE SPACES TO WS-DATE-TO
020300     MOVE 'AFFTO' TO WS-PGET-NAME
020333     PERFORM GET-RUN-PARM
020366     MOVE WS-PGET-VALUE TO WS-DATE-TO
020400     IF WS-DATE-TO = SPACES
020500        STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
020600               WS-TODAY-RAW(7:2) DELIMITED BY SIZE
020700               INTO WS-DATE-TO
020800        END-STRING
020900     END-IF
021000     MOVE WS-DATE-FROM TO TITLE-FROM-ED
021100     MOVE WS-DATE-TO   TO TITLE-TO-ED
021200
021300     MOVE SPACES TO WS-MIN-PARM
021400     MOVE 'AFFMIN' TO WS-PGET-NAME
021433     PERFORM GET-RUN-PARM
021466     MOVE WS-PGET-VALUE TO WS-MIN-PARM
021500     IF WS-MIN-PARM NOT = SPACES
021600        AND FUNCTION TEST-NUMVAL(WS-MIN-PARM) = ZERO
021700        COMPUTE WS-MIN-PAIRS = FUNCTION NUMVAL(WS-MIN-PARM)
021800     END-IF
021900     IF WS-MIN-PAIRS < 1
022000        MOVE 1 TO WS-MIN-PAIRS
022100     END-IF
022200
022300     MOVE SPACES TO WS-TOP-PARM
022400     MOVE 'AFFTOP' TO WS-PGET-NAME
022433     PERFORM GET-RUN-PARM
022466     MOVE WS-PGET-VALUE TO WS-TOP-PARM
022500     IF WS-TOP-PARM NOT = SPACES
022600        AND FUNCTION TEST-NUMVAL(WS-TOP-PARM) = ZERO
022700        COMPUTE WS-TOP-PAIRS = FUNCTION NUMVAL(WS-TOP-PARM)
022800     END-IF
022900     .
023000
023100******************************************************
023200*** ORDERS WITH AT LEAST ONE COUNTED SALE LINE -    ***
023300*** THE BASE SUPPORT IS MEASURED AGAINST.           ***
023400******************************************************
023500 COUNT-PERIOD-ORDERS.
023600     EXEC SQL
023700        SELECT COUNT(DISTINCT I.O_NO)
023800        INTO :WS-TOTAL-ORDERS
023900        FROM API5.ITEMS I
024000        JOIN API5.ORDERS O
024100        ON  O.O_NO = I.O_NO
024200        WHERE O.O_DATE >= :WS-DATE-FROM
024300        AND   O.O_DATE <= :WS-DATE-TO
024400        AND   I.ITEM_TYPE = 'O'
024500        AND   COALESCE(I.ORIG_P_NO, ' ') = ' '
024600     END-EXEC
024700     PERFORM TEST-SQLCODE
024800     MOVE WS-TOTAL-ORDERS TO TITLE-ORD-ED
024900     .
025000
025100 FETCH-NEXT-PAIR.
025200     EXEC SQL
025300        FETCH CPAIRS
025400        INTO :PROD-ID, :PROD-DESCRIPTION, :WS-ORDERS-A,
025500             :WS-PAIR-P-NO, :WS-PAIR-DESC, :WS-ORDERS-AB
025600     END-EXEC
025700     PERFORM TEST-SQLCODE
025800     .
025900
026000 WRITE-REPORT-HEADER.
026100     WRITE ENR-OUTAFF FROM L-TITLE-LINE
026200     .
026300
026400 WRITE-PRODUCT-LINE.
026500     MOVE PROD-ID      TO WS-PREV-P-NO
026600     MOVE ZERO         TO WS-PAIRS-SHOWN
026700     ADD 1 TO WS-CNT-PRODUCTS
026800     MOVE PROD-ID      TO PRD-PNO-ED
026900     MOVE SPACES       TO PRD-DESC-ED
027000     IF PROD-DESCRIPTION-LEN > ZERO
027100        MOVE FUNCTION TRIM(PROD-DESCRIPTION-TEXT
027200            (1:PROD-DESCRIPTION-LEN)) TO PRD-DESC-ED
027300     END-IF
027400     MOVE WS-ORDERS-A  TO PRD-ORD-ED
027500     WRITE ENR-OUTAFF FROM L-HEADER-BLANK
027600     WRITE ENR-OUTAFF FROM L-PRODUCT-LINE
027700     WRITE ENR-OUTAFF FROM L-COLUMN-HEAD1
027800     .
027900
028000******************************************************
028100*** SUPPORT    = ORDERS WITH BOTH / ALL ORDERS.     ***
028200*** CONFIDENCE = ORDERS WITH BOTH / ORDERS WITH THE ***
028300***              FIRST PRODUCT.                     ***
028400******************************************************
028500 WRITE-PAIR-LINE.
028600     ADD 1 TO WS-PAIRS-SHOWN
028700     ADD 1 TO WS-CNT-PAIRS
028800     MOVE WS-PAIR-P-NO TO PAIR-PNO-ED
028900     MOVE SPACES       TO PAIR-DESC-ED
029000     IF WS-PAIR-DESC-LEN > ZERO
029100        MOVE FUNCTION TRIM(WS-PAIR-DESC-TEXT
029200            (1:WS-PAIR-DESC-LEN)) TO PAIR-DESC-ED
029300     END-IF
029400     MOVE WS-ORDERS-AB TO PAIR-ORD-ED
029500     MOVE ZERO TO PAIR-SUP-ED
029600     IF WS-TOTAL-ORDERS > ZERO
029700        COMPUTE PAIR-SUP-ED ROUNDED =
029800                WS-ORDERS-AB * 100 / WS-TOTAL-ORDERS
029900     END-IF
030000     MOVE ZERO TO PAIR-CONF-ED
030100     IF WS-ORDERS-A > ZERO
030200        COMPUTE PAIR-CONF-ED ROUNDED =
030300                WS-ORDERS-AB * 100 / WS-ORDERS-A
030400     END-IF
030500     WRITE ENR-OUTAFF FROM L-PAIR-LINE
030600     .
030700
030800 TEST-SQLCODE.
030900     EVALUATE TRUE
031000          WHEN SQLCODE IS EQUAL TO ZERO
031100                CONTINUE
031200          WHEN SQLCODE IS GREATER ZERO
031300             IF SQLCODE = 100
031400               CONTINUE
031500             ELSE
031600               DISPLAY 'WARNING : ' SQLCODE
031700             END-IF
031800          WHEN SQLCODE IS LESS THAN ZERO
031900                DISPLAY 'ANOMALIE : ' SQLCODE
032000                PERFORM ABEND-PROG
032100     END-EVALUATE.
032200
032300 ABEND-PROG.
032400     DISPLAY 'PART102 ABENDING - SEE SQLCODE ABOVE'
032500     MOVE 16 TO RETURN-CODE
032600     STOP RUN.
032700
032800******************************************************
032900*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
033000*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
033100*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
033200******************************************************
033300 GET-RUN-PARM.
033400     MOVE RETURN-CODE TO WS-PGET-RETCODE
033500     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
033600                        WS-PGET-VALUE
033700*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
033800     MOVE WS-PGET-RETCODE TO RETURN-CODE
033900     .
