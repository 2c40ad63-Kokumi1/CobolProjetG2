000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART113.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - OPERATOR PRODUCT INQUIRY. THE   *
000600*              OPERATOR SUPPLIES A PRODUCT NUMBER (PRODNO ENV    *
000700*              VAR, THE WAY PART25 TAKES CUSTNO) AND GETS ONE    *
000800*              PAGE ON FICPRQ : THE CATALOG ROW, STOCK /         *
000900*              RESERVED / QUARANTINE / FREE PER DEPOT, UNITS IN  *
001000*              TRANSIT BETWEEN DEPOTS, THE QUARANTINE DETAIL,    *
001100*              OPEN LOTS WITH THEIR RECEIPT DATES, BACKORDERS    *
001200*              AND HELD LINES WAITING ON IT, OPEN PO LINES WITH  *
001300*              THEIR EXPECTED DATES, APPROVED SUBSTITUTES WITH   *
001400*              THEIR FREE STOCK, THE LAST PRICE CHANGES AND THE  *
001500*              LAST 30 DAYS OF STOCK MOVEMENTS. EACH LIST PRINTS *
001600*              AT MOST TEN LINES.                                *
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
002500     SELECT OUTPRQ ASSIGN TO FICPRQ.
002600
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD OUTPRQ.
003000 01 ENR-OUTPRQ PIC X(80).
003100
003200 WORKING-STORAGE SECTION.
003300     EXEC SQL
003400        INCLUDE SQLCA
003500     END-EXEC.
003600     EXEC SQL
003700        INCLUDE PRODUCTS
003800     END-EXEC.
003900     EXEC SQL
004000        INCLUDE WHSTOCK
004100     END-EXEC.
004200     EXEC SQL
004300        INCLUDE STOCKXFR
004400     END-EXEC.
004500     EXEC SQL
004600        INCLUDE STOCKQTN
004700     END-EXEC.
004800     EXEC SQL
004900        INCLUDE STOCKLOT
005000     END-EXEC.
005100     EXEC SQL
005200        INCLUDE BACKORD
005300     END-EXEC.
005400     EXEC SQL
005500        INCLUDE HELDORD
005600     END-EXEC.
005700     EXEC SQL
005800        INCLUDE PURCHORD
005900     END-EXEC.
006000     EXEC SQL
006100        INCLUDE SUBST
006200     END-EXEC.
006300     EXEC SQL
006400        INCLUDE PRICEHIST
006500     END-EXEC.
006600     EXEC SQL
006700        INCLUDE STOCKMVT
006800     END-EXEC.
006900
007000******************************************************
007100*** THE PRODUCT'S STOCK AT EACH DEPOT.              ***
007200******************************************************
007300     EXEC SQL
007400        DECLARE CDEPOT CURSOR
007500        FOR
007600        SELECT W_CODE, STOCK, COALESCE(RESERVED, 0),
007700               COALESCE(QUARANTINE, 0)
007800        FROM API5.WAREHOUSE_STOCK
007900        WHERE P_NO = :PROD-ID
008000        ORDER BY W_CODE
008100     END-EXEC.
008200
008300******************************************************
008400*** TRANSFERS DISPATCHED BUT NOT YET RECEIVED.      ***
008500******************************************************
008600     EXEC SQL
008700        DECLARE CXFR CURSOR
008800        FOR
008900        SELECT XFR_NO, FROM_W, TO_W, QTY, SHIP_DATE
009000        FROM API5.STOCK_TRANSFERS
009100        WHERE P_NO   = :PROD-ID
009200        AND   STATUS = 'T'
009300        ORDER BY SHIP_DATE, XFR_NO
009400     END-EXEC.
009500
009600******************************************************
009700*** UNITS HELD IN INSPECTION ('Q') OR REJECTED AND  ***
009800*** AWAITING RETURN TO THE SUPPLIER ('J').          ***
009900******************************************************
010000     EXEC SQL
010100        DECLARE CQTN CURSOR
010200        FOR
010300        SELECT W_CODE, LOT_NO, STATUS, QTY, RECV_DATE
010400        FROM API5.STOCK_QUARANTINE
010500        WHERE P_NO = :PROD-ID
010600        AND   QTY  > 0
010700        ORDER BY W_CODE, RECV_DATE
010800     END-EXEC.
010900
011000******************************************************
011100*** LOTS STILL ON HAND, OLDEST RECEIPT FIRST - THE  ***
011200*** ORDER THE SALES CONSUME THEM IN.                ***
011300******************************************************
011400     EXEC SQL
011500        DECLARE CLOTS CURSOR
011600        FOR
011700        SELECT W_CODE, LOT_NO, QTY, RECV_DATE
011800        FROM API5.STOCK_LOTS
011900        WHERE P_NO = :PROD-ID
012000        AND   QTY  > 0
012100        ORDER BY RECV_DATE, W_CODE
012200     END-EXEC.
012300
012400******************************************************
012500*** SALE LINES WAITING ON THE PRODUCT - BACKORDERED ***
012600*** FOR STOCK, OR HELD BY THE CREDIT CHECK.         ***
012700******************************************************
012800     EXEC SQL
012900        DECLARE CBACK CURSOR
013000        FOR
013100        SELECT O_NO, C_NO, O_DATE, QUANTITY,
013200               COALESCE(W_CODE, 'W1')
013300        FROM API5.BACKORDERS
013400        WHERE P_NO = :PROD-ID
013500        ORDER BY O_DATE, O_NO
013600     END-EXEC.
013700     EXEC SQL
013800        DECLARE CHELD CURSOR
013900        FOR
014000        SELECT O_NO, C_NO, O_DATE, QUANTITY,
014100               COALESCE(W_CODE, 'W1'),
014200               COALESCE(HOLD_REASON, 'C')
014300        FROM API5.HELD_ORDERS
014400        WHERE P_NO = :PROD-ID
014500        ORDER BY O_DATE, O_NO
014600     END-EXEC.
014700
014800******************************************************
014900*** WHAT IS STILL DUE IN FROM SUPPLIERS.            ***
015000******************************************************
015100     EXEC SQL
015200        DECLARE CPOL CURSOR
015300        FOR
015400        SELECT PO_NO, QTY_ORDERED, QTY_RECEIVED, EXP_DATE
015500        FROM API5.PO_LINES
015600        WHERE P_NO        = :PROD-ID
015700        AND   LINE_STATUS = 'O'
015800        ORDER BY EXP_DATE, PO_NO
015900     END-EXEC.
016000
016100******************************************************
016200*** APPROVED ALTERNATES, WITH WHAT IS FREE OF EACH  ***
016300*** ACROSS ALL DEPOTS.                              ***
016400******************************************************
016500     EXEC SQL
016600        DECLARE CSUBS CURSOR
016700        FOR
016800        SELECT S.SUB_P_NO, S.PRIORITY, P.DESCRIPTION,
016900               (SELECT COALESCE(SUM(W.STOCK
017000                                  - COALESCE(W.RESERVED, 0)
017100                                  - COALESCE(W.QUARANTINE, 0)), 0)
017200                FROM API5.WAREHOUSE_STOCK W
017300                WHERE W.P_NO = S.SUB_P_NO)
017400        FROM API5.SUBSTITUTES S
017500        JOIN API5.PRODUCTS P
017600        ON P.P_NO = S.SUB_P_NO
017700        WHERE S.P_NO = :PROD-ID
017800        ORDER BY S.PRIORITY
017900     END-EXEC.
018000
018100******************************************************
018200*** THE LAST PRICE CHANGES, NEWEST FIRST.           ***
018300******************************************************
018400     EXEC SQL
018500        DECLARE CPRICE CURSOR
018600        FOR
018700        SELECT OLD_PRICE, NEW_PRICE, LOAD_DATE
018800        FROM API5.PRICE_HISTORY
018900        WHERE P_NO = :PROD-ID
019000        ORDER BY LOAD_DATE DESC
019100     END-EXEC.
019200
019300******************************************************
019400*** THE LAST 30 DAYS OF STOCK MOVEMENTS, NEWEST     ***
019500*** FIRST.                                          ***
019600******************************************************
019700     EXEC SQL
019800        DECLARE CMVTS CURSOR
019900        FOR
020000        SELECT MVT_DATE, MVT_TIME, DIRECTION, SOURCE, QTY,
020100               W_CODE, O_NO, COALESCE(LOT_NO, ' ')
020200        FROM API5.STOCK_MOVEMENTS
020300        WHERE P_NO     = :PROD-ID
020400        AND   MVT_DATE >= :WS-CUTOFF-30D
020500        ORDER BY MVT_DATE DESC, MVT_TIME DESC
020600     END-EXEC.
020700
020800 77 WS-PRODNO-PARM   PIC X(3).
020900 77 WS-PROD-FOUND    PIC X VALUE 'N'.
021000    88 PROD-FOUND      VALUE 'O'.
021100    88 PROD-NOT-FOUND  VALUE 'N'.
021200 77 WS-MAX-LINES     PIC 99 VALUE 10.
021300 77 WS-CNT-LINES     PIC 99 VALUE ZERO.
021400 77 WS-LIST-DONE     PIC X VALUE 'N'.
021500    88 LIST-DONE       VALUE 'O'.
021600    88 LIST-NOT-DONE   VALUE 'N'.
021700 77 WS-TODAY-RAW     PIC X(8).
021750 77 RUNDATE          PIC X(8) VALUE 'RUNDATE'.
021758 77 PARMGET          PIC X(8) VALUE 'PARMGET'.
021766 77 WS-PGET-PROGID   PIC X(8) VALUE 'PART113'.
021774 77 WS-PGET-NAME     PIC X(12).
021782 77 WS-PGET-VALUE    PIC X(40).
021790 77 WS-PGET-RETCODE  PIC S9(4) COMP.
021800 77 WS-TODAY-INT     PIC 9(8).
021900 77 WS-WORK-DATE     PIC 9(8).
022000 77 WS-WORK-DATE-X   REDEFINES WS-WORK-DATE PIC X(8).
022100 77 WS-CUTOFF-30D    PIC X(10).
022200 77 WS-FREE          PIC S9(7) COMP-3 VALUE ZERO.
022300 77 WS-HOLD-REASON   PIC X(1).
022400
022500 01 L-HEADER-BLANK   PIC X(80) VALUE SPACE.
022600 01 L-TITLE-LINE     PIC X(80) VALUE
022700    'PRODUCT INQUIRY'.
022800 01 L-NONE-LINE      PIC X(80) VALUE
022900    '  (NONE)'.
023000 01 L-PRODUCT-LINE.
023100    05 FILLER        PIC X(11) VALUE 'PRODUCT  :'.
023200    05 PRD-NO-ED     PIC X(3).
023300    05 FILLER        PIC X(2)  VALUE '  '.
023400    05 PRD-DESC-ED   PIC X(30).
023500    05 FILLER        PIC X(2)  VALUE '  '.
023600    05 PRD-STATUS-ED PIC X(7).
023700    05 FILLER        PIC X(25) VALUE SPACE.
023800 01 L-PRICE-LINE.
023900    05 FILLER        PIC X(11) VALUE 'PRICE    :'.
024000    05 PRD-PRICE-ED  PIC ZZ9,99.
024100    05 FILLER        PIC X(9)  VALUE '  COST : '.
024200    05 PRD-COST-ED   PIC ZZ9,99.
024300    05 FILLER        PIC X(9)  VALUE '  UNIT : '.
024400    05 PRD-UNIT-ED   PIC X(2).
024500    05 FILLER        PIC X(37) VALUE SPACE.
024600 01 L-STOCK-LINE.
024700    05 FILLER        PIC X(11) VALUE 'STOCK    :'.
024800    05 PRD-STOCK-ED  PIC ZZZZ9.
024900    05 FILLER        PIC X(18) VALUE '  REORDER POINT : '.
025000    05 PRD-ROP-ED    PIC ZZZZ9.
025100    05 FILLER        PIC X(8)  VALUE '  QTY : '.
025200    05 PRD-ROQ-ED    PIC ZZZZ9.
025300    05 FILLER        PIC X(28) VALUE SPACE.
025400
025500 01 L-DEPOT-HEAD     PIC X(80) VALUE
025600    'DEPOTS   (DEPOT / STOCK / RESERVED / QUARANTINE / FREE)'.
025700 01 L-DEPOT-LINE.
025800    05 FILLER        PIC X(2)  VALUE SPACE.
025900    05 DEP-W-ED      PIC X(2).
026000    05 FILLER        PIC X(4)  VALUE SPACE.
026100    05 DEP-STOCK-ED  PIC ZZZZ9.
026200    05 FILLER        PIC X(4)  VALUE SPACE.
026300    05 DEP-RES-ED    PIC ZZZZ9.
026400    05 FILLER        PIC X(4)  VALUE SPACE.
026500    05 DEP-QTN-ED    PIC ZZZZ9.
026600    05 FILLER        PIC X(4)  VALUE SPACE.
026700    05 DEP-FREE-ED   PIC -ZZZZ9.
026800    05 FILLER        PIC X(39) VALUE SPACE.
026900
027000 01 L-XFR-HEAD       PIC X(80) VALUE
027100    'IN TRANSIT   (TRANSFER / FROM / TO / QTY / SHIPPED)'.
027200 01 L-XFR-LINE.
027300    05 FILLER        PIC X(2)  VALUE SPACE.
027400    05 XFR-NO-ED     PIC 9(6).
027500    05 FILLER        PIC X(3)  VALUE SPACE.
027600    05 XFR-FROM-ED   PIC X(2).
027700    05 FILLER        PIC X(3)  VALUE SPACE.
027800    05 XFR-TO-ED     PIC X(2).
027900    05 FILLER        PIC X(3)  VALUE SPACE.
028000    05 XFR-QTY-ED    PIC ZZZZ9.
028100    05 FILLER        PIC X(3)  VALUE SPACE.
028200    05 XFR-DATE-ED   PIC X(10).
028300    05 FILLER        PIC X(41) VALUE SPACE.
028400
028500 01 L-QTN-HEAD       PIC X(80) VALUE
028600    'QUARANTINE   (DEPOT / LOT / STATUS / QTY / RECEIVED)'.
028700 01 L-QTN-LINE.
028800    05 FILLER        PIC X(2)  VALUE SPACE.
028900    05 QTN-W-ED      PIC X(2).
029000    05 FILLER        PIC X(3)  VALUE SPACE.
029100    05 QTN-LOT-ED    PIC X(10).
029200    05 FILLER        PIC X(3)  VALUE SPACE.
029300    05 QTN-STATUS-ED PIC X(1).
029400    05 FILLER        PIC X(3)  VALUE SPACE.
029500    05 QTN-QTY-ED    PIC ZZZZ9.
029600    05 FILLER        PIC X(3)  VALUE SPACE.
029700    05 QTN-DATE-ED   PIC X(10).
029800    05 FILLER        PIC X(38) VALUE SPACE.
029900
030000 01 L-LOT-HEAD       PIC X(80) VALUE
030100    'OPEN LOTS   (DEPOT / LOT / QTY / RECEIVED)'.
030200 01 L-LOT-LINE.
030300    05 FILLER        PIC X(2)  VALUE SPACE.
030400    05 LOT-W-ED      PIC X(2).
030500    05 FILLER        PIC X(3)  VALUE SPACE.
030600    05 LOT-NO-ED     PIC X(10).
030700    05 FILLER        PIC X(3)  VALUE SPACE.
030800    05 LOT-QTY-ED    PIC ZZZZ9.
030900    05 FILLER        PIC X(3)  VALUE SPACE.
031000    05 LOT-DATE-ED   PIC X(10).
031100    05 FILLER        PIC X(42) VALUE SPACE.
031200
031300 01 L-BACK-HEAD      PIC X(80) VALUE
031400    'BACKORDERS   (ORDER / CUSTOMER / DEPOT / QTY / DATE)'.
031500 01 L-HELD-HEAD      PIC X(80) VALUE
031600    'HELD LINES   (ORDER / CUSTOMER / DEPOT / QTY / DATE / WHY)'.
031700 01 L-WAIT-LINE.
031800    05 FILLER        PIC X(2)  VALUE SPACE.
031900    05 WAIT-ONO-ED   PIC 9(6).
032000    05 FILLER        PIC X(3)  VALUE SPACE.
032100    05 WAIT-CNO-ED   PIC 9(4).
032200    05 FILLER        PIC X(3)  VALUE SPACE.
032300    05 WAIT-W-ED     PIC X(2).
032400    05 FILLER        PIC X(3)  VALUE SPACE.
032500    05 WAIT-QTY-ED   PIC ZZZZ9.
032600    05 FILLER        PIC X(3)  VALUE SPACE.
032700    05 WAIT-DATE-ED  PIC X(10).
032800    05 FILLER        PIC X(3)  VALUE SPACE.
032900    05 WAIT-REASON-ED PIC X(11).
033000    05 FILLER        PIC X(25) VALUE SPACE.
033100
033200 01 L-POL-HEAD       PIC X(80) VALUE
033300    'DUE IN   (PO / ORDERED / RECEIVED / EXPECTED)'.
033400 01 L-POL-LINE.
033500    05 FILLER        PIC X(2)  VALUE SPACE.
033600    05 POL-NO-ED     PIC 9(6).
033700    05 FILLER        PIC X(3)  VALUE SPACE.
033800    05 POL-ORD-ED    PIC ZZZZ9.
033900    05 FILLER        PIC X(3)  VALUE SPACE.
034000    05 POL-RCV-ED    PIC ZZZZ9.
034100    05 FILLER        PIC X(3)  VALUE SPACE.
034200    05 POL-DATE-ED   PIC X(10).
034300    05 FILLER        PIC X(43) VALUE SPACE.
034400
034500 01 L-SUB-HEAD       PIC X(80) VALUE
034600    'SUBSTITUTES   (PRIORITY / PRODUCT / DESCRIPTION / FREE)'.
034700 01 L-SUB-LINE.
034800    05 FILLER        PIC X(2)  VALUE SPACE.
034900    05 SUB-PRIO-ED   PIC Z9.
035000    05 FILLER        PIC X(3)  VALUE SPACE.
035100    05 SUB-PNO-ED    PIC X(3).
035200    05 FILLER        PIC X(3)  VALUE SPACE.
035300    05 SUB-DESC-ED   PIC X(30).
035400    05 FILLER        PIC X(3)  VALUE SPACE.
035500    05 SUB-FREE-ED   PIC -ZZZZZ9.
035600    05 FILLER        PIC X(27) VALUE SPACE.
035700
035800 01 L-PRICE-HEAD     PIC X(80) VALUE
035900    'PRICE CHANGES   (DATE / OLD / NEW)'.
036000 01 L-PRH-LINE.
036100    05 FILLER        PIC X(2)  VALUE SPACE.
036200    05 PRH-DATE-ED   PIC X(10).
036300    05 FILLER        PIC X(3)  VALUE SPACE.
036400    05 PRH-OLD-ED    PIC ZZ9,99.
036500    05 FILLER        PIC X(3)  VALUE SPACE.
036600    05 PRH-NEW-ED    PIC ZZ9,99.
036700    05 FILLER        PIC X(50) VALUE SPACE.
036800
036900 01 L-MVTS-HEAD      PIC X(80) VALUE
037000    'LAST 30 DAYS (DATE/TIME/DIR/SRC/QTY/DEPOT/ORDER/LOT)'.
037100 01 L-MVT-LINE.
037200    05 FILLER        PIC X(2)  VALUE SPACE.
037300    05 MVT-DATE-ED   PIC X(10).
037400    05 FILLER        PIC X(2)  VALUE SPACE.
037500    05 MVT-TIME-ED   PIC X(8).
037600    05 FILLER        PIC X(2)  VALUE SPACE.
037700    05 MVT-DIR-ED    PIC X(1).
037800    05 FILLER        PIC X(3)  VALUE SPACE.
037900    05 MVT-SRC-ED    PIC X(1).
038000    05 FILLER        PIC X(3)  VALUE SPACE.
038100    05 MVT-QTY-ED    PIC ZZZZ9.
038200    05 FILLER        PIC X(3)  VALUE SPACE.
038300    05 MVT-W-ED      PIC X(2).
038400    05 FILLER        PIC X(3)  VALUE SPACE.
038500    05 MVT-ONO-ED    PIC 9(6).
038600    05 FILLER        PIC X(2)  VALUE SPACE.
038700    05 MVT-LOT-ED    PIC X(10).
038800    05 FILLER        PIC X(17) VALUE SPACE.
038900
039000 PROCEDURE DIVISION.
039100     PERFORM INITIALIZE-PARAMETERS
039200     PERFORM FETCH-PRODUCT
039300
039400     IF PROD-FOUND
039500        OPEN OUTPUT OUTPRQ
039600        PERFORM WRITE-PRODUCT-HEADER
039700        PERFORM PRINT-DEPOTS
039800        PERFORM PRINT-IN-TRANSIT
039900        PERFORM PRINT-QUARANTINE
040000        PERFORM PRINT-OPEN-LOTS
040100        PERFORM PRINT-BACKORDERS
040200        PERFORM PRINT-HELD-LINES
040300        PERFORM PRINT-DUE-IN
040400        PERFORM PRINT-SUBSTITUTES
040500        PERFORM PRINT-PRICE-CHANGES
040600        PERFORM PRINT-RECENT-MOVEMENTS
040700        CLOSE OUTPRQ
040800        DISPLAY 'PART113 : INQUIRY PRINTED FOR PRODUCT ' PROD-ID
040900     ELSE
041000        DISPLAY 'PART113 : PRODUCT NOT FOUND : ' WS-PRODNO-PARM
041100     END-IF
041200
041300     GOBACK.
041400
041500******************************************************
041600*** READS THE PRODUCT NUMBER TO LOOK UP FROM AN     ***
041700*** OPERATOR-SUPPLIED ENVIRONMENT VARIABLE, AND     ***
041800*** WORKS OUT WHERE THE 30-DAY MOVEMENT LIST        ***
041900*** STARTS.                                         ***
042000******************************************************
042100 INITIALIZE-PARAMETERS.
042200     MOVE SPACES TO WS-PRODNO-PARM
042300     MOVE 'PRODNO' TO WS-PGET-NAME
042333     PERFORM GET-RUN-PARM
042366     MOVE WS-PGET-VALUE TO WS-PRODNO-PARM
042400     MOVE WS-PRODNO-PARM TO PROD-ID
042500
042600     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
042650     CALL RUNDATE USING WS-TODAY-RAW
042700     MOVE WS-TODAY-RAW TO WS-TODAY-INT
042800     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
042900             (FUNCTION INTEGER-OF-DATE(WS-TODAY-INT) - 30)
043000     MOVE SPACES TO WS-CUTOFF-30D
043100     STRING WS-WORK-DATE-X(1:4) '-' WS-WORK-DATE-X(5:2) '-'
043200            WS-WORK-DATE-X(7:2) DELIMITED BY SIZE
043300            INTO WS-CUTOFF-30D
043400     END-STRING
043500     .
043600
043700 FETCH-PRODUCT.
043800     SET PROD-NOT-FOUND TO TRUE
043900     EXEC SQL
044000        SELECT DESCRIPTION, PRICE, STOCK,
044100               COALESCE(REORDER_POINT, 0),
044200               COALESCE(REORDER_QTY, 0),
044300               COALESCE(ACTIVE, ' '), COALESCE(COST, 0),
044400               COALESCE(BASE_UNIT, 'EA')
044500          INTO :PROD-DESCRIPTION, :PROD-PRICE, :PROD-STOCK,
044600               :PROD-REORDER-POINT, :PROD-REORDER-QTY,
044700               :PROD-ACTIVE, :PROD-COST, :PROD-BASE-UNIT
044800        FROM API5.PRODUCTS
044900        WHERE P_NO = :PROD-ID
045000     END-EXEC
045100
045200     EVALUATE TRUE
045300        WHEN SQLCODE = ZERO
045400             SET PROD-FOUND TO TRUE
045500        WHEN SQLCODE = +100
045600             CONTINUE
045700        WHEN SQLCODE > ZERO
045800             DISPLAY 'WARNING FETCH PRODUCT : ' SQLCODE
045900        WHEN OTHER
046000             DISPLAY 'ANOMALIE FETCH PRODUCT : ' SQLCODE
046100             PERFORM ABEND-PROG
046200     END-EVALUATE
046300     .
046400
046500 WRITE-PRODUCT-HEADER.
046600     MOVE PROD-ID               TO PRD-NO-ED
046700     MOVE PROD-DESCRIPTION-TEXT TO PRD-DESC-ED
046800     IF PROD-ACTIVE = 'I'
046900        MOVE 'RETIRED' TO PRD-STATUS-ED
047000     ELSE
047100        MOVE 'ACTIVE'  TO PRD-STATUS-ED
047200     END-IF
047300     MOVE PROD-PRICE            TO PRD-PRICE-ED
047400     MOVE PROD-COST             TO PRD-COST-ED
047500     MOVE PROD-BASE-UNIT        TO PRD-UNIT-ED
047600     MOVE PROD-STOCK            TO PRD-STOCK-ED
047700     MOVE PROD-REORDER-POINT    TO PRD-ROP-ED
047800     MOVE PROD-REORDER-QTY      TO PRD-ROQ-ED
047900
048000     WRITE ENR-OUTPRQ FROM L-TITLE-LINE
048100     WRITE ENR-OUTPRQ FROM L-HEADER-BLANK
048200     WRITE ENR-OUTPRQ FROM L-PRODUCT-LINE
048300     WRITE ENR-OUTPRQ FROM L-PRICE-LINE
048400     WRITE ENR-OUTPRQ FROM L-STOCK-LINE
048500     WRITE ENR-OUTPRQ FROM L-HEADER-BLANK
048600     .
048700
048800******************************************************
048900*** EVERY LIST BELOW FOLLOWS THE SAME SHAPE : THE   ***
049000*** HEADING, AT MOST WS-MAX-LINES ROWS (OR NONE),   ***
049100*** THEN A BLANK LINE.                              ***
049200******************************************************
049300 START-LIST.
049400     MOVE ZERO TO WS-CNT-LINES
049500     SET LIST-NOT-DONE TO TRUE
049600     .
049700
049800 END-LIST.
049900     IF WS-CNT-LINES = ZERO
050000        WRITE ENR-OUTPRQ FROM L-NONE-LINE
050100     END-IF
050200     WRITE ENR-OUTPRQ FROM L-HEADER-BLANK
050300     .
050400
050500 PRINT-DEPOTS.
050600     WRITE ENR-OUTPRQ FROM L-DEPOT-HEAD
050700     EXEC SQL
050800        OPEN CDEPOT
050900     END-EXEC
051000     PERFORM TEST-SQLCODE
051100     PERFORM START-LIST
051200     PERFORM PRINT-ONE-DEPOT
051300        UNTIL LIST-DONE OR WS-CNT-LINES >= WS-MAX-LINES
051400     EXEC SQL
051500        CLOSE CDEPOT
051600     END-EXEC
051700     PERFORM TEST-SQLCODE
051800     PERFORM END-LIST
051900     .
052000
052100 PRINT-ONE-DEPOT.
052200     EXEC SQL
052300        FETCH CDEPOT
052400        INTO :WHS-W-CODE, :WHS-STOCK, :WHS-RESERVED,
052500             :WHS-QUARANTINE
052600     END-EXEC
052700     EVALUATE TRUE
052800        WHEN SQLCODE = +100
052900             SET LIST-DONE TO TRUE
053000        WHEN SQLCODE = ZERO
053100             ADD 1 TO WS-CNT-LINES
053200             COMPUTE WS-FREE = WHS-STOCK - WHS-RESERVED
053300                             - WHS-QUARANTINE
053400             MOVE WHS-W-CODE     TO DEP-W-ED
053500             MOVE WHS-STOCK      TO DEP-STOCK-ED
053600             MOVE WHS-RESERVED   TO DEP-RES-ED
053700             MOVE WHS-QUARANTINE TO DEP-QTN-ED
053800             MOVE WS-FREE        TO DEP-FREE-ED
053900             WRITE ENR-OUTPRQ FROM L-DEPOT-LINE
054000        WHEN OTHER
054100             PERFORM TEST-SQLCODE
054200     END-EVALUATE
054300     .
054400
054500 PRINT-IN-TRANSIT.
054600     WRITE ENR-OUTPRQ FROM L-XFR-HEAD
054700     EXEC SQL
054800        OPEN CXFR
054900     END-EXEC
055000     PERFORM TEST-SQLCODE
055100     PERFORM START-LIST
055200     PERFORM PRINT-ONE-TRANSFER
055300        UNTIL LIST-DONE OR WS-CNT-LINES >= WS-MAX-LINES
055400     EXEC SQL
055500        CLOSE CXFR
055600     END-EXEC
055700     PERFORM TEST-SQLCODE
055800     PERFORM END-LIST
055900     .
056000
056100 PRINT-ONE-TRANSFER.
056200     EXEC SQL
056300        FETCH CXFR
056400        INTO :XFR-NO, :XFR-FROM-W, :XFR-TO-W, :XFR-QTY,
056500             :XFR-SHIP-DATE
056600     END-EXEC
056700     EVALUATE TRUE
056800        WHEN SQLCODE = +100
056900             SET LIST-DONE TO TRUE
057000        WHEN SQLCODE = ZERO
057100             ADD 1 TO WS-CNT-LINES
057200             MOVE XFR-NO        TO XFR-NO-ED
057300             MOVE XFR-FROM-W    TO XFR-FROM-ED
057400             MOVE XFR-TO-W      TO XFR-TO-ED
057500             MOVE XFR-QTY       TO XFR-QTY-ED
057600             MOVE XFR-SHIP-DATE TO XFR-DATE-ED
057700             WRITE ENR-OUTPRQ FROM L-XFR-LINE
057800        WHEN OTHER
057900             PERFORM TEST-SQLCODE
058000     END-EVALUATE
058100     .
058200
058300 PRINT-QUARANTINE.
058400     WRITE ENR-OUTPRQ FROM L-QTN-HEAD
058500     EXEC SQL
058600        OPEN CQTN
058700     END-EXEC
058800     PERFORM TEST-SQLCODE
058900     PERFORM START-LIST
059000     PERFORM PRINT-ONE-QUARANTINE
059100        UNTIL LIST-DONE OR WS-CNT-LINES >= WS-MAX-LINES
059200     EXEC SQL
059300        CLOSE CQTN
059400     END-EXEC
059500     PERFORM TEST-SQLCODE
059600     PERFORM END-LIST
059700     .
059800
059900 PRINT-ONE-QUARANTINE.
060000     EXEC SQL
060100        FETCH CQTN
060200        INTO :QTN-W-CODE, :QTN-LOT-NO, :QTN-STATUS, :QTN-QTY,
060300             :QTN-RECV-DATE
060400     END-EXEC
060500     EVALUATE TRUE
060600        WHEN SQLCODE = +100
060700             SET LIST-DONE TO TRUE
060800        WHEN SQLCODE = ZERO
060900             ADD 1 TO WS-CNT-LINES
061000             MOVE QTN-W-CODE    TO QTN-W-ED
061100             MOVE QTN-LOT-NO    TO QTN-LOT-ED
061200             MOVE QTN-STATUS    TO QTN-STATUS-ED
061300             MOVE QTN-QTY       TO QTN-QTY-ED
061400             MOVE QTN-RECV-DATE TO QTN-DATE-ED
061500             WRITE ENR-OUTPRQ FROM L-QTN-LINE
061600        WHEN OTHER
061700             PERFORM TEST-SQLCODE
061800     END-EVALUATE
061900     .
062000
062100 PRINT-OPEN-LOTS.
062200     WRITE ENR-OUTPRQ FROM L-LOT-HEAD
062300     EXEC SQL
062400        OPEN CLOTS
062500     END-EXEC
062600     PERFORM TEST-SQLCODE
062700     PERFORM START-LIST
062800     PERFORM PRINT-ONE-LOT
062900        UNTIL LIST-DONE OR WS-CNT-LINES >= WS-MAX-LINES
063000     EXEC SQL
063100        CLOSE CLOTS
063200     END-EXEC
063300     PERFORM TEST-SQLCODE
063400     PERFORM END-LIST
063500     .
063600
063700 PRINT-ONE-LOT.
063800     EXEC SQL
063900        FETCH CLOTS
064000        INTO :LOT-W-CODE, :LOT-NO, :LOT-QTY, :LOT-RECV-DATE
064100     END-EXEC
064200     EVALUATE TRUE
064300        WHEN SQLCODE = +100
064400             SET LIST-DONE TO TRUE
064500        WHEN SQLCODE = ZERO
064600             ADD 1 TO WS-CNT-LINES
064700             MOVE LOT-W-CODE    TO LOT-W-ED
064800             MOVE LOT-NO        TO LOT-NO-ED
064900             MOVE LOT-QTY       TO LOT-QTY-ED
065000             MOVE LOT-RECV-DATE TO LOT-DATE-ED
065100             WRITE ENR-OUTPRQ FROM L-LOT-LINE
065200        WHEN OTHER
065300             PERFORM TEST-SQLCODE
065400     END-EVALUATE
065500     .
065600
065700 PRINT-BACKORDERS.
065800     WRITE ENR-OUTPRQ FROM L-BACK-HEAD
065900     EXEC SQL
066000        OPEN CBACK
066100     END-EXEC
066200     PERFORM TEST-SQLCODE
066300     PERFORM START-LIST
066400     PERFORM PRINT-ONE-BACKORDER
066500        UNTIL LIST-DONE OR WS-CNT-LINES >= WS-MAX-LINES
066600     EXEC SQL
066700        CLOSE CBACK
066800     END-EXEC
066900     PERFORM TEST-SQLCODE
067000     PERFORM END-LIST
067100     .
067200
067300 PRINT-ONE-BACKORDER.
067400     EXEC SQL
067500        FETCH CBACK
067600        INTO :BACKORD-O-NO, :BACKORD-C-NO, :BACKORD-O-DATE,
067700             :BACKORD-QUANTITY, :BACKORD-W-CODE
067800     END-EXEC
067900     EVALUATE TRUE
068000        WHEN SQLCODE = +100
068100             SET LIST-DONE TO TRUE
068200        WHEN SQLCODE = ZERO
068300             ADD 1 TO WS-CNT-LINES
068400             MOVE BACKORD-O-NO     TO WAIT-ONO-ED
068500             MOVE BACKORD-C-NO     TO WAIT-CNO-ED
068600             MOVE BACKORD-W-CODE   TO WAIT-W-ED
068700             MOVE BACKORD-QUANTITY TO WAIT-QTY-ED
068800             MOVE BACKORD-O-DATE   TO WAIT-DATE-ED
068900             MOVE SPACES           TO WAIT-REASON-ED
069000             WRITE ENR-OUTPRQ FROM L-WAIT-LINE
069100        WHEN OTHER
069200             PERFORM TEST-SQLCODE
069300     END-EVALUATE
069400     .
069500
069600 PRINT-HELD-LINES.
069700     WRITE ENR-OUTPRQ FROM L-HELD-HEAD
069800     EXEC SQL
069900        OPEN CHELD
070000     END-EXEC
070100     PERFORM TEST-SQLCODE
070200     PERFORM START-LIST
070300     PERFORM PRINT-ONE-HELD-LINE
070400        UNTIL LIST-DONE OR WS-CNT-LINES >= WS-MAX-LINES
070500     EXEC SQL
070600        CLOSE CHELD
070700     END-EXEC
070800     PERFORM TEST-SQLCODE
070900     PERFORM END-LIST
071000     .
071100
071200 PRINT-ONE-HELD-LINE.
071300     EXEC SQL
071400        FETCH CHELD
071500        INTO :HELD-O-NO, :HELD-C-NO, :HELD-O-DATE,
071600             :HELD-QUANTITY, :HELD-W-CODE, :HELD-REASON
071700     END-EXEC
071800     EVALUATE TRUE
071900        WHEN SQLCODE = +100
072000             SET LIST-DONE TO TRUE
072100        WHEN SQLCODE = ZERO
072200             ADD 1 TO WS-CNT-LINES
072300             MOVE HELD-O-NO     TO WAIT-ONO-ED
072400             MOVE HELD-C-NO     TO WAIT-CNO-ED
072500             MOVE HELD-W-CODE   TO WAIT-W-ED
072600             MOVE HELD-QUANTITY TO WAIT-QTY-ED
072700             MOVE HELD-O-DATE   TO WAIT-DATE-ED
072800             IF HELD-REASON = 'B'
072900                MOVE 'COLLECTIONS' TO WAIT-REASON-ED
073000             ELSE
073100                MOVE 'CREDIT'      TO WAIT-REASON-ED
073200             END-IF
073300             WRITE ENR-OUTPRQ FROM L-WAIT-LINE
073400        WHEN OTHER
073500             PERFORM TEST-SQLCODE
073600     END-EVALUATE
073700     .
073800
073900 PRINT-DUE-IN.
074000     WRITE ENR-OUTPRQ FROM L-POL-HEAD
074100     EXEC SQL
074200        OPEN CPOL
074300     END-EXEC
074400     PERFORM TEST-SQLCODE
074500     PERFORM START-LIST
074600     PERFORM PRINT-ONE-PO-LINE
074700        UNTIL LIST-DONE OR WS-CNT-LINES >= WS-MAX-LINES
074800     EXEC SQL
074900        CLOSE CPOL
075000     END-EXEC
075100     PERFORM TEST-SQLCODE
075200     PERFORM END-LIST
075300     .
075400
075500 PRINT-ONE-PO-LINE.
075600     EXEC SQL
075700        FETCH CPOL
075800        INTO :POL-PO-NO, :POL-QTY-ORDERED, :POL-QTY-RECEIVED,
075900             :POL-EXP-DATE
076000     END-EXEC
076100     EVALUATE TRUE
076200        WHEN SQLCODE = +100
076300             SET LIST-DONE TO TRUE
076400        WHEN SQLCODE = ZERO
076500             ADD 1 TO WS-CNT-LINES
076600             MOVE POL-PO-NO        TO POL-NO-ED
076700             MOVE POL-QTY-ORDERED  TO POL-ORD-ED
076800             MOVE POL-QTY-RECEIVED TO POL-RCV-ED
076900             MOVE POL-EXP-DATE     TO POL-DATE-ED
077000             WRITE ENR-OUTPRQ FROM L-POL-LINE
077100        WHEN OTHER
077200             PERFORM TEST-SQLCODE
077300     END-EVALUATE
077400     .
077500
077600 PRINT-SUBSTITUTES.
077700     WRITE ENR-OUTPRQ FROM L-SUB-HEAD
077800     MOVE PROD-ID TO SUB-P-NO
077900     EXEC SQL
078000        OPEN CSUBS
078100     END-EXEC
078200     PERFORM TEST-SQLCODE
078300     PERFORM START-LIST
078400     PERFORM PRINT-ONE-SUBSTITUTE
078500        UNTIL LIST-DONE OR WS-CNT-LINES >= WS-MAX-LINES
078600     EXEC SQL
078700        CLOSE CSUBS
078800     END-EXEC
078900     PERFORM TEST-SQLCODE
079000     PERFORM END-LIST
079100     .
079200
079300******************************************************
079400*** THE SUBSTITUTE'S DESCRIPTION LANDS IN THE       ***
079500*** PRODUCTS HOST AREA - THE HEADER IS ALREADY OUT. ***
079600******************************************************
079700 PRINT-ONE-SUBSTITUTE.
079800     EXEC SQL
079900        FETCH CSUBS
080000        INTO :SUB-ALT-P-NO, :SUB-PRIORITY, :PROD-DESCRIPTION,
080100             :WS-FREE
080200     END-EXEC
080300     EVALUATE TRUE
080400        WHEN SQLCODE = +100
080500             SET LIST-DONE TO TRUE
080600        WHEN SQLCODE = ZERO
080700             ADD 1 TO WS-CNT-LINES
080800             MOVE SUB-PRIORITY          TO SUB-PRIO-ED
080900             MOVE SUB-ALT-P-NO          TO SUB-PNO-ED
081000             MOVE PROD-DESCRIPTION-TEXT TO SUB-DESC-ED
081100             MOVE WS-FREE               TO SUB-FREE-ED
081200             WRITE ENR-OUTPRQ FROM L-SUB-LINE
081300        WHEN OTHER
081400             PERFORM TEST-SQLCODE
081500     END-EVALUATE
081600     .
081700
081800 PRINT-PRICE-CHANGES.
081900     WRITE ENR-OUTPRQ FROM L-PRICE-HEAD
082000     EXEC SQL
082100        OPEN CPRICE
082200     END-EXEC
082300     PERFORM TEST-SQLCODE
082400     PERFORM START-LIST
082500     PERFORM PRINT-ONE-PRICE-CHANGE
082600        UNTIL LIST-DONE OR WS-CNT-LINES >= WS-MAX-LINES
082700     EXEC SQL
082800        CLOSE CPRICE
082900     END-EXEC
083000     PERFORM TEST-SQLCODE
083100     PERFORM END-LIST
083200     .
083300
083400 PRINT-ONE-PRICE-CHANGE.
083500     EXEC SQL
083600        FETCH CPRICE
083700        INTO :PRHIST-OLD-PRICE, :PRHIST-NEW-PRICE,
083800             :PRHIST-LOAD-DATE
083900     END-EXEC
084000     EVALUATE TRUE
084100        WHEN SQLCODE = +100
084200             SET LIST-DONE TO TRUE
084300        WHEN SQLCODE = ZERO
084400             ADD 1 TO WS-CNT-LINES
084500             MOVE PRHIST-LOAD-DATE TO PRH-DATE-ED
084600             MOVE PRHIST-OLD-PRICE TO PRH-OLD-ED
084700             MOVE PRHIST-NEW-PRICE TO PRH-NEW-ED
084800             WRITE ENR-OUTPRQ FROM L-PRH-LINE
084900        WHEN OTHER
085000             PERFORM TEST-SQLCODE
085100     END-EVALUATE
085200     .
085300
085400 PRINT-RECENT-MOVEMENTS.
085500     WRITE ENR-OUTPRQ FROM L-MVTS-HEAD
085600     EXEC SQL
085700        OPEN CMVTS
085800     END-EXEC
085900     PERFORM TEST-SQLCODE
086000     PERFORM START-LIST
086100     PERFORM PRINT-ONE-MOVEMENT
086200        UNTIL LIST-DONE OR WS-CNT-LINES >= WS-MAX-LINES
086300     EXEC SQL
086400        CLOSE CMVTS
086500     END-EXEC
086600     PERFORM TEST-SQLCODE
086700     IF WS-CNT-LINES = ZERO
086800        WRITE ENR-OUTPRQ FROM L-NONE-LINE
086900     END-IF
087000     .
087100
087200 PRINT-ONE-MOVEMENT.
087300     EXEC SQL
087400        FETCH CMVTS
087500        INTO :STKMVT-DATE, :STKMVT-TIME, :STKMVT-DIRECTION,
087600             :STKMVT-SOURCE, :STKMVT-QTY, :STKMVT-W-CODE,
087700             :STKMVT-O-NO, :STKMVT-LOT
087800     END-EXEC
087900     EVALUATE TRUE
088000        WHEN SQLCODE = +100
088100             SET LIST-DONE TO TRUE
088200        WHEN SQLCODE = ZERO
088300             ADD 1 TO WS-CNT-LINES
088400             MOVE STKMVT-DATE      TO MVT-DATE-ED
088500             MOVE STKMVT-TIME      TO MVT-TIME-ED
088600             MOVE STKMVT-DIRECTION TO MVT-DIR-ED
088700             MOVE STKMVT-SOURCE    TO MVT-SRC-ED
088800             MOVE STKMVT-QTY       TO MVT-QTY-ED
088900             MOVE STKMVT-W-CODE    TO MVT-W-ED
089000             MOVE STKMVT-O-NO      TO MVT-ONO-ED
089100             MOVE STKMVT-LOT       TO MVT-LOT-ED
089200             WRITE ENR-OUTPRQ FROM L-MVT-LINE
089300        WHEN OTHER
089400             PERFORM TEST-SQLCODE
089500     END-EVALUATE
089600     .
089700
089800 TEST-SQLCODE.
089900     EVALUATE TRUE
090000          WHEN SQLCODE IS EQUAL TO ZERO
090100                CONTINUE
090200          WHEN SQLCODE IS GREATER ZERO
090300             IF SQLCODE = 100
090400               CONTINUE
090500             ELSE
090600               DISPLAY 'WARNING : ' SQLCODE
090700             END-IF
090800          WHEN SQLCODE IS LESS THAN ZERO
090900                DISPLAY 'ANOMALIE : ' SQLCODE
091000                PERFORM ABEND-PROG
091100     END-EVALUATE.
091200
091300 ABEND-PROG.
091400     DISPLAY 'PART113 ABENDING - SEE SQLCODE ABOVE'
091500     MOVE 16 TO RETURN-CODE
091600     STOP RUN.
091700
091800******************************************************
091900*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
092000*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
092100*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
092200******************************************************
092300 GET-RUN-PARM.
092400     MOVE RETURN-CODE TO WS-PGET-RETCODE
092500     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
092600                        WS-PGET-VALUE
092700*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
092800     MOVE WS-PGET-RETCODE TO RETURN-CODE
092900     .
