000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART100.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - CUSTOMER PROFITABILITY FOR      *
000600*              SALES MANAGEMENT (FICPRF). FOR THE PERIOD PRFFROM *
000700*              TO PRFTO (YYYY-MM-DD, DEFAULT THE YEAR TO DATE)   *
000800*              EACH ACTIVE CUSTOMER'S SALES REVENUE AND          *
000900*              ITEMS.UNIT_COST MARGIN IS REDUCED BY THE MARGIN   *
001000*              GIVEN BACK ON RETURN LINES, THE SMALL-BALANCE     *
001100*              WRITE-OFFS ('W'), REFUNDS ('R') AND SETTLEMENT    *
001200*              DISCOUNTS ('S') ON BALANCE_HISTORY, AND - FOR AN  *
001300*              ACCOUNT PART49 HANDED TO COLLECTIONS IN THE       *
001400*              PERIOD (CUSTOMER_CHANGES COLL_FLAG) - ITS BALANCE *
001500*              AS BAD DEBT. THE AVERAGE DAYS TO PAY IS SHOWN     *
001600*              FROM THE ORDER-REFERENCED RECEIPTS. CUSTOMERS ARE *
001700*              RANKED BY NET CONTRIBUTION AND THE BOTTOM TENTH   *
001800*              IS FLAGGED.                                       *
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
002700     SELECT OUTPRF ASSIGN TO FICPRF.
002800
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD OUTPRF.
003200 01 ENR-OUTPRF PIC X(140).
003300
003400 WORKING-STORAGE SECTION.
003500     EXEC SQL
003600        INCLUDE SQLCA
003700     END-EXEC.
003800     EXEC SQL
003900        INCLUDE CUSTOMER
004000     END-EXEC.
004100     EXEC SQL
004200        INCLUDE CASHRCPT
004300     END-EXEC.
004400
004500******************************************************
004600*** EVERY CUSTOMER WITH AN ORDER OR A BALANCE       ***
004700*** MOVEMENT IN THE PERIOD, WITH WHAT THEY EARNED   ***
004800*** AND WHAT THEY COST, BEST CONTRIBUTION FIRST.    ***
004900******************************************************
005000     EXEC SQL
005100        DECLARE CPROFIT CURSOR
005200        FOR
005300        SELECT T.C_NO, T.NAME, T.REVENUE, T.COST, T.RET_MARGIN,
005400               T.WRITE_OFF, T.REFUND, T.DISCOUNT, T.BAD_DEBT,
005500               T.REVENUE - T.COST - T.RET_MARGIN - T.WRITE_OFF
005600               - T.REFUND - T.DISCOUNT - T.BAD_DEBT
005700        FROM (
005800          SELECT C.C_NO, C.NAME,
005900            COALESCE((SELECT SUM(I.QUANTITY * I.PRICE)
006000                      FROM API5.ITEMS I
006100                      JOIN API5.ORDERS O
006200                      ON I.O_NO = O.O_NO
006300                      WHERE O.C_NO = C.C_NO
006400                      AND   O.O_DATE >= :WS-DATE-FROM
006500                      AND   O.O_DATE <= :WS-DATE-TO
006600                      AND   I.ITEM_TYPE = 'O'), 0) AS REVENUE,
006700            COALESCE((SELECT SUM(I.QUANTITY
006800                                 * COALESCE(I.UNIT_COST, 0))
006900                      FROM API5.ITEMS I
007000                      JOIN API5.ORDERS O
007100                      ON I.O_NO = O.O_NO
007200                      WHERE O.C_NO = C.C_NO
007300                      AND   O.O_DATE >= :WS-DATE-FROM
007400                      AND   O.O_DATE <= :WS-DATE-TO
007500                      AND   I.ITEM_TYPE = 'O'), 0) AS COST,
007600            COALESCE((SELECT SUM(I.QUANTITY * (I.PRICE
007700                                 - COALESCE(I.UNIT_COST, 0)))
007800                      FROM API5.ITEMS I
007900                      JOIN API5.ORDERS O
008000                      ON I.O_NO = O.O_NO
008100                      WHERE O.C_NO = C.C_NO
008200                      AND   O.O_DATE >= :WS-DATE-FROM
008300                      AND   O.O_DATE <= :WS-DATE-TO
008400                      AND   I.ITEM_TYPE = 'R'), 0) AS RET_MARGIN,
008500            COALESCE((SELECT 0 - SUM(B.AMOUNT)
008600                      FROM API5.BALANCE_HISTORY B
008700                      WHERE B.C_NO = C.C_NO
008800                      AND   B.HIST_DATE >= :WS-DATE-FROM
008900                      AND   B.HIST_DATE <= :WS-DATE-TO
009000                      AND   B.HIST_TYPE = 'W'), 0) AS WRITE_OFF,
009100            COALESCE((SELECT SUM(B.AMOUNT)
009200                      FROM API5.BALANCE_HISTORY B
009300                      WHERE B.C_NO = C.C_NO
009400                      AND   B.HIST_DATE >= :WS-DATE-FROM
009500                      AND   B.HIST_DATE <= :WS-DATE-TO
009600                      AND   B.HIST_TYPE = 'R'), 0) AS REFUND,
009700            COALESCE((SELECT 0 - SUM(B.AMOUNT)
009800                      FROM API5.BALANCE_HISTORY B
009900                      WHERE B.C_NO = C.C_NO
010000                      AND   B.HIST_DATE >= :WS-DATE-FROM
010100                      AND   B.HIST_DATE <= :WS-DATE-TO
010200                      AND   B.HIST_TYPE = 'S'), 0) AS DISCOUNT,
010300            CASE WHEN EXISTS
010400                      (SELECT 1 FROM API5.CUSTOMER_CHANGES G
010500                       WHERE G.C_NO = C.C_NO
010600                       AND   G.FIELD_NAME = 'COLL_FLAG'
010700                       AND   G.NEW_VALUE = 'Y'
010800                       AND   G.CHG_DATE >= :WS-DATE-FROM
010900                       AND   G.CHG_DATE <= :WS-DATE-TO)
011000                 AND C.BALANCE > 0
011100                 THEN C.BALANCE ELSE 0 END AS BAD_DEBT
011200          FROM API5.CUSTOMERS C
011300          WHERE EXISTS
011400                (SELECT 1 FROM API5.ORDERS O
011500                 WHERE O.C_NO = C.C_NO
011600                 AND   O.O_DATE >= :WS-DATE-FROM
011700                 AND   O.O_DATE <= :WS-DATE-TO)
011800          OR    EXISTS
011900                (SELECT 1 FROM API5.BALANCE_HISTORY B
012000                 WHERE B.C_NO = C.C_NO
012100                 AND   B.HIST_DATE >= :WS-DATE-FROM
012200                 AND   B.HIST_DATE <= :WS-DATE-TO
012300                 AND   B.HIST_TYPE <> 'D')
012400        ) T
012500        ORDER BY 10 DESC, 1
012600     END-EXEC.
012700
012800******************************************************
012900*** THE CUSTOMER'S RECEIPTS IN THE PERIOD - THOSE   ***
013000*** QUOTING AN ORDER GIVE THE DAYS TO PAY.          ***
013100******************************************************
013200     EXEC SQL
013300        DECLARE CRCPTS CURSOR
013400        FOR
013500        SELECT RCPT_DATE, REF
013600        FROM API5.CASH_RECEIPTS
013700        WHERE C_NO = :CUS-NO
013800        AND   RCPT_DATE >= :WS-DATE-FROM
013900        AND   RCPT_DATE <= :WS-DATE-TO
014000     END-EXEC.
014100
014200 77 WS-TODAY-RAW      PIC X(08).
014250 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
014258 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
014266 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART100'.
014274 77 WS-PGET-NAME      PIC X(12).
014282 77 WS-PGET-VALUE     PIC X(40).
014290 77 WS-PGET-RETCODE   PIC S9(4) COMP.
014300 77 WS-DATE-FROM      PIC X(10).
014400 77 WS-DATE-TO        PIC X(10).
014500 77 WS-WORK-DATE      PIC 9(8).
014600 77 WS-WORK-DATE-X    REDEFINES WS-WORK-DATE PIC X(8).
014700 77 WS-DATE-IN        PIC X(10).
014800 77 WS-DATE-DAYS      PIC 9(7).
014900 77 WS-INV-DAYS       PIC 9(7).
015000 77 WS-PAY-O-NO       PIC 9(6).
015100 77 WS-FIRST-INV      PIC X(10).
015200 77 WS-FIRST-INV-IND  PIC S9(4) COMP.
015300 77 WS-PAID-CNT       PIC 9(5).
015400 77 WS-PAID-DAYS      PIC 9(9).
015500 77 WS-AVG-DAYS       PIC 9(5).
015600 77 WS-DAYS-ED        PIC ZZZ9.
015700 77 WS-REVENUE        PIC S9(9)V99 COMP-3.
015800 77 WS-COST           PIC S9(9)V99 COMP-3.
015900 77 WS-RET-MARGIN     PIC S9(9)V99 COMP-3.
016000 77 WS-WRITE-OFF      PIC S9(9)V99 COMP-3.
016100 77 WS-REFUND         PIC S9(9)V99 COMP-3.
016200 77 WS-DISCOUNT       PIC S9(9)V99 COMP-3.
016300 77 WS-BAD-DEBT       PIC S9(9)V99 COMP-3.
016400 77 WS-NET-CONTRIB    PIC S9(9)V99 COMP-3.
016500 77 WS-TOT-REVENUE    PIC S9(9)V99 COMP-3 VALUE ZERO.
016600 77 WS-TOT-MARGIN     PIC S9(9)V99 COMP-3 VALUE ZERO.
016700 77 WS-TOT-RET-MARGIN PIC S9(9)V99 COMP-3 VALUE ZERO.
016800 77 WS-TOT-WRITE-OFF  PIC S9(9)V99 COMP-3 VALUE ZERO.
016900 77 WS-TOT-REFUND     PIC S9(9)V99 COMP-3 VALUE ZERO.
017000 77 WS-TOT-DISCOUNT   PIC S9(9)V99 COMP-3 VALUE ZERO.
017100 77 WS-TOT-BAD-DEBT   PIC S9(9)V99 COMP-3 VALUE ZERO.
017200 77 WS-TOT-NET        PIC S9(9)V99 COMP-3 VALUE ZERO.
017300 77 WS-CNT-CUSTOMERS  PIC 9(5) VALUE ZERO.
017400 77 WS-CNT-BOTTOM     PIC 9(5) VALUE ZERO.
017500 77 WS-DECILE-SIZE    PIC 9(5) VALUE ZERO.
017600 77 WS-DECILE-FROM    PIC 9(5) VALUE ZERO.
017700 77 WS-RANK           PIC 9(5) VALUE ZERO.
017800
017900 01 L-HEADER-BLANK    PIC X(140) VALUE SPACE.
018000 01 L-TITLE-LINE.
018100    05 FILLER         PIC X(30)
018200                      VALUE 'CUSTOMER PROFITABILITY FROM  '.
018300    05 TITLE-FROM-ED  PIC X(10).
018400    05 FILLER         PIC X(4)  VALUE ' TO '.
018500    05 TITLE-TO-ED    PIC X(10).
018600    05 FILLER         PIC X(86) VALUE SPACE.
018700 01 L-COLUMN-HEAD1.
018800    05 FILLER  PIC X(6)  VALUE 'RANK  '.
018900    05 FILLER  PIC X(5)  VALUE 'CUST '.
019000    05 FILLER  PIC X(19) VALUE 'NAME'.
019100    05 FILLER  PIC X(12) VALUE '     REVENUE'.
019200    05 FILLER  PIC X(12) VALUE '      MARGIN'.
019300    05 FILLER  PIC X(12) VALUE '     RETURNS'.
019400    05 FILLER  PIC X(12) VALUE '  WRITE-OFFS'.
019500    05 FILLER  PIC X(12) VALUE '     REFUNDS'.
019600    05 FILLER  PIC X(12) VALUE '   DISCOUNTS'.
019700    05 FILLER  PIC X(12) VALUE '    BAD DEBT'.
019800    05 FILLER  PIC X(12) VALUE '  NET CONTR.'.
019900    05 FILLER  PIC X(6)  VALUE '  DAYS'.
020000    05 FILLER  PIC X(8)  VALUE SPACE.
020100 01 L-DETAIL-LINE.
020200    05 DET-RANK-ED    PIC ZZZZ9.
020300    05 FILLER         PIC X(1)  VALUE SPACE.
020400    05 DET-CNO-ED     PIC 9(4).
020500    05 FILLER         PIC X(1)  VALUE SPACE.
020600    05 DET-NAME-ED    PIC X(18).
020700    05 FILLER         PIC X(1)  VALUE SPACE.
020800    05 DET-REV-ED     PIC -ZZZZZZ9,99.
020900    05 FILLER         PIC X(1)  VALUE SPACE.
021000    05 DET-MGN-ED     PIC -ZZZZZZ9,99.
021100    05 FILLER         PIC X(1)  VALUE SPACE.
021200    05 DET-RET-ED     PIC -ZZZZZZ9,99.
021300    05 FILLER         PIC X(1)  VALUE SPACE.
021400    05 DET-WOF-ED     PIC -ZZZZZZ9,99.
021500    05 FILLER         PIC X(1)  VALUE SPACE.
021600    05 DET-REF-ED     PIC -ZZZZZZ9,99.
021700    05 FILLER         PIC X(1)  VALUE SPACE.
021800    05 DET-DSC-ED     PIC -ZZZZZZ9,99.
021900    05 FILLER         PIC X(1)  VALUE SPACE.
022000    05 DET-BAD-ED     PIC -ZZZZZZ9,99.
022100    05 FILLER         PIC X(1)  VALUE SPACE.
022200    05 DET-NET-ED     PIC -ZZZZZZ9,99.
022300    05 FILLER         PIC X(2)  VALUE SPACE.
022400    05 DET-DAYS-ED    PIC X(4).
022500    05 FILLER         PIC X(2)  VALUE SPACE.
022600    05 DET-FLAG-ED    PIC X(6).
022700 01 L-TOTAL-LINE.
022800    05 FILLER         PIC X(30) VALUE 'TOTAL'.
022900    05 TOT-REV-ED     PIC -ZZZZZZ9,99.
023000    05 FILLER         PIC X(1)  VALUE SPACE.
023100    05 TOT-MGN-ED     PIC -ZZZZZZ9,99.
023200    05 FILLER         PIC X(1)  VALUE SPACE.
023300    05 TOT-RET-ED     PIC -ZZZZZZ9,99.
023400    05 FILLER         PIC X(1)  VALUE SPACE.
023500    05 TOT-WOF-ED     PIC -ZZZZZZ9,99.
023600    05 FILLER         PIC X(1)  VALUE SPACE.
023700    05 TOT-REF-ED     PIC -ZZZZZZ9,99.
023800    05 FILLER         PIC X(1)  VALUE SPACE.
023900    05 TOT-DSC-ED     PIC -ZZZZZZ9,99.
024000    05 FILLER         PIC X(1)  VALUE SPACE.
024100    05 TOT-BAD-ED     PIC -ZZZZZZ9,99.
024200    05 FILLER         PIC X(1)  VALUE SPACE.
024300    05 TOT-NET-ED     PIC -ZZZZZZ9,99.
024400    05 FILLER         PIC X(14) VALUE SPACE.
024500 01 L-BOTTOM-LINE.
024600    05 FILLER         PIC X(36)
024700                      VALUE 'ACCOUNTS IN THE BOTTOM DECILE    : '.
024800    05 BOT-CNT-ED     PIC ZZZZ9.
024900    05 FILLER         PIC X(99) VALUE SPACE.
025000
025100 PROCEDURE DIVISION.
025200     PERFORM INITIALIZE-PARAMETERS
025300     PERFORM COUNT-ACTIVE-CUSTOMERS
025400
025500     OPEN OUTPUT OUTPRF
025600     PERFORM WRITE-REPORT-HEADER
025700
025800     EXEC SQL
025900        OPEN CPROFIT
026000     END-EXEC
026100     PERFORM TEST-SQLCODE
026200
026300     PERFORM FETCH-NEXT-CUSTOMER
026400     PERFORM UNTIL SQLCODE NOT EQUAL ZERO
026500        PERFORM REPORT-CUSTOMER
026600        PERFORM FETCH-NEXT-CUSTOMER
026700     END-PERFORM
026800
026900     EXEC SQL
027000        CLOSE CPROFIT
027100     END-EXEC
027200     PERFORM TEST-SQLCODE
027300
027400     PERFORM WRITE-TOTAL-LINE
027500     CLOSE OUTPRF
027600
027700     DISPLAY 'PART100 : CUSTOMERS RANKED : ' WS-RANK
027800     DISPLAY 'PART100 : BOTTOM DECILE    : ' WS-CNT-BOTTOM
027900     GOBACK.
028000
028100******************************************************
028200*** PRFFROM / PRFTO = THE PERIOD (YYYY-MM-DD),      ***
028300*** DEFAULT 1 JANUARY OF THIS YEAR TO TODAY.        ***
028400******************************************************
028500 INITIALIZE-PARAMETERS.
028600     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
028650     CALL RUNDATE USING WS-TODAY-RAW
028700     MOVE SPACES TO WS-DATE-FROM
028800     MOVE 'PRFFROM' TO WS-PGET-NAME
028833     PERFORM GET-RUN-PARM
028866     MOVE WS-PGET-VALUE TO WS-DATE-FROM
028900     IF WS-DATE-FROM = SPACES
029000        STRING WS-TODAY-RAW(1:4) '-01-01' DELIMITED BY SIZE
029100               INTO WS-DATE-FROM
029200        END-STRING
029300     END-IF
029400     MOVE SPACES TO WS-DATE-TO
029500     MOVE 'PRFTO' TO WS-PGET-NAME
029533     PERFORM GET-RUN-PARM
029566     MOVE WS-PGET-VALUE TO WS-DATE-TO
029600     IF WS-DATE-TO = SPACES
029700        STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
029800               WS-TODAY-RAW(7:2) DELIMITED BY SIZE
029900               INTO WS-DATE-TO
030000        END-STRING
030100     END-IF
030200     MOVE WS-DATE-FROM TO TITLE-FROM-ED
030300     MOVE WS-DATE-TO   TO TITLE-TO-ED
030400     .
030500
030600******************************************************
030700*** THE BOTTOM DECILE IS THE LAST TENTH OF THE      ***
030800*** RANKING, ROUNDED UP (ONE ACCOUNT AT LEAST).     ***
030900******************************************************
031000 COUNT-ACTIVE-CUSTOMERS.
031100     EXEC SQL
031200        SELECT COUNT(*)
031300        INTO :WS-CNT-CUSTOMERS
031400        FROM API5.CUSTOMERS C
031500        WHERE EXISTS
031600              (SELECT 1 FROM API5.ORDERS O
031700               WHERE O.C_NO = C.C_NO
031800               AND   O.O_DATE >= :WS-DATE-FROM
031900               AND   O.O_DATE <= :WS-DATE-TO)
032000        OR    EXISTS
032100              (SELECT 1 FROM API5.BALANCE_HISTORY B
032200               WHERE B.C_NO = C.C_NO
032300               AND   B.HIST_DATE >= :WS-DATE-FROM
032400               AND   B.HIST_DATE <= :WS-DATE-TO
032500               AND   B.HIST_TYPE <> 'D')
032600     END-EXEC
032700     PERFORM TEST-SQLCODE
032800     COMPUTE WS-DECILE-SIZE = (WS-CNT-CUSTOMERS + 9) / 10
032900     COMPUTE WS-DECILE-FROM = WS-CNT-CUSTOMERS
033000                            - WS-DECILE-SIZE + 1
033100     .
033200
033300 FETCH-NEXT-CUSTOMER.
033400     EXEC SQL
033500        FETCH CPROFIT
033600        INTO :CUS-NO, :CUS-NAME, :WS-REVENUE, :WS-COST,
033700             :WS-RET-MARGIN, :WS-WRITE-OFF, :WS-REFUND,
033800             :WS-DISCOUNT, :WS-BAD-DEBT, :WS-NET-CONTRIB
033900     END-EXEC
034000     PERFORM TEST-SQLCODE
034100     .
034200
034300 REPORT-CUSTOMER.
034400     ADD 1 TO WS-RANK
034500     PERFORM COMPUTE-DAYS-TO-PAY
034600
034700     MOVE WS-RANK        TO DET-RANK-ED
034800     MOVE CUS-NO         TO DET-CNO-ED
034900     MOVE CUS-NAME       TO DET-NAME-ED
035000     MOVE WS-REVENUE     TO DET-REV-ED
035100     COMPUTE DET-MGN-ED = WS-REVENUE - WS-COST
035200     COMPUTE DET-RET-ED = 0 - WS-RET-MARGIN
035300     COMPUTE DET-WOF-ED = 0 - WS-WRITE-OFF
035400     COMPUTE DET-REF-ED = 0 - WS-REFUND
035500     COMPUTE DET-DSC-ED = 0 - WS-DISCOUNT
035600     COMPUTE DET-BAD-ED = 0 - WS-BAD-DEBT
035700     MOVE WS-NET-CONTRIB TO DET-NET-ED
035800     IF WS-PAID-CNT > ZERO
035900        MOVE WS-AVG-DAYS TO WS-DAYS-ED
036000        MOVE WS-DAYS-ED  TO DET-DAYS-ED
036100     ELSE
036200        MOVE '   -' TO DET-DAYS-ED
036300     END-IF
036400     IF WS-RANK >= WS-DECILE-FROM
036500        MOVE 'BOTTOM' TO DET-FLAG-ED
036600        ADD 1 TO WS-CNT-BOTTOM
036700     ELSE
036800        MOVE SPACES TO DET-FLAG-ED
036900     END-IF
037000     WRITE ENR-OUTPRF FROM L-DETAIL-LINE
037100
037200     COMPUTE WS-TOT-MARGIN = WS-TOT-MARGIN + WS-REVENUE - WS-COST
037300     ADD WS-REVENUE     TO WS-TOT-REVENUE
037400     ADD WS-RET-MARGIN  TO WS-TOT-RET-MARGIN
037500     ADD WS-WRITE-OFF   TO WS-TOT-WRITE-OFF
037600     ADD WS-REFUND      TO WS-TOT-REFUND
037700     ADD WS-DISCOUNT    TO WS-TOT-DISCOUNT
037800     ADD WS-BAD-DEBT    TO WS-TOT-BAD-DEBT
037900     ADD WS-NET-CONTRIB TO WS-TOT-NET
038000     .
038100
038200******************************************************
038300*** AVERAGE DAYS FROM AN ORDER'S FIRST INVOICE TO   ***
038400*** THE RECEIPT THAT QUOTED IT.                     ***
038500******************************************************
038600 COMPUTE-DAYS-TO-PAY.
038700     MOVE ZERO TO WS-PAID-CNT
038800     MOVE ZERO TO WS-PAID-DAYS
038900     MOVE ZERO TO WS-AVG-DAYS
039000     EXEC SQL
039100        OPEN CRCPTS
039200     END-EXEC
039300     PERFORM TEST-SQLCODE
039400     PERFORM FETCH-NEXT-RECEIPT
039500     PERFORM UNTIL SQLCODE NOT EQUAL ZERO
039600        IF RCPT-REF(1:6) IS NUMERIC
039700           PERFORM RECORD-DAYS-TO-PAY
039800        END-IF
039900        PERFORM FETCH-NEXT-RECEIPT
040000     END-PERFORM
040100     EXEC SQL
040200        CLOSE CRCPTS
040300     END-EXEC
040400     PERFORM TEST-SQLCODE
040500     IF WS-PAID-CNT > ZERO
040600        COMPUTE WS-AVG-DAYS ROUNDED = WS-PAID-DAYS / WS-PAID-CNT
040700        IF WS-AVG-DAYS > 9999
040800           MOVE 9999 TO WS-AVG-DAYS
040900        END-IF
041000     END-IF
041100     .
041200
041300 FETCH-NEXT-RECEIPT.
041400     EXEC SQL
041500        FETCH CRCPTS
041600        INTO :RCPT-DATE, :RCPT-REF
041700     END-EXEC
041800     PERFORM TEST-SQLCODE
041900     .
042000
042100 RECORD-DAYS-TO-PAY.
042200     MOVE RCPT-REF(1:6) TO WS-PAY-O-NO
042300     EXEC SQL
042400        SELECT MIN(INV_DATE)
042500        INTO :WS-FIRST-INV :WS-FIRST-INV-IND
042600        FROM API5.OPEN_ITEMS
042700        WHERE O_NO = :WS-PAY-O-NO
042800        AND   C_NO = :CUS-NO
042900     END-EXEC
043000     PERFORM TEST-SQLCODE
043100     IF SQLCODE = ZERO AND WS-FIRST-INV-IND >= ZERO
043200        MOVE WS-FIRST-INV TO WS-DATE-IN
043300        PERFORM CONVERT-DATE-IN
043400        MOVE WS-DATE-DAYS TO WS-INV-DAYS
043500        MOVE RCPT-DATE TO WS-DATE-IN
043600        PERFORM CONVERT-DATE-IN
043700        IF WS-INV-DAYS > ZERO
043800           AND WS-DATE-DAYS >= WS-INV-DAYS
043900           ADD 1 TO WS-PAID-CNT
044000           COMPUTE WS-PAID-DAYS = WS-PAID-DAYS
044100                                + WS-DATE-DAYS - WS-INV-DAYS
044200        END-IF
044300     END-IF
044400     MOVE ZERO TO SQLCODE
044500     .
044600
044700******************************************************
044800*** YYYY-MM-DD IN WS-DATE-IN TO A DAY NUMBER IN     ***
044900*** WS-DATE-DAYS; ZERO WHEN THE DATE IS NOT VALID.  ***
045000******************************************************
045100 CONVERT-DATE-IN.
045200     MOVE ZERO TO WS-DATE-DAYS
045300     MOVE SPACES TO WS-WORK-DATE-X
045400     STRING WS-DATE-IN(1:4) WS-DATE-IN(6:2) WS-DATE-IN(9:2)
045500            DELIMITED BY SIZE INTO WS-WORK-DATE-X
045600     END-STRING
045700     IF WS-WORK-DATE-X IS NUMERIC
045800        IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) = ZERO
045900           COMPUTE WS-DATE-DAYS =
046000                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
046100        END-IF
046200     END-IF
046300     .
046400
046500 WRITE-REPORT-HEADER.
046600     WRITE ENR-OUTPRF FROM L-TITLE-LINE
046700     WRITE ENR-OUTPRF FROM L-HEADER-BLANK
046800     WRITE ENR-OUTPRF FROM L-COLUMN-HEAD1
046900     .
047000
047100 WRITE-TOTAL-LINE.
047200     MOVE WS-TOT-REVENUE TO TOT-REV-ED
047300     MOVE WS-TOT-MARGIN  TO TOT-MGN-ED
047400     COMPUTE TOT-RET-ED = 0 - WS-TOT-RET-MARGIN
047500     COMPUTE TOT-WOF-ED = 0 - WS-TOT-WRITE-OFF
047600     COMPUTE TOT-REF-ED = 0 - WS-TOT-REFUND
047700     COMPUTE TOT-DSC-ED = 0 - WS-TOT-DISCOUNT
047800     COMPUTE TOT-BAD-ED = 0 - WS-TOT-BAD-DEBT
047900     MOVE WS-TOT-NET     TO TOT-NET-ED
048000     MOVE WS-CNT-BOTTOM  TO BOT-CNT-ED
048100     WRITE ENR-OUTPRF FROM L-HEADER-BLANK
048200     WRITE ENR-OUTPRF FROM L-TOTAL-LINE
048300     WRITE ENR-OUTPRF FROM L-HEADER-BLANK
048400     WRITE ENR-OUTPRF FROM L-BOTTOM-LINE
048500     .
048600
048700 TEST-SQLCODE.
048800     EVALUATE TRUE
048900          WHEN SQLCODE IS EQUAL TO ZERO
049000                CONTINUE
049100          WHEN SQLCODE IS GREATER ZERO
049200             IF SQLCODE = 100
049300               CONTINUE
049400             ELSE
049500               DISPLAY 'WARNING : ' SQLCODE
049600             END-IF
049700          WHEN SQLCODE IS LESS THAN ZERO
049800                DISPLAY 'ANOMALIE : ' SQLCODE
049900                PERFORM ABEND-PROG
050000     END-EVALUATE.
050100
050200 ABEND-PROG.
050300     DISPLAY 'PART100 ABENDING - SEE SQLCODE ABOVE'
050400     MOVE 16 TO RETURN-CODE
050500     STOP RUN.
050600
050700******************************************************
050800*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
050900*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
051000*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
051100******************************************************
051200 GET-RUN-PARM.
051300     MOVE RETURN-CODE TO WS-PGET-RETCODE
051400     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
051500                        WS-PGET-VALUE
051600*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
051700     MOVE WS-PGET-RETCODE TO RETURN-CODE
051800     .
