001300*              CREDITED WITH ITS HIST_TYPE 'O' AUDIT ROW, AND    *
001400*              THE RMA'S QTY_CREDITED ADVANCES. POSTED LINES     *
001500*              LEAVE THE QUEUE; THE REST STAY PARKED.            *
001520* 2026-10-15 : THE PACK THE LINE WAS ORDERED IN (ORDER_UNIT /    *
001540*              ORDER_QTY, SET BY PART2) IS CARRIED ONTO THE      *
001560*              POSTED ITEMS ROW FOR THE PICK LIST AND INVOICE.   *
001580*              THE QUEUED QUANTITY IS ALREADY IN BASE UNITS.     *
001583* 2026-10-15 : A PARKED RETURN LINE DATED IN A MONTH PART23 HAS  *
001586*              CLOSED NOW STAYS PARKED, OR POSTS ON THE FIRST    *
001589*              DAY OF THE NEXT OPEN MONTH, AS PART74'S           *
001592*              API5.PERIOD_POLICY ROW SAYS (PERCHK). THE SUMMARY *
001595*              COUNTS BOTH.                                      *
001596* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001597*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001598*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001599*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001600******************************************************************
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
007100        SELECT R.O_NO, R.S_NO, R.C_NO, R.O_DATE, R.P_NO,
007200               R.QUANTITY, R.PRICE, R.SALE_TYPE, R.MARKET,
007300               COALESCE(R.W_CODE, 'W1'),
007400               COALESCE(R.SHIP_CODE, '  '),
007433               COALESCE(R.ORDER_UNIT, '  '),
007466               COALESCE(R.ORDER_QTY, 0)
007500        FROM API5.RETURN_SUSPENSE R
007600        WHERE EXISTS
007700              (SELECT 1 FROM API5.RMA A
008500     END-EXEC.
008600
008700 77 WS-TODAY-RAW         PIC X(8).
008750 77 RUNDATE              PIC X(8) VALUE 'RUNDATE'.
008800 77 WS-TODAY-DASHED      PIC X(10).
008900 77 LAST-ORDER           PIC S9(6)V USAGE COMP-3 VALUE ZERO.
009000 77 WS-ORDER-OK          PIC X VALUE 'O'.
010000 77 WS-CNT-POSTED        PIC 9(5) VALUE ZERO.
010100 77 WS-CNT-REMAINING     PIC 9(9) VALUE ZERO.
010200 77 WS-LOG-PROGID        PIC X(8) VALUE 'PART74'.
010214 77 PERCHK               PIC X(8) VALUE 'PERCHK'.
010228 77 WS-PER-RESULT        PIC X(10).
010242 77 WS-PER-STATUS        PIC X(1).
010256    88 PERIOD-REFUSED      VALUE 'N'.
010270 77 WS-CNT-PER-REFUSED   PIC 9(5) VALUE ZERO.
010284 77 WS-CNT-PER-REDATED   PIC 9(5) VALUE ZERO.
010300 77 WS-LOG-MESSAGE       PIC X(47).
010400 77 WS-MVT-TIME          PIC X(8).
010500 77 WS-TAX-DEFAULT-KEY   PIC X(3) VALUE '***'.
011000
011100 PROCEDURE DIVISION.
011200     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
011250     CALL RUNDATE USING WS-TODAY-RAW
011300     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
011400            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
011500            INTO WS-TODAY-DASHED
015400             :RSUSP-TYPE,
015500             :RSUSP-MARKET,
015600             :RSUSP-W-CODE,
015700             :RSUSP-SHIP-CODE,
015733             :RSUSP-ORDER-UNIT,
015766             :RSUSP-ORDER-QTY
015800     END-EXEC
015900     IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
016000        PERFORM TEST-SQLCODE
017300     MOVE RSUSP-S-NO     TO ORDERS-S-NO
017400     MOVE RSUSP-C-NO     TO ORDERS-C-NO
017500     MOVE RSUSP-O-DATE   TO ORDERS-O-DATE
017550     PERFORM CHECK-POSTING-PERIOD
017600     MOVE RSUSP-P-NO     TO ITEMS-P-NO
017700     MOVE RSUSP-QUANTITY TO ITEMS-QUANTITY
017733     MOVE RSUSP-ORDER-UNIT TO ITEMS-ORDER-UNIT
017766     MOVE RSUSP-ORDER-QTY TO ITEMS-ORDER-QTY
017800     MOVE RSUSP-PRICE    TO ITEMS-PRICE
017900     MOVE RSUSP-MARKET   TO ORDERS-MARKET
018000     MOVE RSUSP-SHIP-CODE TO ORDERS-SHIP-CODE
018500        MOVE RSUSP-W-CODE TO WS-WAREHOUSE
018600     END-IF
018700
018720     IF PERIOD-REFUSED
018740        DISPLAY 'PERIODE CLOTUREE POUR ' ORDERS-O-NO
018760                ' - LIGNE RESTE PARQUEE'
018780     ELSE
018800        IF ORDERS-O-NO NOT EQUAL LAST-ORDER THEN
018900           PERFORM EXEC-SQL-INSERT-INTO-ORDERS
019000           PERFORM EVAL-SQL-INSERT-ORDERS
019100        END-IF
019200
019300        IF ORDER-INSERT-OK THEN
019400           PERFORM COMPUTE-LINE-TAX
019500           PERFORM GET-UNIT-COST
019600           PERFORM EXEC-SQL-INSERT-INTO-ITEMS
019700           PERFORM EVAL-SQL-INSERT-ITEMS
019800           IF ITEMS-INSERT-OK THEN
019900              PERFORM INCREMENT-PRODUCT-STOCK
020000              PERFORM SUBTRACT-AMOUNT-FROM-BALANCE
020100              IF BALANCE-POSTED
020200                 PERFORM ADVANCE-RMA-CREDITED
020300                 PERFORM DELETE-RETURN-LINE
020400              END-IF
020500           END-IF
020600        ELSE
020700           DISPLAY 'ITEMS SKIPPED - ORDERS INSERT FAILED FOR '
020800                   ORDERS-O-NO
020900        END-IF
021000
021100        MOVE ORDERS-O-NO TO LAST-ORDER
021150     END-IF
021200     .
021204
021208******************************************************
021212*** A PARKED LINE DATED IN A MONTH PART23 HAS       ***
021216*** CLOSED STAYS PARKED, OR POSTS ON THE FIRST DAY  ***
021220*** OF THE NEXT OPEN MONTH, AS THIS PROGRAM'S       ***
021224*** PERIOD_POLICY ROW SAYS (PERCHK).                ***
021228******************************************************
021232 CHECK-POSTING-PERIOD.
021236     CALL PERCHK USING WS-LOG-PROGID ORDERS-O-DATE
021240                       WS-PER-RESULT WS-PER-STATUS
021244     EVALUATE WS-PER-STATUS
021248        WHEN 'N'
021252             ADD 1 TO WS-CNT-PER-REFUSED
021256        WHEN 'D'
021260             DISPLAY 'DATE REPORTEE : ' ORDERS-O-DATE ' -> '
021264                     WS-PER-RESULT ' COMMANDE ' ORDERS-O-NO
021268             MOVE WS-PER-RESULT TO ORDERS-O-DATE
021272             ADD 1 TO WS-CNT-PER-REDATED
021276     END-EVALUATE
021280     .
021300
021400 EXEC-SQL-INSERT-INTO-ORDERS.
021500     EXEC SQL
026000     EXEC SQL
026100         INSERT INTO API5.ITEMS
026200         (O_NO, P_NO, QUANTITY, PRICE, TAX_AMOUNT, ITEM_TYPE,
026300          UNIT_COST, W_CODE, ORDER_UNIT, ORDER_QTY)
026400         VALUES(:ORDERS-O-NO,
026500                :ITEMS-P-NO,
026600                :ITEMS-QUANTITY,
026800                :ITEMS-TAX,
026900                :ITEMS-TYPE,
027000                :ITEMS-COST,
027100                :ITEMS-W-CODE,
027133                :ITEMS-ORDER-UNIT,
027166                :ITEMS-ORDER-QTY)
027200     END-EXEC
027300     .
027400
051700     DISPLAY 'PART74 RETURN SUSPENSE RELEASE'
051800     DISPLAY 'LINES FETCHED   : ' WS-CNT-FETCHED
051900     DISPLAY 'LINES POSTED    : ' WS-CNT-POSTED
051933     DISPLAY 'PERIOD REFUSED  : ' WS-CNT-PER-REFUSED
051966     DISPLAY 'PERIOD REDATED  : ' WS-CNT-PER-REDATED
052000     DISPLAY 'LINES REMAINING : ' WS-CNT-REMAINING
052100     DISPLAY '===================================='
052200     .
