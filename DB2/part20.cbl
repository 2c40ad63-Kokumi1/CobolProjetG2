001405*              RESERVED ON ITS COMPONENTS' DEPOT STOCK, AS THE   *
001406*              PART2 LOAD DOES - PART37 CONSUMES THE COMPONENTS  *
001407*              AT SHIP TIME.                                     *
001407* 2026-10-15 : THE PACK THE LINE WAS ORDERED IN (ORDER_UNIT /    *
001407*              ORDER_QTY, SET BY PART2) IS CARRIED ONTO THE      *
001407*              POSTED ITEMS ROW FOR THE PICK LIST AND INVOICE.   *
001407*              THE QUEUED QUANTITY IS ALREADY IN BASE UNITS.     *
001407* 2026-10-15 : FREE STOCK NOW ALSO LEAVES OUT UNITS HELD IN      *
001407*              QUALITY INSPECTION (WAREHOUSE_STOCK.QUARANTINE),  *
001407*              WHICH ARE ON HAND BUT MAY NOT BE SOLD UNTIL       *
001407*              PART104 RELEASES THEM.                            *
001407* 2026-10-15 : A BACKORDERED LINE DATED IN A MONTH PART23 HAS    *
001407*              CLOSED NOW STAYS PARKED, OR POSTS ON THE FIRST    *
001407*              DAY OF THE NEXT OPEN MONTH, AS PART20'S           *
001407*              API5.PERIOD_POLICY ROW SAYS (PERCHK). THE SUMMARY *
001407*              COUNTS BOTH.                                      *
001407* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001407*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001407*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001407*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001410******************************************************************
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
005800        SELECT B.O_NO, B.S_NO, B.C_NO, B.O_DATE, B.P_NO,
005900               B.QUANTITY, B.PRICE, B.SALE_TYPE, B.MARKET,
005910               COALESCE(B.W_CODE, 'W1'),
005920               COALESCE(B.SHIP_CODE, '  '),
005946               COALESCE(B.ORDER_UNIT, '  '),
005972               COALESCE(B.ORDER_QTY, 0)
006000        FROM API5.BACKORDERS B
006100        WHERE EXISTS
006200              (SELECT 1 FROM API5.WAREHOUSE_STOCK W
006300               WHERE W.P_NO   = B.P_NO
006310               AND   W.W_CODE = COALESCE(B.W_CODE, 'W1')
006320               AND   W.STOCK - COALESCE(W.RESERVED, 0)
006325                             - COALESCE(W.QUARANTINE, 0)
006330                     >= B.QUANTITY)
006340        OR EXISTS
006350              (SELECT 1 FROM API5.KIT_COMPONENTS K
008100 77 WS-CNT-POSTED        PIC 9(5) VALUE ZERO.
008200 77 WS-CNT-REMAINING     PIC 9(9) VALUE ZERO.
008300 77 WS-LOG-PROGID        PIC X(8) VALUE 'PART20'.
008314 77 PERCHK               PIC X(8) VALUE 'PERCHK'.
008328 77 WS-PER-RESULT        PIC X(10).
008342 77 WS-PER-STATUS        PIC X(1).
008356    88 PERIOD-REFUSED      VALUE 'N'.
008370 77 WS-CNT-PER-REFUSED   PIC 9(5) VALUE ZERO.
008384 77 WS-CNT-PER-REDATED   PIC 9(5) VALUE ZERO.
008400 77 WS-LOG-MESSAGE       PIC X(47).
009210 77 WS-MVT-DATE-RAW      PIC X(8).
009215 77 RUNDATE              PIC X(8) VALUE 'RUNDATE'.
009220 77 WS-MVT-TIME          PIC X(8).
009230 77 WS-TAX-DEFAULT-KEY    PIC X(3) VALUE '***'.
009240 77 WS-WAREHOUSE         PIC X(2) VALUE 'W1'.
012400             :BACKORD-TYPE,
012450             :BACKORD-MARKET,
012460             :BACKORD-W-CODE,
012470             :BACKORD-SHIP-CODE,
012480             :BACKORD-ORDER-UNIT,
012490             :BACKORD-ORDER-QTY
012500     END-EXEC
012600     IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
012700        PERFORM TEST-SQLCODE
013800     MOVE BACKORD-S-NO     TO ORDERS-S-NO
013900     MOVE BACKORD-C-NO     TO ORDERS-C-NO
014000     MOVE BACKORD-O-DATE   TO ORDERS-O-DATE
014050     PERFORM CHECK-POSTING-PERIOD
014100     MOVE BACKORD-P-NO     TO ITEMS-P-NO
014200     MOVE BACKORD-QUANTITY TO ITEMS-QUANTITY
014233     MOVE BACKORD-ORDER-UNIT TO ITEMS-ORDER-UNIT
014266     MOVE BACKORD-ORDER-QTY TO ITEMS-ORDER-QTY
014300     MOVE BACKORD-PRICE    TO ITEMS-PRICE
014400     MOVE BACKORD-TYPE     TO WS-SALE-TYPE
014410     MOVE BACKORD-MARKET   TO ORDERS-MARKET
014540        PERFORM RECHECK-STOCK-ON-HAND
014550     END-IF
014560
014562     IF PERIOD-REFUSED
014564        DISPLAY 'PERIODE CLOTUREE POUR ' ORDERS-O-NO
014566                ' - LIGNE RESTE PARQUEE'
014568     ELSE
014570     IF STOCK-INSUFFICIENT
014580        DISPLAY 'STOCK ENCORE INSUFFISANT POUR ' ITEMS-P-NO
014590                ' - LIGNE RESTE PARQUEE'
016700
016800        MOVE ORDERS-O-NO TO LAST-ORDER
016850     END-IF
016875     END-IF
016900     .
016900
016900******************************************************
016900*** A PARKED LINE DATED IN A MONTH PART23 HAS       ***
016900*** CLOSED STAYS PARKED, OR POSTS ON THE FIRST DAY  ***
016900*** OF THE NEXT OPEN MONTH, AS THIS PROGRAM'S       ***
016900*** PERIOD_POLICY ROW SAYS (PERCHK).                ***
016900******************************************************
016900 CHECK-POSTING-PERIOD.
016900     CALL PERCHK USING WS-LOG-PROGID ORDERS-O-DATE
016900                       WS-PER-RESULT WS-PER-STATUS
016900     EVALUATE WS-PER-STATUS
016900        WHEN 'N'
016900             ADD 1 TO WS-CNT-PER-REFUSED
016900        WHEN 'D'
016900             DISPLAY 'DATE REPORTEE : ' ORDERS-O-DATE ' -> '
016900                     WS-PER-RESULT ' COMMANDE ' ORDERS-O-NO
016900             MOVE WS-PER-RESULT TO ORDERS-O-DATE
016900             ADD 1 TO WS-CNT-PER-REDATED
016900     END-EVALUATE
016900     .
016910
016920******************************************************
016992     MOVE ZERO TO WS-STOCK-ON-HAND
016993     EXEC SQL
016994        SELECT STOCK - COALESCE(RESERVED, 0)
016994                     - COALESCE(QUARANTINE, 0)
016994             INTO :WS-STOCK-ON-HAND
016995        FROM API5.WAREHOUSE_STOCK
016996        WHERE W_CODE = :WS-WAREHOUSE
021100     EXEC SQL
021200         INSERT INTO API5.ITEMS
021300         (O_NO, P_NO, QUANTITY, PRICE, TAX_AMOUNT, ITEM_TYPE,
021310          UNIT_COST, W_CODE, ORDER_UNIT, ORDER_QTY)
021400         VALUES(:ORDERS-O-NO,
021500                :ITEMS-P-NO,
021600                :ITEMS-QUANTITY,
021710                :ITEMS-TAX,
021720                :ITEMS-TYPE,
021730                :ITEMS-COST,
021740                :ITEMS-W-CODE,
021760                :ITEMS-ORDER-UNIT,
021780                :ITEMS-ORDER-QTY)
021800     END-EXEC
021900     .
022000
024900             MOVE ZERO TO WS-STOCK-ON-HAND
024900             EXEC SQL
024900                SELECT STOCK - COALESCE(RESERVED, 0)
024900                             - COALESCE(QUARANTINE, 0)
024900                     INTO :WS-STOCK-ON-HAND
024900                FROM API5.WAREHOUSE_STOCK
024900                WHERE W_CODE = :WS-WAREHOUSE
900030     MOVE ORDERS-O-NO    TO STKMVT-O-NO
900035     MOVE WS-WAREHOUSE   TO STKMVT-W-CODE
900040     ACCEPT WS-MVT-DATE-RAW FROM DATE YYYYMMDD
900045     CALL RUNDATE USING WS-MVT-DATE-RAW
900050     STRING WS-MVT-DATE-RAW(1:4) '-' WS-MVT-DATE-RAW(5:2) '-'
900060            WS-MVT-DATE-RAW(7:2) DELIMITED BY SIZE
900070            INTO STKMVT-DATE
041400     DISPLAY 'LINES FETCHED    : ' WS-CNT-FETCHED
041500     DISPLAY 'LINES POSTED     : ' WS-CNT-POSTED
041550     DISPLAY 'LINES STILL SHORT: ' WS-CNT-STILL-SHORT
041566     DISPLAY 'PERIOD REFUSED   : ' WS-CNT-PER-REFUSED
041582     DISPLAY 'PERIOD REDATED   : ' WS-CNT-PER-REDATED
041600     DISPLAY 'LINES REMAINING  : ' WS-CNT-REMAINING
041700     DISPLAY '===================================='
041800     .
