001389*              RESERVED ON ITS COMPONENTS' DEPOT STOCK, AS THE   *
001390*              PART2 LOAD DOES - PART37 CONSUMES THE COMPONENTS  *
001391*              AT SHIP TIME.                                     *
001392* 2026-10-15 : A LINE WHOSE CUSTOMER HAS SINCE BEEN MERGED INTO  *
001393*              ANOTHER ACCOUNT (CUSTOMERS.MERGED_INTO, PART96)   *
001394*              STAYS PARKED FOR RE-KEYING - IT IS NEVER POSTED   *
001395*              UNDER THE DEAD NUMBER.                            *
001396* 2026-10-15 : THE PACK THE LINE WAS ORDERED IN (ORDER_UNIT /    *
001397*              ORDER_QTY, SET BY PART2) IS CARRIED ONTO THE      *
001398*              POSTED ITEMS ROW FOR THE PICK LIST AND INVOICE.   *
001399*              THE QUEUED QUANTITY IS ALREADY IN BASE UNITS.     *
001399* 2026-10-15 : FREE STOCK NOW ALSO LEAVES OUT UNITS HELD IN      *
001399*              QUALITY INSPECTION (WAREHOUSE_STOCK.QUARANTINE),  *
001399*              WHICH ARE ON HAND BUT MAY NOT BE SOLD UNTIL       *
001399*              PART104 RELEASES THEM.                            *
001399* 2026-10-15 : A SUSPENDED LINE DATED IN A MONTH PART23 HAS      *
001399*              CLOSED NOW STAYS PARKED, OR POSTS ON THE FIRST    *
001399*              DAY OF THE NEXT OPEN MONTH, AS PART10'S           *
001399*              API5.PERIOD_POLICY ROW SAYS (PERCHK). THE SUMMARY *
001399*              COUNTS BOTH.                                      *
001399* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001399*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001399*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001399*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001400******************************************************************
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
005800        SELECT S.O_NO, S.S_NO, S.C_NO, S.O_DATE, S.P_NO,
005900               S.QUANTITY, S.PRICE, S.SALE_TYPE, S.MARKET,
005910               COALESCE(S.W_CODE, 'W1'),
005920               COALESCE(S.SHIP_CODE, '  '),
005946               COALESCE(S.ORDER_UNIT, '  '),
005972               COALESCE(S.ORDER_QTY, 0)
006000        FROM API5.SUSPENSE S
006100        WHERE EXISTS
006200              (SELECT 1 FROM API5.CUSTOMERS C
006300               WHERE C.C_NO = S.C_NO
006350               AND   COALESCE(C.MERGED_INTO, 0) = 0)
006400        ORDER BY S.O_NO, S.P_NO
006500     END-EXEC.
006600
008100 77 WS-CNT-POSTED        PIC 9(5) VALUE ZERO.
008200 77 WS-CNT-REMAINING     PIC 9(9) VALUE ZERO.
008300 77 WS-LOG-PROGID        PIC X(8) VALUE 'PART10'.
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
012400             :SUSP-TYPE,
012450             :SUSP-MARKET,
012460             :SUSP-W-CODE,
012470             :SUSP-SHIP-CODE,
012480             :SUSP-ORDER-UNIT,
012490             :SUSP-ORDER-QTY
012500     END-EXEC
012600     IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
012700        PERFORM TEST-SQLCODE
013800     MOVE SUSP-S-NO     TO ORDERS-S-NO
013900     MOVE SUSP-C-NO     TO ORDERS-C-NO
014000     MOVE SUSP-O-DATE   TO ORDERS-O-DATE
014050     PERFORM CHECK-POSTING-PERIOD
014100     MOVE SUSP-P-NO     TO ITEMS-P-NO
014200     MOVE SUSP-QUANTITY TO ITEMS-QUANTITY
014233     MOVE SUSP-ORDER-UNIT TO ITEMS-ORDER-UNIT
014266     MOVE SUSP-ORDER-QTY TO ITEMS-ORDER-QTY
014300     MOVE SUSP-PRICE    TO ITEMS-PRICE
014400     MOVE SUSP-TYPE     TO WS-SALE-TYPE
014410     MOVE SUSP-MARKET   TO ORDERS-MARKET
014540        PERFORM RECHECK-STOCK-ON-HAND
014550     END-IF
014560
014562     IF PERIOD-REFUSED
014564        DISPLAY 'PERIODE CLOTUREE POUR ' ORDERS-O-NO
014566                ' - LIGNE RESTE PARQUEE'
014568     ELSE
014570     IF STOCK-INSUFFICIENT
014580        DISPLAY 'STOCK INSUFFISANT DEPOT ' WS-WAREHOUSE
014590                ' POUR ' ITEMS-P-NO ' - LIGNE RESTE PARQUEE'
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
041300     DISPLAY 'PART10 SUSPENSE REPROCESSING SUMMARY'
041400     DISPLAY 'LINES FETCHED    : ' WS-CNT-FETCHED
041450     DISPLAY 'LINES STILL SHORT: ' WS-CNT-STILL-SHORT
041466     DISPLAY 'PERIOD REFUSED   : ' WS-CNT-PER-REFUSED
041482     DISPLAY 'PERIOD REDATED   : ' WS-CNT-PER-REDATED
041500     DISPLAY 'LINES POSTED     : ' WS-CNT-POSTED
041600     DISPLAY 'LINES REMAINING  : ' WS-CNT-REMAINING
041700     DISPLAY '===================================='
