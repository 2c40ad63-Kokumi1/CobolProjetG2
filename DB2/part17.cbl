001220*              EACH FLAGGED PRODUCT'S STOCK AND VALUE (STOCK *   *
001230*              CATALOG PRICE) PER API5.WAREHOUSE_STOCK ROW, SO   *
001240*              PURCHASING SEES WHICH SITE IS ACTUALLY SHORT.     *
001246* 2026-10-15 : PRODUCTS WITH DEPOT LEVELS                        *
001252*              (WAREHOUSE_STOCK.MIN_LEVEL) NOW SUGGEST ONLY THE  *
001258*              NET SHORTFALL PART121 RECORDED ON TODAY'S         *
001264*              API5.DEPOT_REPLEN ROW - WHAT ITS PROPOSED         *
001270*              TRANSFERS CANNOT COVER - AND NOTHING WHEN THE     *
001276*              DEPOTS CAN BALANCE IT; SUCH A PRODUCT IS ALSO     *
001282*              LISTED WHEN STILL SHORT ABOVE ITS POOLED REORDER  *
001288*              POINT. THE REPORT MARKS BOTH CASES.               *
001290* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001292*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001294*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001296*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001300******************************************************************
001400 ENVIRONMENT DIVISION.
001500 CONFIGURATION SECTION.
003810     EXEC SQL
003820        INCLUDE WHSTOCK
003830     END-EXEC.
003847     EXEC SQL
003864        INCLUDE DEPREPL
003881     END-EXEC.
003900
004000******************************************************
004100*** EVERY PRODUCT AT OR BELOW ITS REORDER POINT.    ***
004200*** A ZERO POINT MEANS THE PRODUCT IS NOT           ***
004300*** AUTOMATICALLY REPLENISHED.                      ***
004333*** A PRODUCT WITH DEPOT LEVELS IS ALSO LISTED WHEN ***
004366*** PART121 LEFT IT SHORT TODAY AFTER TRANSFERS.    ***
004400******************************************************
004500     EXEC SQL
004600        DECLARE CREORD CURSOR
004800        SELECT P_NO, DESCRIPTION, STOCK,
004900               REORDER_POINT, REORDER_QTY
005000        FROM API5.PRODUCTS
005100        WHERE (REORDER_POINT > 0
005200               AND STOCK <= REORDER_POINT)
005220        OR    P_NO IN
005240              (SELECT R.P_NO FROM API5.DEPOT_REPLEN R
005260               WHERE R.RUN_DATE = :WS-RUN-DATE
005280               AND   R.NET_SHORT > 0)
005300        ORDER BY P_NO
005400     END-EXEC.
005500
005565        FROM API5.WAREHOUSE_STOCK W
005566        JOIN API5.PRODUCTS P
005567        ON W.P_NO = P.P_NO
005568        WHERE (P.REORDER_POINT > 0
005569               AND P.STOCK <= P.REORDER_POINT)
005570        OR    P.P_NO IN
005571              (SELECT R.P_NO FROM API5.DEPOT_REPLEN R
005572               WHERE R.RUN_DATE = :WS-RUN-DATE
005573               AND   R.NET_SHORT > 0)
005574        ORDER BY W.W_CODE, W.P_NO
005575     END-EXEC.
005576
005600 77 WS-SUGGESTED-QTY  PIC 9(5) COMP-3.
005700 77 WS-STOCK-ED       PIC 9(5).
005800 77 WS-QTY-ED         PIC 9(5).
005900 77 WS-CNT-PRODUCTS   PIC 9(5) VALUE ZERO.
005910 77 WS-SITE-VALUE     PIC S9(9)V99 COMP-3.
005920 77 WS-CNT-SITE-LINES PIC 9(5) VALUE ZERO.
005940 77 WS-CNT-COVERED    PIC 9(5) VALUE ZERO.
005960 77 WS-TODAY-RAW      PIC X(8).
005970 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
005980 77 WS-RUN-DATE       PIC X(10).
006000
006100 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
006200 01 L-TITLE-LINE      PIC X(80) VALUE
007700    05 DET-POINT-ED   PIC ZZZZ9.
007800    05 FILLER         PIC X(6)  VALUE SPACE.
007900    05 DET-QTY-ED     PIC ZZZZ9.
008000    05 FILLER         PIC X(2)  VALUE SPACE.
008005    05 DET-NOTE-ED    PIC X(13).
008010 01 L-SITE-HEAD.
008020    05 FILLER  PIC X(7)  VALUE 'DEPOT  '.
008030    05 FILLER  PIC X(9)  VALUE 'PRODUCT  '.
008100
008200 PROCEDURE DIVISION.
008300
008350     PERFORM INITIALIZE-RUN-DATE
008400     OPEN OUTPUT OUTREP
008500     OPEN OUTPUT SUGORD
008600     PERFORM WRITE-REPORT-HEADER
009700        ADD 1 TO WS-CNT-PRODUCTS
009800        PERFORM COMPUTE-SUGGESTED-QTY
009900        PERFORM WRITE-DETAIL-LINE
010000        IF WS-SUGGESTED-QTY > ZERO
010020           PERFORM WRITE-SUGGESTION-RECORD
010040        ELSE
010060           ADD 1 TO WS-CNT-COVERED
010080        END-IF
010100        PERFORM FETCH-NEXT-PRODUCT
010200        PERFORM TEST-SQLCODE
010300     END-PERFORM
011200
011300     DISPLAY 'PART17 : PRODUCTS TO REORDER : ' WS-CNT-PRODUCTS
011310     DISPLAY 'PART17 : DEPOT LINES PRINTED : ' WS-CNT-SITE-LINES
011355     DISPLAY 'PART17 : COVERED BY TRANSFER : ' WS-CNT-COVERED
011400     GOBACK.
011500
011511 INITIALIZE-RUN-DATE.
011522     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
011527     CALL RUNDATE USING WS-TODAY-RAW
011533     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
011544            WS-TODAY-RAW(7:2)
011555            DELIMITED BY SIZE INTO WS-RUN-DATE
011566     END-STRING
011577     .
011588
011600 FETCH-NEXT-PRODUCT.
011700     EXEC SQL
011800        FETCH CREORD
013000     ELSE
013100        MOVE PROD-REORDER-POINT TO WS-SUGGESTED-QTY
013200     END-IF
013250     PERFORM APPLY-DEPOT-NET-SHORT
013300     .
013303
013306******************************************************
013309*** A PRODUCT WITH DEPOT LEVELS IS BOUGHT ONLY FOR  ***
013312*** THE NET SHORTFALL PART121 RECORDED TODAY - WHAT ***
013315*** ITS TRANSFERS CANNOT COVER. NOTHING WHEN THE    ***
013318*** DEPOTS CAN BALANCE IT BETWEEN THEMSELVES.       ***
013321******************************************************
013324 APPLY-DEPOT-NET-SHORT.
013327     MOVE SPACES TO DET-NOTE-ED
013330     MOVE PROD-ID TO DREP-P-NO
013333     MOVE WS-RUN-DATE TO DREP-RUN-DATE
013336     EXEC SQL
013339        SELECT NET_SHORT INTO :DREP-NET-SHORT
013342        FROM API5.DEPOT_REPLEN
013345        WHERE P_NO     = :DREP-P-NO
013348        AND   RUN_DATE = :DREP-RUN-DATE
013351     END-EXEC
013354     EVALUATE TRUE
013357        WHEN SQLCODE = +100
013360             CONTINUE
013363        WHEN SQLCODE = ZERO
013366             MOVE DREP-NET-SHORT TO WS-SUGGESTED-QTY
013369             IF DREP-NET-SHORT = ZERO
013372                MOVE 'BY TRANSFER' TO DET-NOTE-ED
013375             ELSE
013378                MOVE 'NET OF DEPOTS' TO DET-NOTE-ED
013381             END-IF
013384        WHEN OTHER
013387             PERFORM TEST-SQLCODE
013390     END-EVALUATE
013393     .
013400
013500 WRITE-REPORT-HEADER.
013600     WRITE ENR-OUTREP FROM L-TITLE-LINE
