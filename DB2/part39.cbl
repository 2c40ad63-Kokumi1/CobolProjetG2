001220*              ORDER'S SHIP-TO CODE (BLANK = HEAD OFFICE FIRST)  *
001230*              AND EACH LINE SHOWS THE CODE, SO A MULTI-SITE     *
001240*              ACCOUNT'S PICKS COME OFF THE SHELF SITE BY SITE.  *
001248* 2026-10-15 : A LINE ORDERED IN A PACK (ITEMS.ORDER_UNIT,       *
001256*              PART2) IS PACKED AND RESTOCKED IN THAT PACK - THE *
001264*              QUANTITY COLUMN SHOWS THE PACK COUNT AND UNIT THE *
001272*              CUSTOMER ORDERED (BASE UNIT FOR PLAIN LINES),     *
001280*              WITH THE BASE UNITS ALONGSIDE. THE PULL TOTALS    *
001288*              STAY IN BASE UNITS, AS STOCK IS COUNTED.          *
001289* 2026-10-15 : THE PULL SECTION SHOWS, NEXT TO A PRODUCT, THE    *
001290*              UNITS STILL HELD IN QUALITY INSPECTION ACROSS THE *
001291*              DEPOTS (WAREHOUSE_STOCK.QUARANTINE) WITH A        *
001292*              DO-NOT-PICK WARNING, SO THE PICKERS LEAVE THOSE   *
001293*              UNITS ON THE INSPECTION SHELF.                    *
001294* 2026-10-15 : THE PULL SECTION IS PRINTED BY DEPOT (THE LINE'S  *
001295*              ITEMS.W_CODE) AND IN WALK ORDER OF EACH PRODUCT'S *
001296*              PRIMARY BIN THERE (API5.PRODUCT_BINS /            *
001297*              BIN_LOCATIONS - AISLE, BAY, LEVEL), WITH THE BIN  *
001298*              ON THE LINE; PRODUCTS WITH NO BIN COME LAST. THE  *
001299*              QUARANTINE FIGURE IS NOW THAT DEPOT'S.            *
001299* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001299*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001299*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001299*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001299* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001299*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001299*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001299*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001299*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001299*              FOR THE PART131 REPORT.                           *
001300******************************************************************
001400 ENVIRONMENT DIVISION.
001500 CONFIGURATION SECTION.
003800     EXEC SQL
003900        INCLUDE PRODUCTS
004000     END-EXEC.
004025     EXEC SQL
004050        INCLUDE BINLOC
004075     END-EXEC.
004100
004200******************************************************
004300*** TOTAL UNITS TO PULL PER PRODUCT FOR THE DAY, BY ***
004344*** DEPOT AND IN WALK ORDER OF THE PRODUCT'S BIN    ***
004388*** (AISLE, BAY, LEVEL) - UNBINNED PRODUCTS LAST.   ***
004432******************************************************
004476     EXEC SQL
004520        DECLARE CPULL CURSOR
004564        FOR
004608        SELECT X.W_CODE, X.P_NO, P.DESCRIPTION, SUM(X.QUANTITY),
004652               COALESCE(B.BIN_CODE, ' '),
004696               (SELECT COALESCE(SUM(W.QUARANTINE), 0)
004740                FROM API5.WAREHOUSE_STOCK W
004784                WHERE W.W_CODE = X.W_CODE
004828                AND   W.P_NO   = X.P_NO)
004872        FROM (SELECT CASE WHEN COALESCE(I.W_CODE, '  ') = '  '
004916                          THEN 'W1' ELSE I.W_CODE END AS W_CODE,
004960                     I.P_NO, I.QUANTITY
005004              FROM API5.ITEMS I
005048              JOIN API5.ORDERS O
005092              ON I.O_NO = O.O_NO
005136              WHERE O.O_DATE = :WS-PICK-DATE
005180              AND   I.ITEM_TYPE = 'O') X
005224        JOIN API5.PRODUCTS P
005268        ON X.P_NO = P.P_NO
005312        LEFT JOIN API5.PRODUCT_BINS B
005356        ON  B.W_CODE = X.W_CODE
005400        AND B.P_NO   = X.P_NO
005444        LEFT JOIN API5.BIN_LOCATIONS L
005488        ON  L.W_CODE   = B.W_CODE
005532        AND L.BIN_CODE = B.BIN_CODE
005576        GROUP BY X.W_CODE, X.P_NO, P.DESCRIPTION, B.BIN_CODE,
005620                 L.AISLE, L.BAY, L.BIN_LEVEL
005664        ORDER BY X.W_CODE, COALESCE(L.AISLE, 'ZZ'),
005708                 COALESCE(L.BAY, 999), COALESCE(L.BIN_LEVEL, 99),
005752                 X.P_NO
005800     END-EXEC.
005900
006000******************************************************
006400        DECLARE CPACK CURSOR
006500        FOR
006600        SELECT I.O_NO, I.P_NO, P.DESCRIPTION, I.QUANTITY,
006610               COALESCE(O.SHIP_CODE, '  '),
006625               CASE WHEN COALESCE(I.ORDER_UNIT, '  ') = '  '
006640                    THEN I.QUANTITY ELSE I.ORDER_QTY END,
006655               CASE WHEN COALESCE(I.ORDER_UNIT, '  ') = '  '
006670                    THEN COALESCE(P.BASE_UNIT, 'EA')
006685                    ELSE I.ORDER_UNIT END
006700        FROM API5.ITEMS I
006800        JOIN API5.ORDERS O
006900        ON I.O_NO = O.O_NO
008000     EXEC SQL
008100        DECLARE CREST CURSOR
008200        FOR
008300        SELECT I.O_NO, I.P_NO, P.DESCRIPTION, I.QUANTITY,
008316               CASE WHEN COALESCE(I.ORDER_UNIT, '  ') = '  '
008332                    THEN I.QUANTITY ELSE I.ORDER_QTY END,
008348               CASE WHEN COALESCE(I.ORDER_UNIT, '  ') = '  '
008364                    THEN COALESCE(P.BASE_UNIT, 'EA')
008380                    ELSE I.ORDER_UNIT END
008400        FROM API5.ITEMS I
008500        JOIN API5.ORDERS O
008600        ON I.O_NO = O.O_NO
009400 77 WS-DATE-PARM      PIC X(10).
009500 77 WS-PICK-DATE      PIC X(10).
009600 77 WS-TODAY-RAW      PIC X(8).
009650 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
009658 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
009666 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART39'.
009674 77 WS-PGET-NAME      PIC X(12).
009682 77 WS-PGET-VALUE     PIC X(40).
009690 77 WS-PGET-RETCODE   PIC S9(4) COMP.
009700 77 WS-PULL-QTY       PIC S9(9) COMP.
009716 77 WS-HELD-QTY       PIC S9(9) COMP.
009724 77 WS-LAST-DEPOT    PIC X(2)  VALUE SPACES.
009733 77 WS-ORD-QTY        PIC S9(9) COMP.
009766 77 WS-ORD-UNIT       PIC X(2).
009800 77 WS-CNT-PULL       PIC 9(5) VALUE ZERO.
009900 77 WS-CNT-PACK       PIC 9(5) VALUE ZERO.
010000 77 WS-CNT-RESTOCK    PIC 9(5) VALUE ZERO.
010500    05 TITLE-DATE-ED  PIC X(10).
010600    05 FILLER         PIC X(55) VALUE SPACE.
010700 01 L-SECTION-PULL    PIC X(80) VALUE
010800    '1. UNITS TO PULL PER PRODUCT, BY DEPOT IN BIN ORDER'.
010900 01 L-SECTION-PACK    PIC X(80) VALUE
011000    '2. LINES BY ORDER FOR PACKING'.
011100 01 L-SECTION-REST    PIC X(80) VALUE
011200    '3. RETURN LINES TO RESTOCK'.
011300 01 L-DEPOT-LINE.
011342    05 FILLER         PIC X(6)  VALUE 'DEPOT '.
011384    05 DEPOT-WCODE-ED PIC X(2).
011426    05 FILLER         PIC X(72) VALUE SPACE.
011468 01 L-PULL-LINE.
011510    05 PULL-BIN-ED    PIC X(8).
011552    05 FILLER         PIC X(1)  VALUE SPACE.
011594    05 PULL-PNO-ED    PIC X(3).
011636    05 FILLER         PIC X(2)  VALUE SPACE.
011678    05 PULL-DESC-ED   PIC X(25).
011720    05 FILLER         PIC X(1)  VALUE SPACE.
011762    05 PULL-QTY-ED    PIC ZZZZZ9.
011804    05 FILLER         PIC X(2)  VALUE SPACE.
011846    05 PULL-HELD-TXT  PIC X(11).
011888    05 PULL-HELD-ED   PIC ZZZZZ9 BLANK WHEN ZERO.
011930    05 PULL-HELD-NOTE PIC X(14).
011972    05 FILLER         PIC X(1)  VALUE SPACE.
012000 01 L-PACK-LINE.
012050    05 PACK-SHIP-ED   PIC X(2).
012060    05 FILLER         PIC X(2)  VALUE SPACE.
012400    05 FILLER         PIC X(2)  VALUE SPACE.
012500    05 PACK-DESC-ED   PIC X(30).
012600    05 FILLER         PIC X(2)  VALUE SPACE.
012700    05 PACK-QTY-ED    PIC ZZZZ9.
012800    05 FILLER         PIC X(1)  VALUE SPACE.
012820    05 PACK-UNIT-ED   PIC X(2).
012840    05 FILLER         PIC X(3)  VALUE SPACE.
012860    05 PACK-BASE-ED   PIC ZZZZZ.
012880    05 FILLER         PIC X(15) VALUE SPACE.
012900
013000 PROCEDURE DIVISION.
013100     PERFORM INITIALIZE-PARAMETERS
014700
014800 INITIALIZE-PARAMETERS.
014900     MOVE SPACES TO WS-DATE-PARM
015000     MOVE 'PICKDATE' TO WS-PGET-NAME
015033     PERFORM GET-RUN-PARM
015066     MOVE WS-PGET-VALUE TO WS-DATE-PARM
015100     IF WS-DATE-PARM NOT = SPACES
015200        MOVE WS-DATE-PARM TO WS-PICK-DATE
015300     ELSE
015400        ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
015450        CALL RUNDATE USING WS-TODAY-RAW
015500        STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
015600               WS-TODAY-RAW(7:2) DELIMITED BY SIZE
015700               INTO WS-PICK-DATE
016900     PERFORM FETCH-NEXT-PULL
017000     PERFORM UNTIL SQLCODE NOT EQUAL ZERO
017100        ADD 1 TO WS-CNT-PULL
017109        IF ITEMS-W-CODE NOT = WS-LAST-DEPOT
017118           MOVE ITEMS-W-CODE TO WS-LAST-DEPOT
017127           MOVE ITEMS-W-CODE TO DEPOT-WCODE-ED
017136           WRITE ENR-OUTPCK FROM L-DEPOT-LINE
017145        END-IF
017154        IF PBIN-CODE = SPACES
017163           MOVE 'NO BIN' TO PULL-BIN-ED
017172        ELSE
017181           MOVE PBIN-CODE TO PULL-BIN-ED
017190        END-IF
017200        MOVE ITEMS-P-NO TO PULL-PNO-ED
017300        MOVE FUNCTION TRIM(PROD-DESCRIPTION-TEXT
017400            (1:PROD-DESCRIPTION-LEN)) TO PULL-DESC-ED
017500        MOVE WS-PULL-QTY TO PULL-QTY-ED
017511        MOVE WS-HELD-QTY TO PULL-HELD-ED
017522        IF WS-HELD-QTY > ZERO
017533           MOVE 'QUARANTINE ' TO PULL-HELD-TXT
017544           MOVE ' - DO NOT PICK' TO PULL-HELD-NOTE
017555        ELSE
017566           MOVE SPACES TO PULL-HELD-TXT
017577           MOVE SPACES TO PULL-HELD-NOTE
017588        END-IF
017600        WRITE ENR-OUTPCK FROM L-PULL-LINE
017700        PERFORM FETCH-NEXT-PULL
017800     END-PERFORM
018600 FETCH-NEXT-PULL.
018700     EXEC SQL
018800        FETCH CPULL
018900        INTO :ITEMS-W-CODE, :ITEMS-P-NO, :PROD-DESCRIPTION,
018950             :WS-PULL-QTY, :PBIN-CODE, :WS-HELD-QTY
019000     END-EXEC
019100     IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
019200        PERFORM TEST-SQLCODE
021600     EXEC SQL
021700        FETCH CPACK
021800        INTO :ORDERS-O-NO, :ITEMS-P-NO, :PROD-DESCRIPTION,
021900             :ITEMS-QUANTITY, :ORDERS-SHIP-CODE,
021950             :WS-ORD-QTY, :WS-ORD-UNIT
022000     END-EXEC
022100     IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
022200        PERFORM TEST-SQLCODE
022800     MOVE ITEMS-P-NO  TO PACK-PNO-ED
022900     MOVE FUNCTION TRIM(PROD-DESCRIPTION-TEXT
023000         (1:PROD-DESCRIPTION-LEN)) TO PACK-DESC-ED
023100     MOVE WS-ORD-QTY  TO PACK-QTY-ED
023114     MOVE WS-ORD-UNIT TO PACK-UNIT-ED
023128     IF WS-ORD-QTY = ITEMS-QUANTITY
023142        MOVE ZERO TO PACK-BASE-ED
023156     ELSE
023170        MOVE ITEMS-QUANTITY TO PACK-BASE-ED
023184     END-IF
023200     WRITE ENR-OUTPCK FROM L-PACK-LINE
023300     .
023400
025400     EXEC SQL
025500        FETCH CREST
025600        INTO :ORDERS-O-NO, :ITEMS-P-NO, :PROD-DESCRIPTION,
025700             :ITEMS-QUANTITY,
025750             :WS-ORD-QTY, :WS-ORD-UNIT
025800     END-EXEC
025900     IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
026000        PERFORM TEST-SQLCODE
028000     DISPLAY 'PART39 ABENDING - SEE SQLCODE ABOVE'
028100     MOVE 16 TO RETURN-CODE
028200     STOP RUN.
028300
028400******************************************************
028500*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
028600*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
028700*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
028800******************************************************
028900 GET-RUN-PARM.
029000     MOVE RETURN-CODE TO WS-PGET-RETCODE
029100     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
029200                        WS-PGET-VALUE
029300*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
029400     MOVE WS-PGET-RETCODE TO RETURN-CODE
029500     .
