001200*              - MARKED PROMO OR CONTRACT WHEN A PROMOTION OR    *
001300*              CONTRACT PRICE COVERED THE ORDER DATE, SO THE     *
001400*              LOSS-MAKERS ARE FINALLY VISIBLE.                  *
001425* 2026-10-15 : EXCEPTION LINE QUANTITY EDIT WIDENED TO FIVE      *
001450*              DIGITS - SALE QUANTITIES ARE IN BASE UNITS AND A  *
001475*              LINE ORDERED IN PACKS CAN EXCEED 99.              *
001479* 2026-10-15 : FREE-OF-CHARGE LINES (ITEMS.FOC_REASON SET) ARE   *
001483*              TAKEN OUT OF THE MARGIN AND BELOW-COST SECTIONS   *
001487*              AND THEIR COST IS REPORTED IN A NEW SECTION 4 AS  *
001491*              MARKETING (SAMPLE, GOODWILL) OR WARRANTY EXPENSE  *
001495*              BY REASON.                                        *
001496* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001497*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001498*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001499*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001499* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001499*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001499*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001499*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001499*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001499*              FOR THE PART131 REPORT.                           *
001500******************************************************************
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
004000
004100******************************************************
004200*** NET REVENUE AND COST PER PRODUCT FOR THE MONTH  ***
004300*** (SALE LINES ONLY - RETURNS WOULD DOUBLE-COUNT,  ***
004350*** FREE-OF-CHARGE LINES ARE EXPENSE, SEE CMFOC).   ***
004400******************************************************
004500     EXEC SQL
004600        DECLARE CMPRD CURSOR
005400        WHERE O.O_DATE >= :WS-DATE-FROM
005500        AND   O.O_DATE <= :WS-DATE-TO
005600        AND   I.ITEM_TYPE = 'O'
005650        AND   COALESCE(I.FOC_REASON, ' ') = ' '
005700        GROUP BY I.P_NO
005800        ORDER BY I.P_NO
005900     END-EXEC.
007300        WHERE O.O_DATE >= :WS-DATE-FROM
007400        AND   O.O_DATE <= :WS-DATE-TO
007500        AND   I.ITEM_TYPE = 'O'
007550        AND   COALESCE(I.FOC_REASON, ' ') = ' '
007600        GROUP BY O.MARKET
007700        ORDER BY O.MARKET
007800     END-EXEC.
009100        WHERE O.O_DATE >= :WS-DATE-FROM
009200        AND   O.O_DATE <= :WS-DATE-TO
009300        AND   I.ITEM_TYPE = 'O'
009350        AND   COALESCE(I.FOC_REASON, ' ') = ' '
009400        AND   I.UNIT_COST > 0
009500        AND   I.PRICE < I.UNIT_COST
009600        ORDER BY I.P_NO, I.O_NO
009700     END-EXEC.
009704
009708******************************************************
009712*** COST OF THE FREE-OF-CHARGE LINES SHIPPED IN THE ***
009716*** MONTH, BY REASON - S SAMPLE AND G GOODWILL ARE  ***
009720*** MARKETING EXPENSE, W WARRANTY REPLACEMENT IS    ***
009724*** WARRANTY EXPENSE.                               ***
009728******************************************************
009732     EXEC SQL
009736        DECLARE CMFOC CURSOR
009740        FOR
009744        SELECT I.FOC_REASON, COUNT(*),
009748               SUM(I.QUANTITY),
009752               SUM(I.QUANTITY * COALESCE(I.UNIT_COST, 0))
009756        FROM API5.ITEMS I
009760        JOIN API5.ORDERS O
009764        ON I.O_NO = O.O_NO
009768        WHERE O.O_DATE >= :WS-DATE-FROM
009772        AND   O.O_DATE <= :WS-DATE-TO
009776        AND   I.ITEM_TYPE = 'O'
009780        AND   COALESCE(I.FOC_REASON, ' ') <> ' '
009784        GROUP BY I.FOC_REASON
009788        ORDER BY I.FOC_REASON
009792     END-EXEC.
009800
009900 77 WS-MONTH-PARM     PIC X(7).
010000 77 WS-MGN-MONTH      PIC X(7).
010100 77 WS-DATE-FROM      PIC X(10).
010200 77 WS-DATE-TO        PIC X(10).
010300 77 WS-TODAY-RAW      PIC X(08).
010350 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
010358 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
010366 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART58'.
010374 77 WS-PGET-NAME      PIC X(12).
010382 77 WS-PGET-VALUE     PIC X(40).
010390 77 WS-PGET-RETCODE   PIC S9(4) COMP.
010400 77 WS-REVENUE        PIC S9(9)V99 COMP-3.
010500 77 WS-COST           PIC S9(9)V99 COMP-3.
010600 77 WS-MARGIN         PIC S9(9)V99 COMP-3.
011300 77 WS-CNT-EXCEPT     PIC 9(5) VALUE ZERO.
011400 77 WS-PRICE-SOURCE   PIC X(8).
011500 77 WS-PROBE-COUNT    PIC 9(5) VALUE ZERO.
011520 77 WS-FOC-LINES     PIC 9(7) COMP-3.
011540 77 WS-FOC-QTY       PIC 9(9) COMP-3.
011560 77 WS-TOT-MKTG-EXP  PIC S9(9)V99 COMP-3 VALUE ZERO.
011580 77 WS-TOT-WRTY-EXP  PIC S9(9)V99 COMP-3 VALUE ZERO.
011600
011700 01 L-HEADER-BLANK    PIC X(100) VALUE SPACE.
011800 01 L-TITLE-LINE.
012500    '2. MARGIN BY MARKET'.
012600 01 L-SECTION-EXC     PIC X(100) VALUE
012700    '3. SALE LINES POSTED BELOW COST'.
012703 01 L-SECTION-FOC     PIC X(100) VALUE
012706    '4. FREE GOODS EXPENSE BY REASON'.
012709 01 L-FOC-HEAD.
012712    05 FILLER  PIC X(24) VALUE 'REASON                  '.
012715    05 FILLER  PIC X(10) VALUE 'EXPENSE   '.
012718    05 FILLER  PIC X(8)  VALUE '   LINES'.
012721    05 FILLER  PIC X(10) VALUE '  QUANTITY'.
012724    05 FILLER  PIC X(14) VALUE '         COST'.
012727    05 FILLER  PIC X(34) VALUE SPACE.
012730 01 L-FOC-LINE.
012733    05 FOC-CODE-ED    PIC X(1).
012736    05 FILLER         PIC X(1)  VALUE SPACE.
012739    05 FOC-DESC-ED    PIC X(22).
012742    05 FOC-CLASS-ED   PIC X(10).
012745    05 FOC-LINES-ED   PIC ZZZZZZ9.
012748    05 FILLER         PIC X(1)  VALUE SPACE.
012751    05 FOC-QTY-ED     PIC ZZZZZZZZ9.
012754    05 FILLER         PIC X(1)  VALUE SPACE.
012757    05 FOC-COST-ED    PIC -ZZZZZZZZ9,99.
012760    05 FILLER         PIC X(35) VALUE SPACE.
012763 01 L-FOC-TOTAL.
012766    05 FILLER         PIC X(24) VALUE 'TOTAL EXPENSE           '.
012769    05 FOC-TCLASS-ED  PIC X(10).
012772    05 FILLER         PIC X(19) VALUE SPACE.
012775    05 FOC-TCOST-ED   PIC -ZZZZZZZZ9,99.
012778    05 FILLER         PIC X(34) VALUE SPACE.
012800 01 L-COLUMN-HEAD1.
012900    05 FILLER  PIC X(9)  VALUE 'KEY      '.
013000    05 FILLER  PIC X(14) VALUE '      REVENUE'.
015000    05 FILLER         PIC X(6)  VALUE ' PROD '.
015100    05 EXC-PNO-ED     PIC X(3).
015200    05 FILLER         PIC X(5)  VALUE ' QTY '.
015300    05 EXC-QTY-ED     PIC ZZZZ9.
015400    05 FILLER         PIC X(7)  VALUE ' PRICE '.
015500    05 EXC-PRICE-ED   PIC ZZ9,99.
015600    05 FILLER         PIC X(6)  VALUE ' COST '.
015700    05 EXC-COST-ED    PIC ZZ9,99.
015800    05 FILLER         PIC X(1)  VALUE SPACE.
015900    05 EXC-SOURCE-ED  PIC X(8).
016000    05 FILLER         PIC X(34) VALUE SPACE.
016100
016200 PROCEDURE DIVISION.
016300     PERFORM INITIALIZE-PARAMETERS
016900     PERFORM PRINT-PRODUCT-SECTION
017000     PERFORM PRINT-MARKET-SECTION
017100     PERFORM PRINT-EXCEPTION-SECTION
017150     PERFORM PRINT-FREE-GOODS-SECTION
017200
017300     CLOSE OUTMGN
017400
017500     DISPLAY 'PART58 : PRODUCTS REPORTED  : ' WS-CNT-PRODUCTS
017600     DISPLAY 'PART58 : BELOW-COST LINES   : ' WS-CNT-EXCEPT
017633     DISPLAY 'PART58 : FREE GOODS MKTG    : ' WS-TOT-MKTG-EXP
017666     DISPLAY 'PART58 : FREE GOODS WARRANTY: ' WS-TOT-WRTY-EXP
017700     GOBACK.
017800
017900 INITIALIZE-PARAMETERS.
018000     MOVE SPACES TO WS-MONTH-PARM
018100     MOVE 'MGNMONTH' TO WS-PGET-NAME
018133     PERFORM GET-RUN-PARM
018166     MOVE WS-PGET-VALUE TO WS-MONTH-PARM
018200     IF WS-MONTH-PARM = SPACES
018300        ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
018350        CALL RUNDATE USING WS-TODAY-RAW
018400        STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2)
018500               DELIMITED BY SIZE INTO WS-MGN-MONTH
018600        END-STRING
029000        CLOSE CMEXC
029100     END-EXEC
029200     PERFORM TEST-SQLCODE
029250     WRITE ENR-OUTMGN FROM L-HEADER-BLANK
029300     .
029400
029500 PRINT-ONE-EXCEPTION.
035200        END-IF
035300     END-IF
035400     .
035401
035402 PRINT-FREE-GOODS-SECTION.
035403     WRITE ENR-OUTMGN FROM L-SECTION-FOC
035404     WRITE ENR-OUTMGN FROM L-FOC-HEAD
035405     SET LIST-NOT-DONE TO TRUE
035406     EXEC SQL
035407        OPEN CMFOC
035408     END-EXEC
035409     PERFORM TEST-SQLCODE
035410     PERFORM PRINT-ONE-FREE-REASON UNTIL LIST-DONE
035411     EXEC SQL
035412        CLOSE CMFOC
035413     END-EXEC
035414     PERFORM TEST-SQLCODE
035415     MOVE 'MARKETING '    TO FOC-TCLASS-ED
035416     MOVE WS-TOT-MKTG-EXP TO FOC-TCOST-ED
035417     WRITE ENR-OUTMGN FROM L-FOC-TOTAL
035418     MOVE 'WARRANTY  '    TO FOC-TCLASS-ED
035419     MOVE WS-TOT-WRTY-EXP TO FOC-TCOST-ED
035420     WRITE ENR-OUTMGN FROM L-FOC-TOTAL
035421     .
035422
035423 PRINT-ONE-FREE-REASON.
035424     EXEC SQL
035425        FETCH CMFOC
035426        INTO :ITEMS-FOC-REASON, :WS-FOC-LINES, :WS-FOC-QTY,
035427             :WS-COST
035428     END-EXEC
035429     EVALUATE TRUE
035430        WHEN SQLCODE = +100
035431             SET LIST-DONE TO TRUE
035432        WHEN SQLCODE = ZERO
035433             EVALUATE ITEMS-FOC-REASON
035434                WHEN 'S'
035435                     MOVE 'SAMPLE' TO FOC-DESC-ED
035436                WHEN 'G'
035437                     MOVE 'GOODWILL' TO FOC-DESC-ED
035438                WHEN 'W'
035439                     MOVE 'WARRANTY REPLACEMENT' TO FOC-DESC-ED
035440                WHEN OTHER
035441                     MOVE 'UNKNOWN REASON' TO FOC-DESC-ED
035442             END-EVALUATE
035443             IF ITEMS-FOC-REASON = 'W'
035444                MOVE 'WARRANTY  ' TO FOC-CLASS-ED
035445                ADD WS-COST TO WS-TOT-WRTY-EXP
035446             ELSE
035447                MOVE 'MARKETING ' TO FOC-CLASS-ED
035448                ADD WS-COST TO WS-TOT-MKTG-EXP
035449             END-IF
035450             MOVE ITEMS-FOC-REASON TO FOC-CODE-ED
035451             MOVE WS-FOC-LINES     TO FOC-LINES-ED
035452             MOVE WS-FOC-QTY       TO FOC-QTY-ED
035453             MOVE WS-COST          TO FOC-COST-ED
035454             WRITE ENR-OUTMGN FROM L-FOC-LINE
035455        WHEN OTHER
035456             PERFORM TEST-SQLCODE
035457     END-EVALUATE
035458     .
035500
035600 TEST-SQLCODE.
035700     EVALUATE TRUE
037200     DISPLAY 'PART58 ABENDING - SEE SQLCODE ABOVE'
037300     MOVE 16 TO RETURN-CODE
037400     STOP RUN.
037500
037600******************************************************
037700*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
037800*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
037900*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
038000******************************************************
038100 GET-RUN-PARM.
038200     MOVE RETURN-CODE TO WS-PGET-RETCODE
038300     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
038400                        WS-PGET-VALUE
038500*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
038600     MOVE WS-PGET-RETCODE TO RETURN-CODE
038700     .
