000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART129.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - FISCAL YEAR-END CLOSE. FOR THE  *
000600*              YEAR IN YECYEAR (DEFAULT = THE YEAR BEFORE THE    *
000700*              RUN DATE) CHECKS THAT THE YEAR IS NOT ALREADY     *
000800*              CLOSED (API5.YEAR_CLOSE), THAT ALL TWELVE MONTHS  *
000900*              STAND CLOSED ON API5.PERIOD_STATUS AND THAT EVERY *
001000*              CUSTOMER PASSES THE PART128 RECEIVABLES TIE,      *
001100*              THEN, WITH THE OPERATOR AND AN AUTHORISED         *
001200*              APPROVER (OPERCHK, ACTION YEARCLOS), WRITES THE   *
001300*              YEAR'S TOTALS PER PRODUCT, CUSTOMER, REP AND      *
001400*              MARKET TO API5.YEAR_SUMMARY, CARRIES THE CUSTOMER *
001500*              BALANCES AND THE REBATE EARNED ON OPEN AGREEMENTS *
001600*              INTO API5.BALANCE_FORWARD, RESTARTS THE INVOICE,  *
001700*              QUOTE AND PO SERIES AT YY0001 FOR THE NEW YEAR    *
001800*              AND RECORDS THE CLOSE. A SERIES ALREADY PAST      *
001900*              YY0001 STOPS THE CLOSE.                           *
001911* 2026-10-15 : THE CREDIT NOTE SERIES (API5.CREDITNOTE_CONTROL,  *
001922*              PART130) RESTARTS WITH THE OTHERS, AT YY8001 SO   *
001933*              ITS NUMBERS STAY CLEAR OF THE INVOICES ON         *
001944*              API5.OPEN_ITEMS, AND IS RECORDED ON THE           *
001955*              YEAR_CLOSE ROW. A CREDIT NOTE SERIES ALREADY PAST *
001966*              YY8001 STOPS THE CLOSE. THE RECEIVABLES TIE       *
001977*              FOLLOWS PART128 IN ADDING BACK RETURN CREDIT      *
001988*              NOTES ON UNBILLED ORDERS.                         *
001990* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001992*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001994*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001996*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001996* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001996*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001996*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001996*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001996*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001996*              FOR THE PART131 REPORT.                           *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SPECIAL-NAMES.
002400     DECIMAL-POINT IS COMMA.
002500
002600 DATA DIVISION.
002700 WORKING-STORAGE SECTION.
002800     EXEC SQL
002900        INCLUDE SQLCA
003000     END-EXEC.
003100     EXEC SQL
003200        INCLUDE YEAREND
003300     END-EXEC.
003400
003500 77 OPERCHK            PIC X(8) VALUE 'OPERCHK'.
003600 77 WS-OPER-ACTION     PIC X(8) VALUE 'YEARCLOS'.
003700 77 WS-OPER-NEED-APPR  PIC X(1) VALUE 'Y'.
003800 77 WS-OPERATOR        PIC X(8) VALUE SPACES.
003900 77 WS-APPROVER        PIC X(8) VALUE SPACES.
004000 77 WS-OPER-STATUS     PIC X(1).
004100 77 WS-OPER-MESSAGE    PIC X(40).
004200
004300 77 WS-YEAR-PARM       PIC X(4).
004400 77 WS-CLOSE-YEAR      PIC 9(4).
004500 77 WS-NEW-YEAR        PIC 9(4).
004600 77 WS-CURR-YEAR       PIC 9(4).
004700 77 WS-CENTURY         PIC 9(2).
004800 77 WS-YEAR-YY         PIC 9(2).
004900 77 WS-TODAY-RAW       PIC X(08).
004950 77 RUNDATE            PIC X(8) VALUE 'RUNDATE'.
004958 77 PARMGET            PIC X(8) VALUE 'PARMGET'.
004966 77 WS-PGET-PROGID     PIC X(8) VALUE 'PART129'.
004974 77 WS-PGET-NAME       PIC X(12).
004982 77 WS-PGET-VALUE      PIC X(40).
004990 77 WS-PGET-RETCODE    PIC S9(4) COMP.
005000 77 WS-TODAY           PIC X(10).
005100 77 WS-NOW-RAW         PIC X(08).
005200 77 WS-NOW             PIC X(08).
005300 77 WS-DATE-FROM       PIC X(10).
005400 77 WS-DATE-TO         PIC X(10).
005500 77 WS-PERIOD-FROM     PIC X(7).
005600 77 WS-PERIOD-TO       PIC X(7).
005700 77 WS-LAST-QUARTER    PIC X(7).
005800 77 WS-SERIES-START    PIC 9(6).
005900 77 WS-NEXT-INV-NO     PIC 9(6).
006000 77 WS-NEXT-QUOTE-NO   PIC 9(6).
006100 77 WS-NEXT-PO-NO      PIC 9(6).
006133 77 WS-CRN-START      PIC 9(6).
006166 77 WS-NEXT-CRN-NO    PIC 9(6).
006200 77 WS-CNT-CLOSED-YEAR PIC 9(5) VALUE ZERO.
006300 77 WS-CNT-PERIODS     PIC 9(5) VALUE ZERO.
006400 77 WS-CNT-OUT         PIC 9(5) VALUE ZERO.
006500 77 WS-CNT-PROD-ROWS   PIC 9(7) VALUE ZERO.
006600 77 WS-CNT-CUST-ROWS   PIC 9(7) VALUE ZERO.
006700 77 WS-CNT-REP-ROWS    PIC 9(7) VALUE ZERO.
006800 77 WS-CNT-MKT-ROWS    PIC 9(7) VALUE ZERO.
006900 77 WS-CNT-BAL-FWD     PIC 9(7) VALUE ZERO.
007000 77 WS-CNT-REB-FWD     PIC 9(7) VALUE ZERO.
007100 77 WS-PARM-SW         PIC X VALUE 'O'.
007200    88 PARM-VALID        VALUE 'O'.
007300    88 PARM-INVALID      VALUE 'N'.
007400 77 WS-SERIES-SW       PIC X VALUE 'N'.
007500    88 SERIES-USED       VALUE 'O'.
007600    88 SERIES-FREE       VALUE 'N'.
007700
007800 PROCEDURE DIVISION.
007900     PERFORM INITIALIZE-PARAMETERS
008000     IF PARM-INVALID
008100        DISPLAY 'PART129 : YECYEAR INVALIDE OU EXERCICE NON '
008200                'TERMINE : ' WS-YEAR-PARM
008300        MOVE 8 TO RETURN-CODE
008400        GOBACK
008500     END-IF
008600
008700     PERFORM CHECK-NOT-CLOSED
008800     IF WS-CNT-CLOSED-YEAR NOT = ZERO
008900        DISPLAY 'PART129 : EXERCICE ' WS-CLOSE-YEAR
009000                ' DEJA CLOTURE'
009100        MOVE 8 TO RETURN-CODE
009200        GOBACK
009300     END-IF
009400
009500     PERFORM CHECK-PERIODS-CLOSED
009600     IF WS-CNT-PERIODS NOT = 12
009700        DISPLAY 'PART129 : ' WS-CNT-PERIODS ' MOIS CLOTURES '
009800                'SUR 12 POUR ' WS-CLOSE-YEAR ' - LANCER PART23'
009900        MOVE 8 TO RETURN-CODE
010000        GOBACK
010100     END-IF
010200
010300     PERFORM CHECK-RECEIVABLES
010400     IF WS-CNT-OUT NOT = ZERO
010500        DISPLAY 'PART129 : ' WS-CNT-OUT ' CLIENTS EN ECART - '
010600                'VOIR LE RAPPROCHEMENT PART128'
010700        MOVE 8 TO RETURN-CODE
010800        GOBACK
010900     END-IF
011000
011100     PERFORM CHECK-NUMBER-SERIES
011200     IF SERIES-USED
011300        DISPLAY 'PART129 : SERIE DE NUMEROS DEJA AU-DELA DE '
011400                WS-SERIES-START
011450                ' / ' WS-CRN-START
011500        MOVE 8 TO RETURN-CODE
011600        GOBACK
011700     END-IF
011800
011900     PERFORM CHECK-OPERATOR-AUTHORITY
012000     IF WS-OPER-STATUS NOT = 'O'
012100        DISPLAY 'PART129 : ' WS-OPER-MESSAGE
012200        MOVE 8 TO RETURN-CODE
012300        GOBACK
012400     END-IF
012500
012600     PERFORM BUILD-YEAR-SUMMARY
012700     PERFORM CARRY-BALANCES-FORWARD
012800     PERFORM RESTART-NUMBER-SERIES
012900     PERFORM RECORD-YEAR-CLOSE
013000     PERFORM COMMIT-SQL
013100
013200     DISPLAY '===================================='
013300     DISPLAY 'PART129 FISCAL YEAR-END CLOSE'
013400     DISPLAY 'YEAR CLOSED          : ' WS-CLOSE-YEAR
013500     DISPLAY 'PRODUCT SUMMARY ROWS : ' WS-CNT-PROD-ROWS
013600     DISPLAY 'CUSTOMER SUMMARY ROWS: ' WS-CNT-CUST-ROWS
013700     DISPLAY 'REP SUMMARY ROWS     : ' WS-CNT-REP-ROWS
013800     DISPLAY 'MARKET SUMMARY ROWS  : ' WS-CNT-MKT-ROWS
013900     DISPLAY 'BALANCES CARRIED FWD : ' WS-CNT-BAL-FWD
014000     DISPLAY 'REBATES CARRIED FWD  : ' WS-CNT-REB-FWD
014100     DISPLAY 'FIRST NUMBER ' WS-NEW-YEAR '    : ' WS-SERIES-START
014150     DISPLAY 'FIRST CREDIT NOTE    : ' WS-CRN-START
014200     DISPLAY '===================================='
014300     GOBACK.
014400
014500******************************************************
014600*** YECYEAR NAMES THE YEAR TO CLOSE; BY DEFAULT THE ***
014700*** YEAR BEFORE THE RUN DATE. A YEAR NOT YET ENDED  ***
014800*** CANNOT BE CLOSED.                               ***
014900******************************************************
015000 INITIALIZE-PARAMETERS.
015100     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
015150     CALL RUNDATE USING WS-TODAY-RAW
015200     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
015300            WS-TODAY-RAW(7:2) DELIMITED BY SIZE INTO WS-TODAY
015400     END-STRING
015500     ACCEPT WS-NOW-RAW FROM TIME
015600     STRING WS-NOW-RAW(1:2) ':' WS-NOW-RAW(3:2) ':'
015700            WS-NOW-RAW(5:2) DELIMITED BY SIZE INTO WS-NOW
015800     END-STRING
015900     MOVE WS-TODAY-RAW(1:4) TO WS-CURR-YEAR
016000
016100     MOVE SPACES TO WS-YEAR-PARM
016200     MOVE 'YECYEAR' TO WS-PGET-NAME
016233     PERFORM GET-RUN-PARM
016266     MOVE WS-PGET-VALUE TO WS-YEAR-PARM
016300     IF WS-YEAR-PARM = SPACES
016400        COMPUTE WS-CLOSE-YEAR = WS-CURR-YEAR - 1
016500     ELSE
016600        IF WS-YEAR-PARM IS NUMERIC
016700           MOVE WS-YEAR-PARM TO WS-CLOSE-YEAR
016800        ELSE
016900           SET PARM-INVALID TO TRUE
017000        END-IF
017100     END-IF
017200     IF PARM-VALID
017300        AND WS-CLOSE-YEAR NOT < WS-CURR-YEAR
017400        SET PARM-INVALID TO TRUE
017500     END-IF
017600     IF PARM-VALID
017700        PERFORM SET-YEAR-DATES
017800     END-IF
017900     .
018000
018100 SET-YEAR-DATES.
018200     COMPUTE WS-NEW-YEAR = WS-CLOSE-YEAR + 1
018300     STRING WS-CLOSE-YEAR '-01-01' DELIMITED BY SIZE
018400            INTO WS-DATE-FROM
018500     END-STRING
018600     STRING WS-CLOSE-YEAR '-12-31' DELIMITED BY SIZE
018700            INTO WS-DATE-TO
018800     END-STRING
018900     STRING WS-CLOSE-YEAR '-01' DELIMITED BY SIZE
019000            INTO WS-PERIOD-FROM
019100     END-STRING
019200     STRING WS-CLOSE-YEAR '-12' DELIMITED BY SIZE
019300            INTO WS-PERIOD-TO
019400     END-STRING
019500     STRING WS-CLOSE-YEAR '-Q4' DELIMITED BY SIZE
019600            INTO WS-LAST-QUARTER
019700     END-STRING
019800     DIVIDE WS-NEW-YEAR BY 100 GIVING WS-CENTURY
019900            REMAINDER WS-YEAR-YY
020000     COMPUTE WS-SERIES-START = WS-YEAR-YY * 10000 + 1
020050     COMPUTE WS-CRN-START = WS-YEAR-YY * 10000 + 8001
020100     DISPLAY 'PART129 : CLOTURE DE L''EXERCICE ' WS-CLOSE-YEAR
020200     .
020300
020400 CHECK-NOT-CLOSED.
020500     MOVE WS-CLOSE-YEAR TO YCLS-YEAR
020600     EXEC SQL
020700        SELECT COUNT(*) INTO :WS-CNT-CLOSED-YEAR
020800        FROM API5.YEAR_CLOSE
020900        WHERE FISCAL_YEAR = :YCLS-YEAR
021000     END-EXEC
021100     PERFORM TEST-SQLCODE
021200     .
021300
021400******************************************************
021500*** EVERY MONTH OF THE YEAR MUST STAND CLOSED BY    ***
021600*** PART23 - A MONTH PART108 REOPENED AND NOBODY    ***
021700*** CLOSED AGAIN STOPS THE YEAR.                    ***
021800******************************************************
021900 CHECK-PERIODS-CLOSED.
022000     EXEC SQL
022100        SELECT COUNT(*) INTO :WS-CNT-PERIODS
022200        FROM API5.PERIOD_STATUS
022300        WHERE PERIOD >= :WS-PERIOD-FROM
022400        AND   PERIOD <= :WS-PERIOD-TO
022500        AND   STATUS = 'C'
022600     END-EXEC
022700     PERFORM TEST-SQLCODE
022800     .
022900
023000******************************************************
023100*** THE SAME TIE AS THE PART128 RECONCILIATION : A  ***
023200*** CUSTOMER'S BALANCE MUST EQUAL ITS POSTINGS, AND ***
023300*** ITS OPEN ITEMS PLUS ORDERS NOT YET INVOICED AND ***
023400*** FINANCE CHARGES, LESS CASH NOT YET APPLIED.     ***
023500******************************************************
023600 CHECK-RECEIVABLES.
023700     EXEC SQL
023800        SELECT COUNT(*) INTO :WS-CNT-OUT
023900        FROM API5.CUSTOMERS C
024000        WHERE C.BALANCE <>
024100              COALESCE((SELECT SUM(B.AMOUNT)
024200                        FROM API5.BALANCE_HISTORY B
024300                        WHERE B.C_NO = C.C_NO
024400                        AND   B.HIST_TYPE <> 'D'), 0)
024500        OR    C.BALANCE <>
024600              COALESCE((SELECT SUM(OI.OPEN_AMOUNT)
024700                        FROM API5.OPEN_ITEMS OI
024800                        WHERE OI.C_NO = C.C_NO
024900                        AND   OI.STATUS = 'O'), 0)
025000            + COALESCE((SELECT SUM(B.AMOUNT)
025100                        FROM API5.BALANCE_HISTORY B
025200                        JOIN API5.ORDERS O
025300                        ON B.O_NO = O.O_NO
025400                        WHERE B.C_NO = C.C_NO
025500                        AND   B.HIST_TYPE = 'O'
025600                        AND   O.STATUS IN ('L', 'P', 'S')), 0)
025612            + COALESCE((SELECT SUM(N.AMOUNT)
025624                        FROM API5.CREDIT_NOTES N
025636                        JOIN API5.ORDERS O
025648                        ON N.O_NO = O.O_NO
025660                        WHERE N.C_NO = C.C_NO
025672                        AND   N.SOURCE = 'R'
025684                        AND   O.STATUS IN ('L', 'P', 'S')), 0)
025700            + COALESCE((SELECT SUM(B.AMOUNT)
025800                        FROM API5.BALANCE_HISTORY B
025900                        WHERE B.C_NO = C.C_NO
026000                        AND   B.HIST_TYPE = 'F'), 0)
026100            - COALESCE((SELECT SUM(R.AMOUNT - R.APPLIED_AMT)
026200                        FROM API5.CASH_RECEIPTS R
026300                        WHERE R.C_NO = C.C_NO), 0)
026400     END-EXEC
026500     PERFORM TEST-SQLCODE
026600     .
026700
026800******************************************************
026900*** THE NEW YEAR'S SERIES START AT YY0001 (YY = THE ***
027025*** NEW YEAR'S LAST TWO DIGITS), THE CREDIT NOTES   ***
027050*** AT YY8001. A SERIES ALREADY PAST ITS START      ***
027075*** WOULD REISSUE NUMBERS IN USE.                   ***
027200******************************************************
027300 CHECK-NUMBER-SERIES.
027400     EXEC SQL
027500        SELECT NEXT_INV_NO INTO :WS-NEXT-INV-NO
027600        FROM API5.INVOICE_CONTROL
027700     END-EXEC
027800     PERFORM TEST-SQLCODE
027900     EXEC SQL
028000        SELECT NEXT_QUOTE_NO INTO :WS-NEXT-QUOTE-NO
028100        FROM API5.QUOTE_CONTROL
028200     END-EXEC
028300     PERFORM TEST-SQLCODE
028400     EXEC SQL
028500        SELECT NEXT_PO_NO INTO :WS-NEXT-PO-NO
028600        FROM API5.PO_CONTROL
028700     END-EXEC
028800     PERFORM TEST-SQLCODE
028816     EXEC SQL
028832        SELECT NEXT_CRN_NO INTO :WS-NEXT-CRN-NO
028848        FROM API5.CREDITNOTE_CONTROL
028864     END-EXEC
028880     PERFORM TEST-SQLCODE
028900     IF WS-NEXT-INV-NO > WS-SERIES-START
029000        OR WS-NEXT-QUOTE-NO > WS-SERIES-START
029100        OR WS-NEXT-PO-NO > WS-SERIES-START
029150        OR WS-NEXT-CRN-NO > WS-CRN-START
029200        SET SERIES-USED TO TRUE
029300     END-IF
029400     .
029500
029600******************************************************
029700*** CLOSING A YEAR NEEDS THE OPERATOR AND A SECOND, ***
029800*** AUTHORISED PERSON WHO APPROVES IT.              ***
029900******************************************************
030000 CHECK-OPERATOR-AUTHORITY.
030100     ACCEPT WS-OPERATOR FROM ENVIRONMENT 'OPERATOR'
030200     ACCEPT WS-APPROVER FROM ENVIRONMENT 'APPROVER'
030300     CALL OPERCHK USING WS-OPER-ACTION WS-OPERATOR WS-APPROVER
030400                        WS-OPER-NEED-APPR WS-OPER-STATUS
030500                        WS-OPER-MESSAGE
030600     IF WS-OPER-STATUS = 'O'
030700        DISPLAY 'OPERATOR : ' WS-OPERATOR
030800                '  APPROVER : ' WS-APPROVER
030900     END-IF
031000     .
031100
031200******************************************************
031300*** THE YEAR'S TOTALS PER PRODUCT, CUSTOMER, REP    ***
031400*** AND MARKET, RETURNS ('R') DEDUCTED.             ***
031500******************************************************
031600 BUILD-YEAR-SUMMARY.
031700     MOVE WS-CLOSE-YEAR TO YSUM-YEAR
031800     EXEC SQL
031900        INSERT INTO API5.YEAR_SUMMARY
032000        (FISCAL_YEAR, DIM_TYPE, P_NO, C_NO, S_NO, MARKET,
032100         ORDERS, QUANTITY, REVENUE)
032200        SELECT :YSUM-YEAR, 'P', I.P_NO, 0, 0, ' ',
032300               COUNT(DISTINCT O.O_NO),
032400               SUM(CASE WHEN I.ITEM_TYPE = 'R'
032500                        THEN 0 - I.QUANTITY
032600                        ELSE I.QUANTITY
032700                   END),
032800               SUM(CASE WHEN I.ITEM_TYPE = 'R'
032900                        THEN 0 - I.QUANTITY * I.PRICE
033000                        ELSE I.QUANTITY * I.PRICE
033100                   END)
033200        FROM API5.ITEMS I
033300        JOIN API5.ORDERS O
033400        ON I.O_NO = O.O_NO
033500        WHERE O.O_DATE >= :WS-DATE-FROM
033600        AND   O.O_DATE <= :WS-DATE-TO
033700        GROUP BY I.P_NO
033800     END-EXEC
033900     PERFORM TEST-SQLCODE
034000     MOVE SQLERRD(3) TO WS-CNT-PROD-ROWS
034100
034200     EXEC SQL
034300        INSERT INTO API5.YEAR_SUMMARY
034400        (FISCAL_YEAR, DIM_TYPE, P_NO, C_NO, S_NO, MARKET,
034500         ORDERS, QUANTITY, REVENUE)
034600        SELECT :YSUM-YEAR, 'C', ' ', O.C_NO, 0, ' ',
034700               COUNT(DISTINCT O.O_NO),
034800               SUM(CASE WHEN I.ITEM_TYPE = 'R'
034900                        THEN 0 - I.QUANTITY
035000                        ELSE I.QUANTITY
035100                   END),
035200               SUM(CASE WHEN I.ITEM_TYPE = 'R'
035300                        THEN 0 - I.QUANTITY * I.PRICE
035400                        ELSE I.QUANTITY * I.PRICE
035500                   END)
035600        FROM API5.ITEMS I
035700        JOIN API5.ORDERS O
035800        ON I.O_NO = O.O_NO
035900        WHERE O.O_DATE >= :WS-DATE-FROM
036000        AND   O.O_DATE <= :WS-DATE-TO
036100        GROUP BY O.C_NO
036200     END-EXEC
036300     PERFORM TEST-SQLCODE
036400     MOVE SQLERRD(3) TO WS-CNT-CUST-ROWS
036500
036600     EXEC SQL
036700        INSERT INTO API5.YEAR_SUMMARY
036800        (FISCAL_YEAR, DIM_TYPE, P_NO, C_NO, S_NO, MARKET,
036900         ORDERS, QUANTITY, REVENUE)
037000        SELECT :YSUM-YEAR, 'R', ' ', 0, O.S_NO, ' ',
037100               COUNT(DISTINCT O.O_NO),
037200               SUM(CASE WHEN I.ITEM_TYPE = 'R'
037300                        THEN 0 - I.QUANTITY
037400                        ELSE I.QUANTITY
037500                   END),
037600               SUM(CASE WHEN I.ITEM_TYPE = 'R'
037700                        THEN 0 - I.QUANTITY * I.PRICE
037800                        ELSE I.QUANTITY * I.PRICE
037900                   END)
038000        FROM API5.ITEMS I
038100        JOIN API5.ORDERS O
038200        ON I.O_NO = O.O_NO
038300        WHERE O.O_DATE >= :WS-DATE-FROM
038400        AND   O.O_DATE <= :WS-DATE-TO
038500        GROUP BY O.S_NO
038600     END-EXEC
038700     PERFORM TEST-SQLCODE
038800     MOVE SQLERRD(3) TO WS-CNT-REP-ROWS
038900
039000     EXEC SQL
039100        INSERT INTO API5.YEAR_SUMMARY
039200        (FISCAL_YEAR, DIM_TYPE, P_NO, C_NO, S_NO, MARKET,
039300         ORDERS, QUANTITY, REVENUE)
039400        SELECT :YSUM-YEAR, 'M', ' ', 0, 0, O.MARKET,
039500               COUNT(DISTINCT O.O_NO),
039600               SUM(CASE WHEN I.ITEM_TYPE = 'R'
039700                        THEN 0 - I.QUANTITY
039800                        ELSE I.QUANTITY
039900                   END),
040000               SUM(CASE WHEN I.ITEM_TYPE = 'R'
040100                        THEN 0 - I.QUANTITY * I.PRICE
040200                        ELSE I.QUANTITY * I.PRICE
040300                   END)
040400        FROM API5.ITEMS I
040500        JOIN API5.ORDERS O
040600        ON I.O_NO = O.O_NO
040700        WHERE O.O_DATE >= :WS-DATE-FROM
040800        AND   O.O_DATE <= :WS-DATE-TO
040900        GROUP BY O.MARKET
041000     END-EXEC
041100     PERFORM TEST-SQLCODE
041200     MOVE SQLERRD(3) TO WS-CNT-MKT-ROWS
041300     .
041400
041500******************************************************
041600*** EVERY CUSTOMER BALANCE NOT AT ZERO, AND THE     ***
041700*** REBATE EARNED TO THE YEAR END ON EACH AGREEMENT ***
041800*** STILL OPEN (THE SUM OF ITS QUARTERLY ACCRUALS), ***
041900*** OPEN THE NEW YEAR.                              ***
042000******************************************************
042100 CARRY-BALANCES-FORWARD.
042200     MOVE WS-NEW-YEAR TO BFWD-YEAR
042300     EXEC SQL
042400        INSERT INTO API5.BALANCE_FORWARD
042500        (FISCAL_YEAR, BFWD_TYPE, C_NO, START_DATE, AMOUNT)
042600        SELECT :BFWD-YEAR, 'C', C.C_NO, ' ', C.BALANCE
042700        FROM API5.CUSTOMERS C
042800        WHERE C.BALANCE <> 0
042900     END-EXEC
043000     PERFORM TEST-SQLCODE
043100     MOVE SQLERRD(3) TO WS-CNT-BAL-FWD
043200
043300     EXEC SQL
043400        INSERT INTO API5.BALANCE_FORWARD
043500        (FISCAL_YEAR, BFWD_TYPE, C_NO, START_DATE, AMOUNT)
043600        SELECT :BFWD-YEAR, 'R', A.C_NO, A.START_DATE,
043700               SUM(R.ACCRUED)
043800        FROM API5.REBATE_AGREEMENTS A
043900        JOIN API5.REBATE_ACCRUALS R
044000        ON  R.C_NO = A.C_NO
044100        AND R.START_DATE = A.START_DATE
044200        WHERE A.STATUS = 'O'
044300        AND   R.PERIOD <= :WS-LAST-QUARTER
044400        GROUP BY A.C_NO, A.START_DATE
044500        HAVING SUM(R.ACCRUED) <> 0
044600     END-EXEC
044700     PERFORM TEST-SQLCODE
044800     MOVE SQLERRD(3) TO WS-CNT-REB-FWD
044900     .
045000
045100******************************************************
045200*** THE INVOICE, QUOTE AND PO SERIES RESTART AT     ***
045300*** YY0001 FOR THE NEW YEAR, THE CREDIT NOTES AT    ***
045350*** YY8001.                                         ***
045400******************************************************
045500 RESTART-NUMBER-SERIES.
045600     EXEC SQL
045700        UPDATE API5.INVOICE_CONTROL
045800        SET NEXT_INV_NO = :WS-SERIES-START
045900     END-EXEC
046000     PERFORM TEST-SQLCODE
046100     EXEC SQL
046200        UPDATE API5.QUOTE_CONTROL
046300        SET NEXT_QUOTE_NO = :WS-SERIES-START
046400     END-EXEC
046500     PERFORM TEST-SQLCODE
046600     EXEC SQL
046700        UPDATE API5.PO_CONTROL
046800        SET NEXT_PO_NO = :WS-SERIES-START
046900     END-EXEC
047000     PERFORM TEST-SQLCODE
047016     EXEC SQL
047032        UPDATE API5.CREDITNOTE_CONTROL
047048        SET NEXT_CRN_NO = :WS-CRN-START
047064     END-EXEC
047080     PERFORM TEST-SQLCODE
047100     .
047200
047300 RECORD-YEAR-CLOSE.
047400     MOVE WS-CLOSE-YEAR     TO YCLS-YEAR
047500     MOVE WS-TODAY          TO YCLS-DATE
047600     MOVE WS-NOW            TO YCLS-TIME
047700     MOVE WS-OPERATOR       TO YCLS-OPERATOR
047800     MOVE WS-APPROVER       TO YCLS-APPROVER
047900     MOVE WS-SERIES-START   TO YCLS-INV-START
048000     MOVE WS-SERIES-START   TO YCLS-QUO-START
048100     MOVE WS-SERIES-START   TO YCLS-PO-START
048150     MOVE WS-CRN-START      TO YCLS-CRN-START
048200     EXEC SQL
048300        INSERT INTO API5.YEAR_CLOSE
048400        (FISCAL_YEAR, CLOSE_DATE, CLOSE_TIME, OPERATOR, APPROVER,
048500         INV_START, QUOTE_START, PO_START, CRN_START)
048600        VALUES (:YCLS-YEAR, :YCLS-DATE, :YCLS-TIME,
048700                :YCLS-OPERATOR, :YCLS-APPROVER, :YCLS-INV-START,
048800                :YCLS-QUO-START, :YCLS-PO-START,
048850                :YCLS-CRN-START)
048900     END-EXEC
049000     PERFORM TEST-SQLCODE
049100     .
049200
049300 COMMIT-SQL.
049400     EXEC SQL COMMIT END-EXEC
049500     PERFORM TEST-SQLCODE
049600     .
049700
049800 TEST-SQLCODE.
049900     EVALUATE TRUE
050000          WHEN SQLCODE IS EQUAL TO ZERO
050100                CONTINUE
050200          WHEN SQLCODE IS GREATER ZERO
050300             IF SQLCODE = 100
050400               CONTINUE
050500             ELSE
050600               DISPLAY 'WARNING : ' SQLCODE
050700             END-IF
050800          WHEN SQLCODE IS LESS THAN ZERO
050900                DISPLAY 'ANOMALIE : ' SQLCODE
051000                PERFORM ABEND-PROG
051100     END-EVALUATE.
051200
051300 ABEND-PROG.
051400     EXEC SQL ROLLBACK END-EXEC
051500     DISPLAY 'PART129 ABENDING - SEE SQLCODE ABOVE'
051600     MOVE 16 TO RETURN-CODE
051700     STOP RUN.
051800
051900******************************************************
052000*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
052100*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
052200*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
052300******************************************************
052400 GET-RUN-PARM.
052500     MOVE RETURN-CODE TO WS-PGET-RETCODE
052600     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
052700                        WS-PGET-VALUE
052800*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
052900     MOVE WS-PGET-RETCODE TO RETURN-CODE
053000     .
