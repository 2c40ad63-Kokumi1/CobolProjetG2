000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART99.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - 13-WEEK CASH FLOW FORECAST FOR  *
000510*              TREASURY (FICCSH). WEEK 1 STARTS ON FCDATE        *
000520*              (YYYY-MM-DD, DEFAULT TODAY) FROM THE OPENING      *
000530*              POSITION CASHOPEN (DEFAULT 0,00). INFLOWS ARE THE *
000540*              OPEN ITEMS LESS OPEN DISPUTES, EXPECTED AT THE    *
000550*              INVOICE DATE PLUS THE CUSTOMER'S AVERAGE          *
000560*              DAYS-TO-PAY OVER THE LAST YEAR OF                 *
000570*              ORDER-REFERENCED RECEIPTS (NO HISTORY : DUE DATE, *
000580*              OR NET 30), AND THE UNPAID PAYMENT PLAN           *
000590*              INSTALLMENTS AT THEIR DUE DATE - A CUSTOMER ON A  *
000600*              PLAN IS FORECAST FROM THE PLAN ONLY. OUTFLOWS ARE *
000610*              THE OPEN PAYABLES AT THEIR DUE DATE, THE OPEN PO  *
000620*              LINES AT PRODUCTS.COST (PO PRICE WHEN NO COST)    *
000630*              PAYABLE APDAYS (DEFAULT 30) AFTER THE EXPECTED    *
000640*              RECEIPT, AND THE OPEN COMMISSIONS AND REFUNDS DUE *
000650*              (CREDITS ABOVE REFTHRESH) IN WEEK 1. ANYTHING     *
000660*              OVERDUE FALLS IN WEEK 1, ANYTHING PAST WEEK 13 IS *
000670*              SHOWN APART.                                      *
000770* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
000870*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
000970*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001070*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001170* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001270*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001370*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001470*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001570*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001670*              FOR THE PART131 REPORT.                           *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SPECIAL-NAMES.
002600     DECIMAL-POINT IS COMMA.
002700 
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OUTCSH ASSIGN TO FICCSH.
003100 
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD OUTCSH.
003500 01 ENR-OUTCSH PIC X(120).
003600 
003700 WORKING-STORAGE SECTION.
003800     EXEC SQL
003900        INCLUDE SQLCA
004000     END-EXEC.
004100     EXEC SQL
004200        INCLUDE OPENITEM
004300     END-EXEC.
004400     EXEC SQL
004500        INCLUDE PAYPLAN
004600     END-EXEC.
004700     EXEC SQL
004800        INCLUDE CASHRCPT
004900     END-EXEC.
005000     EXEC SQL
005100        INCLUDE APITEM
005200     END-EXEC.
005300     EXEC SQL
005400        INCLUDE PURCHORD
005500     END-EXEC.
005600 
005700******************************************************
005800*** LAST YEAR OF RECEIPTS - THOSE WHOSE REFERENCE   ***
005900*** IS AN ORDER NUMBER GIVE THE DAYS-TO-PAY.        ***
006000******************************************************
006100     EXEC SQL
006200        DECLARE CRCPTH CURSOR
006300        FOR
006400        SELECT C_NO, RCPT_DATE, REF
006500        FROM API5.CASH_RECEIPTS
006600        WHERE RCPT_DATE >= :WS-HIST-FROM
006700        AND   RCPT_DATE <= :WS-ASOF-DASHED
006800     END-EXEC.
006900 
007000******************************************************
007100*** INSTALLMENTS STILL DUE ON A PAYMENT PLAN.       ***
007200******************************************************
007300     EXEC SQL
007400        DECLARE CPLANS CURSOR
007500        FOR
007600        SELECT C_NO, DUE_DATE, AMOUNT
007700        FROM API5.PAYMENT_PLANS
007800        WHERE PAID_FLAG = 'N'
007900     END-EXEC.
008000 
008100******************************************************
008200*** OPEN RECEIVABLES NET OF WHAT IS IN DISPUTE.     ***
008300******************************************************
008400     EXEC SQL
008500        DECLARE COITEMS CURSOR
008600        FOR
008700        SELECT O.C_NO, O.INV_DATE, COALESCE(O.DUE_DATE, ' '),
008800               O.OPEN_AMOUNT -
008900               COALESCE((SELECT SUM(D.AMOUNT)
009000                         FROM API5.DISPUTES D
009100                         WHERE D.INV_NO = O.INV_NO
009200                         AND   D.STATUS = 'O'), 0)
009300        FROM API5.OPEN_ITEMS O
009400        WHERE O.STATUS = 'O'
009500     END-EXEC.
009600 
009700******************************************************
009800*** OPEN SUPPLIER INVOICES.                         ***
009900******************************************************
010000     EXEC SQL
010100        DECLARE CAPDUE CURSOR
010200        FOR
010300        SELECT DUE_DATE, OPEN_AMOUNT
010400        FROM API5.AP_OPEN_ITEMS
010500        WHERE STATUS = 'O'
010600     END-EXEC.
010700 
010800******************************************************
010900*** OPEN PURCHASE ORDER LINES STILL TO BE RECEIVED, ***
011000*** VALUED AT THE PRODUCT COST.                     ***
011100******************************************************
011200     EXEC SQL
011300        DECLARE CPOOPN CURSOR
011400        FOR
011500        SELECT COALESCE(L.EXP_DATE, ' '),
011600               (L.QTY_ORDERED - L.QTY_RECEIVED) *
011700               CASE WHEN P.COST > 0 THEN P.COST
011800                    ELSE L.UNIT_PRICE END
011900        FROM API5.PO_LINES L
012000        JOIN API5.PRODUCTS P
012100        ON L.P_NO = P.P_NO
012200        WHERE L.LINE_STATUS = 'O'
012300        AND   L.QTY_ORDERED > L.QTY_RECEIVED
012400     END-EXEC.
012500 
012600 77 WS-TODAY-RAW      PIC X(08).
012650 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
012658 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
012666 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART99'.
012674 77 WS-PGET-NAME      PIC X(12).
012682 77 WS-PGET-VALUE     PIC X(40).
012690 77 WS-PGET-RETCODE   PIC S9(4) COMP.
012700 77 WS-ASOF-DASHED    PIC X(10).
012800 77 WS-ASOF-INT       PIC 9(8).
012900 77 WS-ASOF-DAYS      PIC 9(7).
013000 77 WS-HIST-FROM      PIC X(10).
013100 77 WS-WORK-DATE      PIC 9(8).
013200 77 WS-WORK-DATE-X    REDEFINES WS-WORK-DATE PIC X(8).
013300 77 WS-CUTOFF-WORK    PIC X(10).
013400 77 WS-DATE-IN        PIC X(10).
013500 77 WS-DATE-DAYS      PIC 9(7).
013600 77 WS-DUE-DAYS       PIC 9(7).
013700 77 WS-DAYS-AHEAD     PIC S9(7).
013800 77 WS-WEEK-IX        PIC 9(2).
013900 77 WS-OPEN-PARM      PIC X(15).
014000 77 WS-OPENING        PIC S9(9)V99 COMP-3 VALUE ZERO.
014100 77 WS-THRESH-PARM    PIC X(15).
014200 77 WS-THRESHOLD      PIC S9(8)V99 COMP-3 VALUE ZERO.
014300 77 WS-APDAYS-PARM    PIC X(3).
014400 77 WS-APDAYS         PIC 9(3) VALUE 30.
014500 77 WS-FLOW-AMT       PIC S9(9)V99 COMP-3 VALUE ZERO.
014600 77 WS-COMM-DUE       PIC S9(9)V99 COMP-3 VALUE ZERO.
014700 77 WS-REFUND-DUE     PIC S9(9)V99 COMP-3 VALUE ZERO.
014800 77 WS-PAY-O-NO       PIC 9(6).
014900 77 WS-FIRST-INV      PIC X(10).
015000 77 WS-FIRST-INV-IND  PIC S9(4) COMP.
015100 77 WS-AVG-DAYS       PIC 9(5).
015200 77 WS-NET            PIC S9(9)V99 COMP-3 VALUE ZERO.
015300 77 WS-POSITION       PIC S9(9)V99 COMP-3 VALUE ZERO.
015400 77 WS-TOT-IN-AR      PIC S9(9)V99 COMP-3 VALUE ZERO.
015500 77 WS-TOT-IN-PLAN    PIC S9(9)V99 COMP-3 VALUE ZERO.
015600 77 WS-TOT-OUT-SUP    PIC S9(9)V99 COMP-3 VALUE ZERO.
015700 77 WS-TOT-OUT-OTH    PIC S9(9)V99 COMP-3 VALUE ZERO.
015800 77 WS-TOT-NET        PIC S9(9)V99 COMP-3 VALUE ZERO.
015900 77 WS-CNT-HIST       PIC 9(7) VALUE ZERO.
016000 77 WS-CNT-ITEMS      PIC 9(7) VALUE ZERO.
016100 77 WS-CNT-INSTALLS   PIC 9(7) VALUE ZERO.
016200 77 WS-CNT-PAYABLES   PIC 9(7) VALUE ZERO.
016300 77 WS-CNT-PO-LINES   PIC 9(7) VALUE ZERO.
016400 
016500******************************************************
016600*** PER-CUSTOMER PAYMENT HABIT, INDEXED BY C_NO.    ***
016700******************************************************
016800 01 WS-CUST-TABLE.
016900    05 WS-CUST-ENTRY OCCURS 9999 TIMES.
017000       10 WS-CUST-PAID-CNT  PIC 9(5) COMP-3.
017100       10 WS-CUST-PAID-DAYS PIC 9(9) COMP-3.
017200       10 WS-CUST-PLAN-SW   PIC X(1).
017300          88 CUST-ON-PLAN   VALUE 'Y'.
017400 
017500******************************************************
017600*** WEEKS 1 TO 13; ENTRY 14 IS PAST THE HORIZON.    ***
017700******************************************************
017800 01 WS-WEEK-TABLE.
017900    05 WS-WEEK-ENTRY OCCURS 14 TIMES.
018000       10 WS-WK-IN-AR     PIC S9(9)V99 COMP-3.
018100       10 WS-WK-IN-PLAN   PIC S9(9)V99 COMP-3.
018200       10 WS-WK-OUT-SUP   PIC S9(9)V99 COMP-3.
018300       10 WS-WK-OUT-OTH   PIC S9(9)V99 COMP-3.
018400 
018500 01 L-HEADER-BLANK    PIC X(120) VALUE SPACE.
018600 01 L-TITLE-LINE.
018700    05 FILLER         PIC X(29)
018800                      VALUE '13-WEEK CASH FORECAST FROM  '.
018900    05 TITLE-DATE-ED  PIC X(10).
019000    05 FILLER         PIC X(81) VALUE SPACE.
019100 01 L-OPENING-LINE.
019200    05 FILLER         PIC X(18) VALUE 'OPENING POSITION :'.
019300    05 FILLER         PIC X(1)  VALUE SPACE.
019400    05 OPN-AMT-ED     PIC -ZZZZZZZ9,99.
019500    05 FILLER         PIC X(89) VALUE SPACE.
019600 01 L-COLUMN-HEAD1.
019700    05 FILLER  PIC X(5)  VALUE 'WEEK '.
019800    05 FILLER  PIC X(11) VALUE 'STARTING'.
019900    05 FILLER  PIC X(13) VALUE '    RECEIPTS'.
020000    05 FILLER  PIC X(13) VALUE '       PLANS'.
020100    05 FILLER  PIC X(13) VALUE '   SUPPLIERS'.
020200    05 FILLER  PIC X(13) VALUE ' COMM/REFUND'.
020300    05 FILLER  PIC X(13) VALUE '    NET FLOW'.
020400    05 FILLER  PIC X(14) VALUE '     POSITION'.
020500    05 FILLER  PIC X(25) VALUE SPACE.
020600 01 L-DETAIL-LINE.
020700    05 DET-WEEK-ED    PIC Z9.
020800    05 FILLER         PIC X(3)  VALUE SPACE.
020900    05 DET-DATE-ED    PIC X(10).
021000    05 FILLER         PIC X(1)  VALUE SPACE.
021100    05 DET-AR-ED      PIC -ZZZZZZ9,99.
021200    05 FILLER         PIC X(1)  VALUE SPACE.
021300    05 DET-PLAN-ED    PIC -ZZZZZZ9,99.
021400    05 FILLER         PIC X(1)  VALUE SPACE.
021500    05 DET-SUP-ED     PIC -ZZZZZZ9,99.
021600    05 FILLER         PIC X(1)  VALUE SPACE.
021700    05 DET-OTH-ED     PIC -ZZZZZZ9,99.
021800    05 FILLER         PIC X(1)  VALUE SPACE.
021900    05 DET-NET-ED     PIC -ZZZZZZ9,99.
022000    05 FILLER         PIC X(1)  VALUE SPACE.
022100    05 DET-POS-ED     PIC -ZZZZZZZ9,99.
022200    05 FILLER         PIC X(25) VALUE SPACE.
022300 01 L-TOTAL-LINE.
022400    05 TOT-LABEL-ED   PIC X(16).
022500    05 TOT-AR-ED      PIC -ZZZZZZ9,99.
022600    05 FILLER         PIC X(1)  VALUE SPACE.
022700    05 TOT-PLAN-ED    PIC -ZZZZZZ9,99.
022800    05 FILLER         PIC X(1)  VALUE SPACE.
022900    05 TOT-SUP-ED     PIC -ZZZZZZ9,99.
023000    05 FILLER         PIC X(1)  VALUE SPACE.
023100    05 TOT-OTH-ED     PIC -ZZZZZZ9,99.
023200    05 FILLER         PIC X(1)  VALUE SPACE.
023300    05 TOT-NET-ED     PIC -ZZZZZZ9,99.
023400    05 FILLER         PIC X(1)  VALUE SPACE.
023500    05 TOT-POS-ED     PIC -ZZZZZZZ9,99.
023600    05 FILLER         PIC X(25) VALUE SPACE.
023700 
023800 PROCEDURE DIVISION.
023900     PERFORM INITIALIZE-PARAMETERS
024000     INITIALIZE WS-CUST-TABLE
024100     INITIALIZE WS-WEEK-TABLE
024200 
024300     PERFORM LOAD-PAYMENT-HISTORY
024400     PERFORM LOAD-PLAN-INSTALLMENTS
024500     PERFORM LOAD-OPEN-ITEMS
024600     PERFORM LOAD-OPEN-PAYABLES
024700     PERFORM LOAD-OPEN-PO-LINES
024800     PERFORM LOAD-COMMISSIONS-REFUNDS
024900 
025000     OPEN OUTPUT OUTCSH
025100     PERFORM WRITE-REPORT-HEADER
025200     MOVE WS-OPENING TO WS-POSITION
025300     PERFORM WRITE-WEEK-LINE
025400        VARYING WS-WEEK-IX FROM 1 BY 1 UNTIL WS-WEEK-IX > 13
025500     PERFORM WRITE-TOTAL-LINES
025600     CLOSE OUTCSH
025700 
025800     DISPLAY 'PART99 : RECEIPTS IN HISTORY : ' WS-CNT-HIST
025900     DISPLAY 'PART99 : OPEN ITEMS          : ' WS-CNT-ITEMS
026000     DISPLAY 'PART99 : PLAN INSTALLMENTS   : ' WS-CNT-INSTALLS
026100     DISPLAY 'PART99 : OPEN PAYABLES       : ' WS-CNT-PAYABLES
026200     DISPLAY 'PART99 : OPEN PO LINES       : ' WS-CNT-PO-LINES
026300     GOBACK.
026400 
026500******************************************************
026600*** FCDATE    = FIRST DAY OF WEEK 1 (DEFAULT TODAY) ***
026700*** CASHOPEN  = OPENING BANK POSITION (DEFAULT 0).  ***
026800*** APDAYS    = SUPPLIER TERMS AFTER RECEIPT (30).  ***
026900*** REFTHRESH = REFUND THRESHOLD, AS FOR PART46.    ***
027000******************************************************
027100 INITIALIZE-PARAMETERS.
027200     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
027250     CALL RUNDATE USING WS-TODAY-RAW
027300     MOVE SPACES TO WS-ASOF-DASHED
027400     MOVE 'FCDATE' TO WS-PGET-NAME
027433     PERFORM GET-RUN-PARM
027466     MOVE WS-PGET-VALUE TO WS-ASOF-DASHED
027500     IF WS-ASOF-DASHED = SPACES
027600        STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
027700               WS-TODAY-RAW(7:2) DELIMITED BY SIZE
027800               INTO WS-ASOF-DASHED
027900        END-STRING
028000     END-IF
028100     MOVE WS-ASOF-DASHED TO TITLE-DATE-ED
028200     MOVE WS-ASOF-DASHED TO WS-DATE-IN
028300     PERFORM CONVERT-DATE-IN
028400     IF WS-DATE-DAYS = ZERO
028500        DISPLAY 'FCDATE INVALIDE : ' WS-ASOF-DASHED
028600        PERFORM ABEND-PROG
028700     END-IF
028800     MOVE WS-DATE-DAYS TO WS-ASOF-DAYS
028900     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
029000             (WS-ASOF-DAYS - 365)
029100     PERFORM FORMAT-WORK-DATE
029200     MOVE WS-CUTOFF-WORK TO WS-HIST-FROM
029300 
029400     MOVE SPACES TO WS-OPEN-PARM
029500     MOVE 'CASHOPEN' TO WS-PGET-NAME
029533     PERFORM GET-RUN-PARM
029566     MOVE WS-PGET-VALUE TO WS-OPEN-PARM
029600     INSPECT WS-OPEN-PARM CONVERTING '.' TO ','
029700     IF WS-OPEN-PARM NOT = SPACES
029800        AND FUNCTION TEST-NUMVAL(WS-OPEN-PARM) = ZERO
029900        COMPUTE WS-OPENING = FUNCTION NUMVAL(WS-OPEN-PARM)
030000     END-IF
030100 
030200     MOVE SPACES TO WS-APDAYS-PARM
030300     MOVE 'APDAYS' TO WS-PGET-NAME
030333     PERFORM GET-RUN-PARM
030366     MOVE WS-PGET-VALUE TO WS-APDAYS-PARM
030400     IF WS-APDAYS-PARM NOT = SPACES
030500        AND FUNCTION TEST-NUMVAL(WS-APDAYS-PARM) = ZERO
030600        COMPUTE WS-APDAYS = FUNCTION NUMVAL(WS-APDAYS-PARM)
030700     END-IF
030800 
030900     MOVE SPACES TO WS-THRESH-PARM
031000     MOVE 'REFTHRESH' TO WS-PGET-NAME
031033     PERFORM GET-RUN-PARM
031066     MOVE WS-PGET-VALUE TO WS-THRESH-PARM
031100     INSPECT WS-THRESH-PARM CONVERTING '.' TO ','
031200     IF WS-THRESH-PARM NOT = SPACES
031300        AND FUNCTION TEST-NUMVAL-C(WS-THRESH-PARM) = ZERO
031400        COMPUTE WS-THRESHOLD =
031500                FUNCTION NUMVAL-C(WS-THRESH-PARM)
031600     END-IF
031700     .
031800 
031900******************************************************
032000*** YYYY-MM-DD IN WS-DATE-IN TO A DAY NUMBER IN     ***
032100*** WS-DATE-DAYS; ZERO WHEN THE DATE IS NOT VALID.  ***
032200******************************************************
032300 CONVERT-DATE-IN.
032400     MOVE ZERO TO WS-DATE-DAYS
032500     MOVE SPACES TO WS-WORK-DATE-X
032600     STRING WS-DATE-IN(1:4) WS-DATE-IN(6:2) WS-DATE-IN(9:2)
032700            DELIMITED BY SIZE INTO WS-WORK-DATE-X
032800     END-STRING
032900     IF WS-WORK-DATE-X IS NUMERIC
033000        IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) = ZERO
033100           COMPUTE WS-DATE-DAYS =
033200                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
033300        END-IF
033400     END-IF
033500     .
033600 
033700 FORMAT-WORK-DATE.
033800     MOVE WS-WORK-DATE TO WS-WORK-DATE-X
033900     MOVE SPACES TO WS-CUTOFF-WORK
034000     STRING WS-WORK-DATE-X(1:4) '-' WS-WORK-DATE-X(5:2) '-'
034100            WS-WORK-DATE-X(7:2) DELIMITED BY SIZE
034200            INTO WS-CUTOFF-WORK
034300     END-STRING
034400     .
034500 
034600******************************************************
034700*** DAY NUMBER IN WS-DUE-DAYS TO A WEEK SLOT : PAST ***
034800*** DUE GOES TO WEEK 1, BEYOND WEEK 13 TO SLOT 14.  ***
034900******************************************************
035000 COMPUTE-WEEK-SLOT.
035100     COMPUTE WS-DAYS-AHEAD = WS-DUE-DAYS - WS-ASOF-DAYS
035200     IF WS-DAYS-AHEAD < ZERO
035300        MOVE 1 TO WS-WEEK-IX
035400     ELSE
035500        IF WS-DAYS-AHEAD > 90
035600           MOVE 14 TO WS-WEEK-IX
035700        ELSE
035800           COMPUTE WS-WEEK-IX = WS-DAYS-AHEAD / 7 + 1
035900        END-IF
036000     END-IF
036100     .
036200 
036300******************************************************
036400*** AVERAGE DAYS FROM FIRST INVOICE OF AN ORDER TO  ***
036500*** THE RECEIPT THAT QUOTED IT, PER CUSTOMER.       ***
036600******************************************************
036700 LOAD-PAYMENT-HISTORY.
036800     EXEC SQL
036900        OPEN CRCPTH
037000     END-EXEC
037100     PERFORM TEST-SQLCODE
037200     PERFORM FETCH-NEXT-RECEIPT
037300     PERFORM UNTIL SQLCODE NOT EQUAL ZERO
037400        IF RCPT-REF(1:6) IS NUMERIC
037500           AND RCPT-C-NO > ZERO
037600           PERFORM RECORD-DAYS-TO-PAY
037700        END-IF
037800        PERFORM FETCH-NEXT-RECEIPT
037900     END-PERFORM
038000     EXEC SQL
038100        CLOSE CRCPTH
038200     END-EXEC
038300     PERFORM TEST-SQLCODE
038400     .
038500 
038600 FETCH-NEXT-RECEIPT.
038700     EXEC SQL
038800        FETCH CRCPTH
038900        INTO :RCPT-C-NO, :RCPT-DATE, :RCPT-REF
039000     END-EXEC
039100     PERFORM TEST-SQLCODE
039200     .
039300 
039400 RECORD-DAYS-TO-PAY.
039500     MOVE RCPT-REF(1:6) TO WS-PAY-O-NO
039600     EXEC SQL
039700        SELECT MIN(INV_DATE)
039800        INTO :WS-FIRST-INV :WS-FIRST-INV-IND
039900        FROM API5.OPEN_ITEMS
040000        WHERE O_NO = :WS-PAY-O-NO
040100        AND   C_NO = :RCPT-C-NO
040200     END-EXEC
040300     PERFORM TEST-SQLCODE
040400     IF SQLCODE = ZERO AND WS-FIRST-INV-IND >= ZERO
040500        MOVE WS-FIRST-INV TO WS-DATE-IN
040600        PERFORM CONVERT-DATE-IN
040700        MOVE WS-DATE-DAYS TO WS-DUE-DAYS
040800        MOVE RCPT-DATE TO WS-DATE-IN
040900        PERFORM CONVERT-DATE-IN
041000        IF WS-DUE-DAYS > ZERO
041100           AND WS-DATE-DAYS >= WS-DUE-DAYS
041200           ADD 1 TO WS-CUST-PAID-CNT(RCPT-C-NO)
041300           COMPUTE WS-CUST-PAID-DAYS(RCPT-C-NO) =
041400                   WS-CUST-PAID-DAYS(RCPT-C-NO)
041500                 + WS-DATE-DAYS - WS-DUE-DAYS
041600           ADD 1 TO WS-CNT-HIST
041700        END-IF
041800     END-IF
041900     MOVE ZERO TO SQLCODE
042000     .
042100 
042200******************************************************
042300*** PLAN INSTALLMENTS AT THEIR DUE DATE; THE        ***
042400*** CUSTOMER'S OPEN ITEMS ARE THEN LEFT OUT.        ***
042500******************************************************
042600 LOAD-PLAN-INSTALLMENTS.
042700     EXEC SQL
042800        OPEN CPLANS
042900     END-EXEC
043000     PERFORM TEST-SQLCODE
043100     PERFORM FETCH-NEXT-INSTALLMENT
043200     PERFORM UNTIL SQLCODE NOT EQUAL ZERO
043300        IF PLAN-C-NO > ZERO
043400           MOVE 'Y' TO WS-CUST-PLAN-SW(PLAN-C-NO)
043500        END-IF
043600        MOVE PLAN-DUE-DATE TO WS-DATE-IN
043700        PERFORM CONVERT-DATE-IN
043800        MOVE WS-DATE-DAYS TO WS-DUE-DAYS
043900        PERFORM COMPUTE-WEEK-SLOT
044000        ADD PLAN-AMOUNT TO WS-WK-IN-PLAN(WS-WEEK-IX)
044100        ADD 1 TO WS-CNT-INSTALLS
044200        PERFORM FETCH-NEXT-INSTALLMENT
044300     END-PERFORM
044400     EXEC SQL
044500        CLOSE CPLANS
044600     END-EXEC
044700     PERFORM TEST-SQLCODE
044800     .
044900 
045000 FETCH-NEXT-INSTALLMENT.
045100     EXEC SQL
045200        FETCH CPLANS
045300        INTO :PLAN-C-NO, :PLAN-DUE-DATE, :PLAN-AMOUNT
045400     END-EXEC
045500     PERFORM TEST-SQLCODE
045600     .
045700 
045800 LOAD-OPEN-ITEMS.
045900     EXEC SQL
046000        OPEN COITEMS
046100     END-EXEC
046200     PERFORM TEST-SQLCODE
046300     PERFORM FETCH-NEXT-OPEN-ITEM
046400     PERFORM UNTIL SQLCODE NOT EQUAL ZERO
046500        IF OITEM-C-NO = ZERO
046600           PERFORM FORECAST-OPEN-ITEM
046700        ELSE
046800           IF NOT CUST-ON-PLAN(OITEM-C-NO)
046900              PERFORM FORECAST-OPEN-ITEM
047000           END-IF
047100        END-IF
047200        PERFORM FETCH-NEXT-OPEN-ITEM
047300     END-PERFORM
047400     EXEC SQL
047500        CLOSE COITEMS
047600     END-EXEC
047700     PERFORM TEST-SQLCODE
047800     .
047900 
048000 FETCH-NEXT-OPEN-ITEM.
048100     EXEC SQL
048200        FETCH COITEMS
048300        INTO :OITEM-C-NO, :OITEM-INV-DATE, :OITEM-DUE-DATE,
048400             :OITEM-OPEN-AMT
048500     END-EXEC
048600     PERFORM TEST-SQLCODE
048700     .
048800 
048900******************************************************
049000*** EXPECTED RECEIPT : INVOICE DATE + THE CUSTOMER'S***
049100*** AVERAGE DAYS-TO-PAY; WITHOUT HISTORY THE DUE    ***
049200*** DATE, OR NET 30 WHEN THE ITEM HAS NO DUE DATE.  ***
049300******************************************************
049400 FORECAST-OPEN-ITEM.
049500     IF OITEM-OPEN-AMT > ZERO
049600        MOVE OITEM-INV-DATE TO WS-DATE-IN
049700        PERFORM CONVERT-DATE-IN
049800        MOVE WS-DATE-DAYS TO WS-DUE-DAYS
049900        EVALUATE TRUE
050000           WHEN OITEM-C-NO > ZERO
050100                AND WS-CUST-PAID-CNT(OITEM-C-NO) > ZERO
050200                COMPUTE WS-AVG-DAYS ROUNDED =
050300                        WS-CUST-PAID-DAYS(OITEM-C-NO)
050400                      / WS-CUST-PAID-CNT(OITEM-C-NO)
050500                ADD WS-AVG-DAYS TO WS-DUE-DAYS
050600           WHEN OITEM-DUE-DATE NOT = SPACES
050700                MOVE OITEM-DUE-DATE TO WS-DATE-IN
050800                PERFORM CONVERT-DATE-IN
050900                MOVE WS-DATE-DAYS TO WS-DUE-DAYS
051000           WHEN OTHER
051100                ADD 30 TO WS-DUE-DAYS
051200        END-EVALUATE
051300        PERFORM COMPUTE-WEEK-SLOT
051400        ADD OITEM-OPEN-AMT TO WS-WK-IN-AR(WS-WEEK-IX)
051500        ADD 1 TO WS-CNT-ITEMS
051600     END-IF
051700     .
051800 
051900 LOAD-OPEN-PAYABLES.
052000     EXEC SQL
052100        OPEN CAPDUE
052200     END-EXEC
052300     PERFORM TEST-SQLCODE
052400     PERFORM FETCH-NEXT-PAYABLE
052500     PERFORM UNTIL SQLCODE NOT EQUAL ZERO
052600        MOVE APIT-DUE-DATE TO WS-DATE-IN
052700        PERFORM CONVERT-DATE-IN
052800        MOVE WS-DATE-DAYS TO WS-DUE-DAYS
052900        PERFORM COMPUTE-WEEK-SLOT
053000        ADD APIT-OPEN-AMT TO WS-WK-OUT-SUP(WS-WEEK-IX)
053100        ADD 1 TO WS-CNT-PAYABLES
053200        PERFORM FETCH-NEXT-PAYABLE
053300     END-PERFORM
053400     EXEC SQL
053500        CLOSE CAPDUE
053600     END-EXEC
053700     PERFORM TEST-SQLCODE
053800     .
053900 
054000 FETCH-NEXT-PAYABLE.
054100     EXEC SQL
054200        FETCH CAPDUE
054300        INTO :APIT-DUE-DATE, :APIT-OPEN-AMT
054400     END-EXEC
054500     PERFORM TEST-SQLCODE
054600     .
054700 
054800******************************************************
054900*** WHAT IS STILL ON ORDER IS PAID APDAYS AFTER IT  ***
055000*** IS EXPECTED IN (FCDATE WHEN NO EXPECTED DATE).  ***
055100******************************************************
055200 LOAD-OPEN-PO-LINES.
055300     EXEC SQL
055400        OPEN CPOOPN
055500     END-EXEC
055600     PERFORM TEST-SQLCODE
055700     PERFORM FETCH-NEXT-PO-LINE
055800     PERFORM UNTIL SQLCODE NOT EQUAL ZERO
055900        MOVE POL-EXP-DATE TO WS-DATE-IN
056000        PERFORM CONVERT-DATE-IN
056100        IF WS-DATE-DAYS = ZERO
056200           MOVE WS-ASOF-DAYS TO WS-DATE-DAYS
056300        END-IF
056400        COMPUTE WS-DUE-DAYS = WS-DATE-DAYS + WS-APDAYS
056500        PERFORM COMPUTE-WEEK-SLOT
056600        ADD WS-FLOW-AMT TO WS-WK-OUT-SUP(WS-WEEK-IX)
056700        ADD 1 TO WS-CNT-PO-LINES
056800        PERFORM FETCH-NEXT-PO-LINE
056900     END-PERFORM
057000     EXEC SQL
057100        CLOSE CPOOPN
057200     END-EXEC
057300     PERFORM TEST-SQLCODE
057400     .
057500 
057600 FETCH-NEXT-PO-LINE.
057700     EXEC SQL
057800        FETCH CPOOPN
057900        INTO :POL-EXP-DATE, :WS-FLOW-AMT
058000     END-EXEC
058100     PERFORM TEST-SQLCODE
058200     .
058300 
058400******************************************************
058500*** OPEN COMMISSIONS (PART81) AND CREDITS DUE BACK  ***
058600*** (PART46) ARE PAID ON THE NEXT RUN - WEEK 1.     ***
058700******************************************************
058800 LOAD-COMMISSIONS-REFUNDS.
058900     EXEC SQL
059000        SELECT COALESCE(SUM(AMOUNT), 0)
059100        INTO :WS-COMM-DUE
059200        FROM API5.COMMISSIONS
059300        WHERE STATUS = 'O'
059400     END-EXEC
059500     PERFORM TEST-SQLCODE
059600     EXEC SQL
059700        SELECT COALESCE(SUM(0 - BALANCE), 0)
059800        INTO :WS-REFUND-DUE
059900        FROM API5.CUSTOMERS
060000        WHERE BALANCE < 0
060100        AND   0 - BALANCE > :WS-THRESHOLD
060200     END-EXEC
060300     PERFORM TEST-SQLCODE
060400     ADD WS-COMM-DUE WS-REFUND-DUE TO WS-WK-OUT-OTH(1)
060500     .
060600 
060700 WRITE-REPORT-HEADER.
060800     MOVE WS-OPENING TO OPN-AMT-ED
060900     WRITE ENR-OUTCSH FROM L-TITLE-LINE
061000     WRITE ENR-OUTCSH FROM L-HEADER-BLANK
061100     WRITE ENR-OUTCSH FROM L-OPENING-LINE
061200     WRITE ENR-OUTCSH FROM L-HEADER-BLANK
061300     WRITE ENR-OUTCSH FROM L-COLUMN-HEAD1
061400     .
061500 
061600******************************************************
061700*** ONE LINE PER WEEK - INFLOWS, OUTFLOWS (SHOWN    ***
061800*** NEGATIVE), THE NET AND THE RUNNING POSITION.    ***
061900******************************************************
062000 WRITE-WEEK-LINE.
062100     COMPUTE WS-NET = WS-WK-IN-AR(WS-WEEK-IX)
062200                    + WS-WK-IN-PLAN(WS-WEEK-IX)
062300                    - WS-WK-OUT-SUP(WS-WEEK-IX)
062400                    - WS-WK-OUT-OTH(WS-WEEK-IX)
062500     ADD WS-NET TO WS-POSITION
062600     ADD WS-NET TO WS-TOT-NET
062700     ADD WS-WK-IN-AR(WS-WEEK-IX)   TO WS-TOT-IN-AR
062800     ADD WS-WK-IN-PLAN(WS-WEEK-IX) TO WS-TOT-IN-PLAN
062900     ADD WS-WK-OUT-SUP(WS-WEEK-IX) TO WS-TOT-OUT-SUP
063000     ADD WS-WK-OUT-OTH(WS-WEEK-IX) TO WS-TOT-OUT-OTH
063100 
063200     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
063300             (WS-ASOF-DAYS + (WS-WEEK-IX - 1) * 7)
063400     PERFORM FORMAT-WORK-DATE
063500     MOVE WS-WEEK-IX               TO DET-WEEK-ED
063600     MOVE WS-CUTOFF-WORK           TO DET-DATE-ED
063700     MOVE WS-WK-IN-AR(WS-WEEK-IX)  TO DET-AR-ED
063800     MOVE WS-WK-IN-PLAN(WS-WEEK-IX) TO DET-PLAN-ED
063900     COMPUTE DET-SUP-ED = 0 - WS-WK-OUT-SUP(WS-WEEK-IX)
064000     COMPUTE DET-OTH-ED = 0 - WS-WK-OUT-OTH(WS-WEEK-IX)
064100     MOVE WS-NET                   TO DET-NET-ED
064200     MOVE WS-POSITION              TO DET-POS-ED
064300     WRITE ENR-OUTCSH FROM L-DETAIL-LINE
064400     .
064500 
064600******************************************************
064700*** 13-WEEK TOTALS AND CLOSING POSITION, THEN WHAT  ***
064800*** FALLS AFTER THE HORIZON (NOT IN THE POSITION).  ***
064900******************************************************
065000 WRITE-TOTAL-LINES.
065100     MOVE '13 WEEKS TOTAL'  TO TOT-LABEL-ED
065200     MOVE WS-TOT-IN-AR      TO TOT-AR-ED
065300     MOVE WS-TOT-IN-PLAN    TO TOT-PLAN-ED
065400     COMPUTE TOT-SUP-ED = 0 - WS-TOT-OUT-SUP
065500     COMPUTE TOT-OTH-ED = 0 - WS-TOT-OUT-OTH
065600     MOVE WS-TOT-NET        TO TOT-NET-ED
065700     MOVE WS-POSITION       TO TOT-POS-ED
065800     WRITE ENR-OUTCSH FROM L-HEADER-BLANK
065900     WRITE ENR-OUTCSH FROM L-TOTAL-LINE
066000 
066100     COMPUTE WS-NET = WS-WK-IN-AR(14) + WS-WK-IN-PLAN(14)
066200                    - WS-WK-OUT-SUP(14) - WS-WK-OUT-OTH(14)
066300     MOVE 'AFTER WEEK 13'   TO TOT-LABEL-ED
066400     MOVE WS-WK-IN-AR(14)   TO TOT-AR-ED
066500     MOVE WS-WK-IN-PLAN(14) TO TOT-PLAN-ED
066600     COMPUTE TOT-SUP-ED = 0 - WS-WK-OUT-SUP(14)
066700     COMPUTE TOT-OTH-ED = 0 - WS-WK-OUT-OTH(14)
066800     MOVE WS-NET            TO TOT-NET-ED
066900     MOVE ZERO              TO TOT-POS-ED
067000     WRITE ENR-OUTCSH FROM L-TOTAL-LINE
067100     .
067200 
067300 TEST-SQLCODE.
067400     EVALUATE TRUE
067500          WHEN SQLCODE IS EQUAL TO ZERO
067600                CONTINUE
067700          WHEN SQLCODE IS GREATER ZERO
067800             IF SQLCODE = 100
067900               CONTINUE
068000             ELSE
068100               DISPLAY 'WARNING : ' SQLCODE
068200             END-IF
068300          WHEN SQLCODE IS LESS THAN ZERO
068400                DISPLAY 'ANOMALIE : ' SQLCODE
068500                PERFORM ABEND-PROG
068600     END-EVALUATE.
068700 
068800 ABEND-PROG.
068900     DISPLAY 'PART99 ABENDING - SEE SQLCODE ABOVE'
069000     MOVE 16 TO RETURN-CODE
069100     STOP RUN.
069200
069300******************************************************
069400*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
069500*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
069600*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
069700******************************************************
069800 GET-RUN-PARM.
069900     MOVE RETURN-CODE TO WS-PGET-RETCODE
070000     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
070100                        WS-PGET-VALUE
070200*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
070300     MOVE WS-PGET-RETCODE TO RETURN-CODE
070400     .
