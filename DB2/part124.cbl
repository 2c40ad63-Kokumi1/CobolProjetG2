000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART124.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - MONTHLY REALIZED EXCHANGE       *
000600*              GAIN/LOSS REPORT, THE REALIZED COUNTERPART OF     *
000700*              PART34'S UNREALIZED FIGURES. FOR THE MONTH        *
000800*              (FXMONTH ENV VAR, YYYY-MM, DEFAULT = LAST MONTH)  *
000900*              THE FOREIGN-CURRENCY RECEIPTS PART14 SETTLED AT   *
001000*              THEIR BOOKED VALUE ARE TOTALED FROM               *
001100*              API5.CASH_RECEIPTS BY CURRENCY AND CUSTOMER -     *
001200*              AMOUNT PAID IN THE CURRENCY, BOOKED VALUE, VALUE  *
001300*              RECEIVED AND THE REALIZED GAIN/LOSS - WITH A      *
001400*              TOTAL PER CURRENCY AND OVERALL ON FICRFX FOR      *
001500*              TREASURY. THE OVERALL TOTAL IS PROVED AGAINST THE *
001600*              MONTH'S BALANCE_HISTORY TYPE 'G' ROWS; A          *
001700*              DIFFERENCE IS SHOWN AND ENDS THE RUN RC 4.        *
001720* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001740*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001760*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001780*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001782* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001784*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001786*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001788*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001790*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001792*              FOR THE PART131 REPORT.                           *
001800******************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SPECIAL-NAMES.
002200     DECIMAL-POINT IS COMMA.
002300
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT OUTRFX ASSIGN TO FICRFX.
002700
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD OUTRFX.
003100 01 ENR-OUTRFX PIC X(80).
003200
003300 WORKING-STORAGE SECTION.
003400     EXEC SQL
003500        INCLUDE SQLCA
003600     END-EXEC.
003700     EXEC SQL
003800        INCLUDE CASHRCPT
003900     END-EXEC.
004000
004100******************************************************
004200*** THE MONTH'S FOREIGN-CURRENCY RECEIPTS, ROLLED UP***
004300*** BY CURRENCY AND CUSTOMER.                       ***
004400******************************************************
004500     EXEC SQL
004600        DECLARE CRFX CURSOR
004700        FOR
004800        SELECT CURRENCY, C_NO, COUNT(*),
004900               SUM(CCY_AMOUNT), SUM(AMOUNT), SUM(FX_AMOUNT)
005000        FROM API5.CASH_RECEIPTS
005100        WHERE RCPT_DATE >= :WS-DATE-FROM
005200        AND   RCPT_DATE <= :WS-DATE-TO
005300        AND   CURRENCY IS NOT NULL
005400        AND   CURRENCY <> 'US'
005500        GROUP BY CURRENCY, C_NO
005600        ORDER BY CURRENCY, C_NO
005700     END-EXEC.
005800
005900 77 WS-MONTH-PARM     PIC X(7).
006000 77 WS-FX-MONTH       PIC X(7).
006100 77 WS-DATE-FROM      PIC X(10).
006200 77 WS-DATE-TO        PIC X(10).
006300 77 WS-TODAY-RAW      PIC X(08).
006350 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
006358 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
006366 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART124'.
006374 77 WS-PGET-NAME      PIC X(12).
006382 77 WS-PGET-VALUE     PIC X(40).
006390 77 WS-PGET-RETCODE   PIC S9(4) COMP.
006400 77 WS-FIRST-OF-MONTH PIC 9(8).
006500 77 WS-FIRST-OF-MONTH-X REDEFINES WS-FIRST-OF-MONTH PIC X(8).
006600 77 WS-PREV-DATE      PIC 9(8).
006700 77 WS-PREV-DATE-X    REDEFINES WS-PREV-DATE PIC X(8).
006800 77 WS-RCPT-COUNT     PIC 9(5) COMP-3.
006900 77 WS-BOOKED-VALUE   PIC S9(9)V99 COMP-3.
007000 77 WS-SUM-CCY-AMT    PIC S9(9)V99 COMP-3.
007100 77 WS-SUM-USD-AMT    PIC S9(9)V99 COMP-3.
007200 77 WS-SUM-FX-AMT     PIC S9(9)V99 COMP-3.
007300 77 WS-PREV-CCY       PIC X(2) VALUE SPACES.
007400 77 WS-CCY-FX         PIC S9(9)V99 COMP-3 VALUE ZERO.
007500 77 WS-CCY-BOOKED     PIC S9(11)V99 COMP-3 VALUE ZERO.
007600 77 WS-CCY-USD        PIC S9(11)V99 COMP-3 VALUE ZERO.
007700 77 WS-TOT-FX         PIC S9(9)V99 COMP-3 VALUE ZERO.
007800 77 WS-TOT-GAIN       PIC S9(9)V99 COMP-3 VALUE ZERO.
007900 77 WS-TOT-LOSS       PIC S9(9)V99 COMP-3 VALUE ZERO.
008000 77 WS-HIST-FX        PIC S9(9)V99 COMP-3 VALUE ZERO.
008100 77 WS-CNT-LINES      PIC 9(5) VALUE ZERO.
008200 77 ED-HIST-FX        PIC -ZZZZZZZ9,99.
008300 77 ED-TOT-FX         PIC -ZZZZZZZ9,99.
008400
008500 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
008600 01 L-TITLE-LINE.
008700    05 FILLER         PIC X(34)
008800       VALUE 'REALIZED EXCHANGE GAIN/LOSS FOR '.
008900    05 TITLE-MONTH-ED PIC X(7).
009000    05 FILLER         PIC X(39) VALUE SPACE.
009100 01 L-COLUMN-HEAD1.
009200    05 FILLER  PIC X(4)  VALUE 'CCY '.
009300    05 FILLER  PIC X(6)  VALUE 'CUST  '.
009400    05 FILLER  PIC X(8)  VALUE 'RCPTS'.
009500    05 FILLER  PIC X(14) VALUE 'CCY RECEIVED'.
009600    05 FILLER  PIC X(14) VALUE 'BOOKED VALUE'.
009700    05 FILLER  PIC X(14) VALUE 'USD RECEIVED'.
009800    05 FILLER  PIC X(14) VALUE '   GAIN/LOSS'.
009900    05 FILLER  PIC X(6)  VALUE SPACE.
010000 01 L-DETAIL-LINE.
010100    05 DET-CCY-ED     PIC X(2).
010200    05 FILLER         PIC X(2)  VALUE SPACE.
010300    05 DET-CNO-ED     PIC 9(4).
010400    05 FILLER         PIC X(2)  VALUE SPACE.
010500    05 DET-COUNT-ED   PIC ZZZZ9.
010600    05 FILLER         PIC X(3)  VALUE SPACE.
010700    05 DET-CCYAMT-ED  PIC -ZZZZZZZ9,99.
010800    05 FILLER         PIC X(2)  VALUE SPACE.
010900    05 DET-BOOKED-ED  PIC -ZZZZZZZ9,99.
011000    05 FILLER         PIC X(2)  VALUE SPACE.
011100    05 DET-USD-ED     PIC -ZZZZZZZ9,99.
011200    05 FILLER         PIC X(2)  VALUE SPACE.
011300    05 DET-FX-ED      PIC -ZZZZZZZ9,99.
011400    05 FILLER         PIC X(8)  VALUE SPACE.
011500 01 L-CCY-TOTAL-LINE.
011600    05 FILLER         PIC X(6)  VALUE 'TOTAL '.
011700    05 TOTCCY-CODE-ED PIC X(2).
011800    05 FILLER         PIC X(22) VALUE SPACE.
011900    05 TOTCCY-BKD-ED  PIC -ZZZZZZZ9,99.
012000    05 FILLER         PIC X(2)  VALUE SPACE.
012100    05 TOTCCY-USD-ED  PIC -ZZZZZZZ9,99.
012200    05 FILLER         PIC X(2)  VALUE SPACE.
012300    05 TOTCCY-FX-ED   PIC -ZZZZZZZ9,99.
012400    05 FILLER         PIC X(8)  VALUE SPACE.
012500 01 L-TOTAL-LINE.
012600    05 TOT-LABEL-ED   PIC X(20).
012700    05 FILLER         PIC X(38) VALUE SPACE.
012800    05 TOT-AMOUNT-ED  PIC -ZZZZZZZ9,99.
012900    05 FILLER         PIC X(10) VALUE SPACE.
013000
013100 PROCEDURE DIVISION.
013200     PERFORM INITIALIZE-PARAMETERS
013300
013400     OPEN OUTPUT OUTRFX
013500     WRITE ENR-OUTRFX FROM L-TITLE-LINE
013600     WRITE ENR-OUTRFX FROM L-HEADER-BLANK
013700     WRITE ENR-OUTRFX FROM L-COLUMN-HEAD1
013800
013900     EXEC SQL
014000        OPEN CRFX
014100     END-EXEC
014200     PERFORM TEST-SQLCODE
014300
014400     PERFORM FETCH-NEXT-GROUP
014500
014600     PERFORM UNTIL SQLCODE NOT EQUAL ZERO
014700        PERFORM REPORT-ONE-GROUP
014800        PERFORM FETCH-NEXT-GROUP
014900     END-PERFORM
015000
015100     EXEC SQL
015200        CLOSE CRFX
015300     END-EXEC
015400     PERFORM TEST-SQLCODE
015500
015600     IF WS-PREV-CCY NOT = SPACES
015700        PERFORM WRITE-CCY-TOTAL
015800     END-IF
015900     PERFORM WRITE-RUN-TOTALS
016000     CLOSE OUTRFX
016100
016200     PERFORM PROVE-AGAINST-HISTORY
016300     DISPLAY 'PART124 : LIGNES CLIENT/DEVISE : ' WS-CNT-LINES
016400     GOBACK.
016500
016600******************************************************
016700*** FXMONTH NAMES THE MONTH; UNSET MEANS LAST MONTH,***
016800*** AS FOR PART34'S REVALUATION.                    ***
016900******************************************************
017000 INITIALIZE-PARAMETERS.
017100     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
017150     CALL RUNDATE USING WS-TODAY-RAW
017200     MOVE SPACES TO WS-MONTH-PARM
017300     MOVE 'FXMONTH' TO WS-PGET-NAME
017333     PERFORM GET-RUN-PARM
017366     MOVE WS-PGET-VALUE TO WS-MONTH-PARM
017400     IF WS-MONTH-PARM NOT = SPACES
017500        MOVE WS-MONTH-PARM TO WS-FX-MONTH
017600     ELSE
017700        MOVE WS-TODAY-RAW TO WS-FIRST-OF-MONTH-X
017800        MOVE '01' TO WS-FIRST-OF-MONTH-X(7:2)
017900        COMPUTE WS-PREV-DATE = FUNCTION DATE-OF-INTEGER
018000                (FUNCTION INTEGER-OF-DATE(WS-FIRST-OF-MONTH)
018100                 - 1)
018200        STRING WS-PREV-DATE-X(1:4) '-' WS-PREV-DATE-X(5:2)
018300               DELIMITED BY SIZE INTO WS-FX-MONTH
018400        END-STRING
018500     END-IF
018600
018700     STRING WS-FX-MONTH '-01' DELIMITED BY SIZE
018800            INTO WS-DATE-FROM
018900     END-STRING
019000     STRING WS-FX-MONTH '-31' DELIMITED BY SIZE
019100            INTO WS-DATE-TO
019200     END-STRING
019300     MOVE WS-FX-MONTH TO TITLE-MONTH-ED
019400     DISPLAY 'PART124 : CHANGE REALISE POUR ' WS-FX-MONTH
019500     .
019600
019700 FETCH-NEXT-GROUP.
019800     EXEC SQL
019900        FETCH CRFX
020000        INTO :RCPT-CURRENCY, :RCPT-C-NO, :WS-RCPT-COUNT,
020100             :WS-SUM-CCY-AMT, :WS-SUM-USD-AMT, :WS-SUM-FX-AMT
020200     END-EXEC
020300     IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
020400        PERFORM TEST-SQLCODE
020500     END-IF
020600     .
020700
020800******************************************************
020900*** ONE LINE PER CUSTOMER AND CURRENCY. THE BOOKED  ***
021000*** VALUE IS WHAT THE RECEIPTS SETTLED ON THE OPEN  ***
021100*** ITEMS - THE VALUE RECEIVED LESS THE GAIN/LOSS.  ***
021200*** A CHANGE OF CURRENCY CLOSES THE PREVIOUS ONE'S  ***
021300*** TOTAL FIRST.                                    ***
021400******************************************************
021500 REPORT-ONE-GROUP.
021600     IF RCPT-CURRENCY NOT = WS-PREV-CCY
021700        IF WS-PREV-CCY NOT = SPACES
021800           PERFORM WRITE-CCY-TOTAL
021900        END-IF
022000        MOVE RCPT-CURRENCY TO WS-PREV-CCY
022100     END-IF
022200     COMPUTE WS-BOOKED-VALUE = WS-SUM-USD-AMT - WS-SUM-FX-AMT
022300     MOVE RCPT-CURRENCY   TO DET-CCY-ED
022400     MOVE RCPT-C-NO       TO DET-CNO-ED
022500     MOVE WS-RCPT-COUNT   TO DET-COUNT-ED
022600     MOVE WS-SUM-CCY-AMT  TO DET-CCYAMT-ED
022700     MOVE WS-BOOKED-VALUE TO DET-BOOKED-ED
022800     MOVE WS-SUM-USD-AMT  TO DET-USD-ED
022900     MOVE WS-SUM-FX-AMT   TO DET-FX-ED
023000     WRITE ENR-OUTRFX FROM L-DETAIL-LINE
023100     ADD 1 TO WS-CNT-LINES
023200     ADD WS-BOOKED-VALUE TO WS-CCY-BOOKED
023300     ADD WS-SUM-USD-AMT  TO WS-CCY-USD
023400     ADD WS-SUM-FX-AMT   TO WS-CCY-FX
023500     ADD WS-SUM-FX-AMT   TO WS-TOT-FX
023600     IF WS-SUM-FX-AMT > ZERO
023700        ADD WS-SUM-FX-AMT TO WS-TOT-GAIN
023800     ELSE
023900        SUBTRACT WS-SUM-FX-AMT FROM WS-TOT-LOSS
024000     END-IF
024100     .
024200
024300 WRITE-CCY-TOTAL.
024400     MOVE WS-PREV-CCY   TO TOTCCY-CODE-ED
024500     MOVE WS-CCY-BOOKED TO TOTCCY-BKD-ED
024600     MOVE WS-CCY-USD    TO TOTCCY-USD-ED
024700     MOVE WS-CCY-FX     TO TOTCCY-FX-ED
024800     WRITE ENR-OUTRFX FROM L-CCY-TOTAL-LINE
024900     WRITE ENR-OUTRFX FROM L-HEADER-BLANK
025000     MOVE ZERO TO WS-CCY-BOOKED
025100     MOVE ZERO TO WS-CCY-USD
025200     MOVE ZERO TO WS-CCY-FX
025300     .
025400
025500 WRITE-RUN-TOTALS.
025600     WRITE ENR-OUTRFX FROM L-HEADER-BLANK
025700     MOVE 'TOTAL GAINS' TO TOT-LABEL-ED
025800     MOVE WS-TOT-GAIN TO TOT-AMOUNT-ED
025900     WRITE ENR-OUTRFX FROM L-TOTAL-LINE
026000     MOVE 'TOTAL LOSSES' TO TOT-LABEL-ED
026100     MOVE WS-TOT-LOSS TO TOT-AMOUNT-ED
026200     WRITE ENR-OUTRFX FROM L-TOTAL-LINE
026300     MOVE 'NET GAIN/LOSS' TO TOT-LABEL-ED
026400     MOVE WS-TOT-FX TO TOT-AMOUNT-ED
026500     WRITE ENR-OUTRFX FROM L-TOTAL-LINE
026600     .
026700
026800******************************************************
026900*** THE REPORT MUST AGREE WITH THE 'G' ROWS PART14  ***
027000*** POSTED TO BALANCE_HISTORY IN THE SAME MONTH -   ***
027100*** THOSE ARE WHAT PART44 JOURNALED.                ***
027200******************************************************
027300 PROVE-AGAINST-HISTORY.
027400     EXEC SQL
027500        SELECT COALESCE(SUM(AMOUNT), 0)
027600             INTO :WS-HIST-FX
027700        FROM API5.BALANCE_HISTORY
027800        WHERE HIST_TYPE = 'G'
027900        AND   HIST_DATE >= :WS-DATE-FROM
028000        AND   HIST_DATE <= :WS-DATE-TO
028100     END-EXEC
028200     PERFORM TEST-SQLCODE
028300     MOVE WS-TOT-FX  TO ED-TOT-FX
028400     MOVE WS-HIST-FX TO ED-HIST-FX
028500     DISPLAY 'PART124 : GAIN/PERTE NET       : ' ED-TOT-FX
028600     IF WS-HIST-FX NOT = WS-TOT-FX
028700        DISPLAY 'PART124 : *** ECART AVEC BALANCE_HISTORY G : '
028800                ED-HIST-FX ' ***'
028900        MOVE 4 TO RETURN-CODE
029000     END-IF
029100     .
029200
029300 TEST-SQLCODE.
029400     EVALUATE TRUE
029500          WHEN SQLCODE IS EQUAL TO ZERO
029600                CONTINUE
029700          WHEN SQLCODE IS GREATER ZERO
029800             IF SQLCODE = 100
029900               CONTINUE
030000             ELSE
030100               DISPLAY 'WARNING : ' SQLCODE
030200             END-IF
030300          WHEN SQLCODE IS LESS THAN ZERO
030400                DISPLAY 'ANOMALIE : ' SQLCODE
030500                PERFORM ABEND-PROG
030600     END-EVALUATE.
030700
030800 ABEND-PROG.
030900     DISPLAY 'PART124 ABENDING - SEE SQLCODE ABOVE'
031000     MOVE 16 TO RETURN-CODE
031100     STOP RUN.
031200
031300******************************************************
031400*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
031500*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
031600*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
031700******************************************************
031800 GET-RUN-PARM.
031900     MOVE RETURN-CODE TO WS-PGET-RETCODE
032000     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
032100                        WS-PGET-VALUE
032200*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
032300     MOVE WS-PGET-RETCODE TO RETURN-CODE
032400     .
