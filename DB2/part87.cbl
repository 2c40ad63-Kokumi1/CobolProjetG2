000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART87.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - AGED PAYABLES REPORT, THE       *
000600*              ACCOUNTS-PAYABLE COUNTERPART OF PART13. EVERY     *
000700*              OPEN API5.AP_OPEN_ITEMS ROW IS BUCKETED CURRENT/  *
000800*              30/60/90+ BY ITS INVOICE DATE AGAINST THE RUN     *
000900*              DATE, ONE LINE PER SUPPLIER WITH A GRAND TOTAL.   *
001000*              A LAST COLUMN SHOWS WHAT THE NEXT PART86 PAYMENT  *
001100*              RUN WOULD PICK UP - THE ITEMS DUE ON OR BEFORE    *
001200*              PAYCUT (YYYY-MM-DD, DEFAULT TODAY) - SO FINANCE   *
001300*              SEES THE CASH NEEDED BEFORE THE RUN (FICAPA).     *
001320* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001340*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001360*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001380*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001382* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001384*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001386*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001388*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001390*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001392*              FOR THE PART131 REPORT.                           *
001400******************************************************************
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
001700 SPECIAL-NAMES.
001800     DECIMAL-POINT IS COMMA.
001900
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT OUTAPA ASSIGN TO FICAPA.
002300
002400 DATA DIVISION.
002500 FILE SECTION.
002600 FD OUTAPA.
002700 01 ENR-OUTAPA PIC X(120).
002800
002900 WORKING-STORAGE SECTION.
003000     EXEC SQL
003100        INCLUDE SQLCA
003200     END-EXEC.
003300     EXEC SQL
003400        INCLUDE SUPPLIER
003500     END-EXEC.
003600     EXEC SQL
003700        INCLUDE APITEM
003800     END-EXEC.
003900
004000******************************************************
004100*** EVERY OPEN PAYABLE, GROUPED BY SUPPLIER.        ***
004200******************************************************
004300     EXEC SQL
004400        DECLARE CAPOPN CURSOR
004500        FOR
004600        SELECT A.SUP_NO, S.NAME, A.INV_DATE, A.DUE_DATE,
004700               A.OPEN_AMOUNT
004800        FROM API5.AP_OPEN_ITEMS A, API5.SUPPLIERS S
004900        WHERE A.SUP_NO = S.SUP_NO
005000        AND   A.STATUS = 'O'
005100        ORDER BY A.SUP_NO, A.INV_DATE, A.INV_NO
005200     END-EXEC.
005300
005400 77 WS-TODAY-RAW      PIC X(08).
005450 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
005458 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
005466 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART87'.
005474 77 WS-PGET-NAME      PIC X(12).
005482 77 WS-PGET-VALUE     PIC X(40).
005490 77 WS-PGET-RETCODE   PIC S9(4) COMP.
005500 77 WS-TODAY-INT      PIC 9(8).
005600 77 WS-TODAY-DASHED   PIC X(10).
005700 77 WS-PAYCUT         PIC X(10).
005800 77 WS-CUTOFF-30      PIC X(10).
005900 77 WS-CUTOFF-60      PIC X(10).
006000 77 WS-CUTOFF-90      PIC X(10).
006100 77 WS-WORK-DATE      PIC 9(8).
006200 77 WS-WORK-DATE-X    REDEFINES WS-WORK-DATE PIC X(8).
006300 77 WS-CUTOFF-WORK    PIC X(10).
006400 77 WS-PREV-SUP       PIC 9(4) VALUE ZERO.
006500 77 WS-PREV-NAME      PIC X(30).
006600 77 WS-BUCK-CURRENT   PIC S9(9)V99 COMP-3 VALUE ZERO.
006700 77 WS-BUCK-30        PIC S9(9)V99 COMP-3 VALUE ZERO.
006800 77 WS-BUCK-60        PIC S9(9)V99 COMP-3 VALUE ZERO.
006900 77 WS-BUCK-90        PIC S9(9)V99 COMP-3 VALUE ZERO.
007000 77 WS-BUCK-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
007100 77 WS-BUCK-DUE       PIC S9(9)V99 COMP-3 VALUE ZERO.
007200 77 WS-TOT-CURRENT    PIC S9(9)V99 COMP-3 VALUE ZERO.
007300 77 WS-TOT-30         PIC S9(9)V99 COMP-3 VALUE ZERO.
007400 77 WS-TOT-60         PIC S9(9)V99 COMP-3 VALUE ZERO.
007500 77 WS-TOT-90         PIC S9(9)V99 COMP-3 VALUE ZERO.
007600 77 WS-TOT-GRAND      PIC S9(9)V99 COMP-3 VALUE ZERO.
007700 77 WS-TOT-DUE        PIC S9(9)V99 COMP-3 VALUE ZERO.
007800 77 WS-CNT-SUPPLIERS  PIC 9(5) VALUE ZERO.
007900
008000 01 L-HEADER-BLANK    PIC X(120) VALUE SPACE.
008100 01 L-TITLE-LINE.
008200    05 FILLER         PIC X(20) VALUE 'AGED PAYABLES AS OF '.
008300    05 TITLE-DATE-ED  PIC X(10).
008400    05 FILLER         PIC X(20) VALUE ' - DUE BY PAYCUT OF '.
008500    05 TITLE-CUT-ED   PIC X(10).
008600    05 FILLER         PIC X(60) VALUE SPACE.
008700 01 L-COLUMN-HEAD1.
008800    05 FILLER  PIC X(6)  VALUE 'SUPP  '.
008900    05 FILLER  PIC X(26) VALUE 'NAME'.
009000    05 FILLER  PIC X(13) VALUE '     CURRENT'.
009100    05 FILLER  PIC X(13) VALUE '     30 DAYS'.
009200    05 FILLER  PIC X(13) VALUE '     60 DAYS'.
009300    05 FILLER  PIC X(13) VALUE '    90+ DAYS'.
009400    05 FILLER  PIC X(13) VALUE '       TOTAL'.
009500    05 FILLER  PIC X(13) VALUE '     DUE NOW'.
009600    05 FILLER  PIC X(10) VALUE SPACE.
009700 01 L-DETAIL-LINE.
009800    05 DET-SUP-ED     PIC 9(4).
009900    05 FILLER         PIC X(2)  VALUE SPACE.
010000    05 DET-NAME-ED    PIC X(25).
010100    05 FILLER         PIC X(1)  VALUE SPACE.
010200    05 DET-CUR-ED     PIC -ZZZZZZ9,99.
010300    05 FILLER         PIC X(1)  VALUE SPACE.
010400    05 DET-30-ED      PIC -ZZZZZZ9,99.
010500    05 FILLER         PIC X(1)  VALUE SPACE.
010600    05 DET-60-ED      PIC -ZZZZZZ9,99.
010700    05 FILLER         PIC X(1)  VALUE SPACE.
010800    05 DET-90-ED      PIC -ZZZZZZ9,99.
010900    05 FILLER         PIC X(1)  VALUE SPACE.
011000    05 DET-TOT-ED     PIC -ZZZZZZ9,99.
011100    05 FILLER         PIC X(1)  VALUE SPACE.
011200    05 DET-DUE-ED     PIC -ZZZZZZ9,99.
011300    05 FILLER         PIC X(15) VALUE SPACE.
011400 01 L-TOTAL-LINE.
011500    05 FILLER         PIC X(6)  VALUE 'TOTAL '.
011600    05 FILLER         PIC X(25) VALUE SPACE.
011700    05 FILLER         PIC X(1)  VALUE SPACE.
011800    05 TOT-CUR-ED     PIC -ZZZZZZ9,99.
011900    05 FILLER         PIC X(1)  VALUE SPACE.
012000    05 TOT-30-ED      PIC -ZZZZZZ9,99.
012100    05 FILLER         PIC X(1)  VALUE SPACE.
012200    05 TOT-60-ED      PIC -ZZZZZZ9,99.
012300    05 FILLER         PIC X(1)  VALUE SPACE.
012400    05 TOT-90-ED      PIC -ZZZZZZ9,99.
012500    05 FILLER         PIC X(1)  VALUE SPACE.
012600    05 TOT-GRAND-ED   PIC -ZZZZZZ9,99.
012700    05 FILLER         PIC X(1)  VALUE SPACE.
012800    05 TOT-DUE-ED     PIC -ZZZZZZ9,99.
012900    05 FILLER         PIC X(15) VALUE SPACE.
013000
013100 PROCEDURE DIVISION.
013200     PERFORM COMPUTE-CUTOFF-DATES
013300
013400     OPEN OUTPUT OUTAPA
013500     PERFORM WRITE-REPORT-HEADER
013600
013700     EXEC SQL
013800        OPEN CAPOPN
013900     END-EXEC
014000     PERFORM TEST-SQLCODE
014100
014200     PERFORM FETCH-NEXT-ITEM
014300     PERFORM TEST-SQLCODE
014400
014500     PERFORM UNTIL SQLCODE NOT EQUAL ZERO
014600        IF APIT-SUP-NO NOT = WS-PREV-SUP
014700           IF WS-PREV-SUP NOT = ZERO
014800              PERFORM WRITE-DETAIL-LINE
014900           END-IF
015000           MOVE APIT-SUP-NO TO WS-PREV-SUP
015100           MOVE SUP-NAME    TO WS-PREV-NAME
015200           ADD 1 TO WS-CNT-SUPPLIERS
015300        END-IF
015400        PERFORM BUCKET-OPEN-ITEM
015500        PERFORM FETCH-NEXT-ITEM
015600        PERFORM TEST-SQLCODE
015700     END-PERFORM
015800     IF WS-PREV-SUP NOT = ZERO
015900        PERFORM WRITE-DETAIL-LINE
016000     END-IF
016100
016200     EXEC SQL
016300        CLOSE CAPOPN
016400     END-EXEC
016500     PERFORM TEST-SQLCODE
016600
016700     PERFORM WRITE-TOTAL-LINE
016800     CLOSE OUTAPA
016900
017000     DISPLAY 'PART87 : SUPPLIERS AGED : ' WS-CNT-SUPPLIERS
017100     GOBACK.
017200
017300******************************************************
017400*** RUN-DATE MINUS 30/60/90 DAYS, AS DASHED STRINGS ***
017500*** COMPARABLE AGAINST INV_DATE, AND THE PAYCUT     ***
017600*** DATE THE DUE-NOW COLUMN IS MEASURED AGAINST.    ***
017700******************************************************
017800 COMPUTE-CUTOFF-DATES.
017900     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
017950     CALL RUNDATE USING WS-TODAY-RAW
018000     MOVE WS-TODAY-RAW TO WS-TODAY-INT
018100     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
018200            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
018300            INTO WS-TODAY-DASHED
018400     END-STRING
018500     MOVE WS-TODAY-DASHED TO TITLE-DATE-ED
018600
018700     MOVE SPACES TO WS-PAYCUT
018800     MOVE 'PAYCUT' TO WS-PGET-NAME
018833     PERFORM GET-RUN-PARM
018866     MOVE WS-PGET-VALUE TO WS-PAYCUT
018900     IF WS-PAYCUT = SPACES
019000        MOVE WS-TODAY-DASHED TO WS-PAYCUT
019100     END-IF
019200     MOVE WS-PAYCUT TO TITLE-CUT-ED
019300
019400     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
019500             (FUNCTION INTEGER-OF-DATE(WS-TODAY-INT) - 30)
019600     PERFORM FORMAT-WORK-DATE
019700     MOVE WS-CUTOFF-WORK TO WS-CUTOFF-30
019800
019900     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
020000             (FUNCTION INTEGER-OF-DATE(WS-TODAY-INT) - 60)
020100     PERFORM FORMAT-WORK-DATE
020200     MOVE WS-CUTOFF-WORK TO WS-CUTOFF-60
020300
020400     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
020500             (FUNCTION INTEGER-OF-DATE(WS-TODAY-INT) - 90)
020600     PERFORM FORMAT-WORK-DATE
020700     MOVE WS-CUTOFF-WORK TO WS-CUTOFF-90
020800     .
020900
021000 FORMAT-WORK-DATE.
021100     MOVE WS-WORK-DATE TO WS-WORK-DATE-X
021200     MOVE SPACES TO WS-CUTOFF-WORK
021300     STRING WS-WORK-DATE-X(1:4) '-' WS-WORK-DATE-X(5:2) '-'
021400            WS-WORK-DATE-X(7:2) DELIMITED BY SIZE
021500            INTO WS-CUTOFF-WORK
021600     END-STRING
021700     .
021800
021900 FETCH-NEXT-ITEM.
022000     EXEC SQL
022100        FETCH CAPOPN
022200        INTO :APIT-SUP-NO, :SUP-NAME, :APIT-INV-DATE,
022300             :APIT-DUE-DATE, :APIT-OPEN-AMT
022400     END-EXEC
022500     .
022600
022700 BUCKET-OPEN-ITEM.
022800     EVALUATE TRUE
022900        WHEN APIT-INV-DATE > WS-CUTOFF-30
023000             ADD APIT-OPEN-AMT TO WS-BUCK-CURRENT
023100        WHEN APIT-INV-DATE > WS-CUTOFF-60
023200             ADD APIT-OPEN-AMT TO WS-BUCK-30
023300        WHEN APIT-INV-DATE > WS-CUTOFF-90
023400             ADD APIT-OPEN-AMT TO WS-BUCK-60
023500        WHEN OTHER
023600             ADD APIT-OPEN-AMT TO WS-BUCK-90
023700     END-EVALUATE
023800     ADD APIT-OPEN-AMT TO WS-BUCK-TOTAL
023900     IF APIT-DUE-DATE NOT > WS-PAYCUT
024000        ADD APIT-OPEN-AMT TO WS-BUCK-DUE
024100     END-IF
024200     .
024300
024400 WRITE-REPORT-HEADER.
024500     WRITE ENR-OUTAPA FROM L-TITLE-LINE
024600     WRITE ENR-OUTAPA FROM L-HEADER-BLANK
024700     WRITE ENR-OUTAPA FROM L-COLUMN-HEAD1
024800     .
024900
025000******************************************************
025100*** SUPPLIER BREAK - PRINTS THE LINE, ROLLS IT INTO ***
025200*** THE GRAND TOTALS AND CLEARS THE BUCKETS.        ***
025300******************************************************
025400 WRITE-DETAIL-LINE.
025500     MOVE WS-PREV-SUP     TO DET-SUP-ED
025600     MOVE WS-PREV-NAME    TO DET-NAME-ED
025700     MOVE WS-BUCK-CURRENT TO DET-CUR-ED
025800     MOVE WS-BUCK-30      TO DET-30-ED
025900     MOVE WS-BUCK-60      TO DET-60-ED
026000     MOVE WS-BUCK-90      TO DET-90-ED
026100     MOVE WS-BUCK-TOTAL   TO DET-TOT-ED
026200     MOVE WS-BUCK-DUE     TO DET-DUE-ED
026300     WRITE ENR-OUTAPA FROM L-DETAIL-LINE
026400
026500     ADD WS-BUCK-CURRENT TO WS-TOT-CURRENT
026600     ADD WS-BUCK-30      TO WS-TOT-30
026700     ADD WS-BUCK-60      TO WS-TOT-60
026800     ADD WS-BUCK-90      TO WS-TOT-90
026900     ADD WS-BUCK-TOTAL   TO WS-TOT-GRAND
027000     ADD WS-BUCK-DUE     TO WS-TOT-DUE
027100     MOVE ZERO TO WS-BUCK-CURRENT
027200     MOVE ZERO TO WS-BUCK-30
027300     MOVE ZERO TO WS-BUCK-60
027400     MOVE ZERO TO WS-BUCK-90
027500     MOVE ZERO TO WS-BUCK-TOTAL
027600     MOVE ZERO TO WS-BUCK-DUE
027700     .
027800
027900 WRITE-TOTAL-LINE.
028000     MOVE WS-TOT-CURRENT TO TOT-CUR-ED
028100     MOVE WS-TOT-30      TO TOT-30-ED
028200     MOVE WS-TOT-60      TO TOT-60-ED
028300     MOVE WS-TOT-90      TO TOT-90-ED
028400     MOVE WS-TOT-GRAND   TO TOT-GRAND-ED
028500     MOVE WS-TOT-DUE     TO TOT-DUE-ED
028600     WRITE ENR-OUTAPA FROM L-HEADER-BLANK
028700     WRITE ENR-OUTAPA FROM L-TOTAL-LINE
028800     .
028900
029000 TEST-SQLCODE.
029100     EVALUATE TRUE
029200          WHEN SQLCODE IS EQUAL TO ZERO
029300                CONTINUE
029400          WHEN SQLCODE IS GREATER ZERO
029500             IF SQLCODE = 100
029600               CONTINUE
029700             ELSE
029800               DISPLAY 'WARNING : ' SQLCODE
029900             END-IF
030000          WHEN SQLCODE IS LESS THAN ZERO
030100                DISPLAY 'ANOMALIE : ' SQLCODE
030200                PERFORM ABEND-PROG
030300     END-EVALUATE.
030400
030500 ABEND-PROG.
030600     DISPLAY 'PART87 ABENDING - SEE SQLCODE ABOVE'
030700     MOVE 16 TO RETURN-CODE
030800     STOP RUN.
030900
031000******************************************************
031100*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
031200*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
031300*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
031400******************************************************
031500 GET-RUN-PARM.
031600     MOVE RETURN-CODE TO WS-PGET-RETCODE
031700     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
031800                        WS-PGET-VALUE
031900*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
032000     MOVE WS-PGET-RETCODE TO RETURN-CODE
032100     .
