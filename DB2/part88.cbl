000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART88.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - MONTHLY SUPPLIER DELIVERY       *
000600*              SCORECARD. FOR THE MONTH IN SCMONTH (YYYY-MM,     *
000700*              DEFAULT THE PREVIOUS MONTH) EVERY API5.PO_LINES   *
000800*              ROW EXPECTED IN THE MONTH IS SCORED AGAINST THE   *
000900*              RECV_DATE PART18 STAMPED WHEN IT POSTED THE       *
001000*              RECEIPT : ON TIME WHEN THE LINE WAS COMPLETED BY  *
001100*              ITS EXP_DATE, LATE WHEN IT WAS COMPLETED AFTER IT *
001200*              OR IS STILL OPEN PAST IT (DAYS LATE COUNTED TO    *
001300*              TODAY). ONE LINE PER SUPPLIER SHOWS THE ON-TIME   *
001400*              RATE, THE FILL RATE (RECEIVED VERSUS ORDERED),    *
001500*              THE AVERAGE DAYS LATE, THE 'G' RECEIPTS POSTED IN *
001600*              THE MONTH AGAINST ITS POS FROM                    *
001700*              API5.STOCK_MOVEMENTS, AND THE LOT RECALLS PART60  *
001800*              HAS TRACED TO IT (API5.LOT_RECALLS). OUTPUT ON    *
001900*              FICSCO.                                           *
001920* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001940*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001960*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001980*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001982* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001984*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001986*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001988*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001990*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001992*              FOR THE PART131 REPORT.                           *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SPECIAL-NAMES.
002400     DECIMAL-POINT IS COMMA.
002500
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OUTSCO ASSIGN TO FICSCO.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD OUTSCO.
003300 01 ENR-OUTSCO PIC X(120).
003400
003500 WORKING-STORAGE SECTION.
003600     EXEC SQL
003700        INCLUDE SQLCA
003800     END-EXEC.
003900     EXEC SQL
004000        INCLUDE SUPPLIER
004100     END-EXEC.
004200     EXEC SQL
004300        INCLUDE PURCHORD
004400     END-EXEC.
004500
004600******************************************************
004700*** EVERY PO LINE EXPECTED IN THE MONTH, GROUPED BY ***
004800*** SUPPLIER FOR THE SCORECARD BREAK.               ***
004900******************************************************
005000     EXEC SQL
005100        DECLARE CSCORE CURSOR
005200        FOR
005300        SELECT P.SUP_NO, S.NAME, L.QTY_ORDERED, L.QTY_RECEIVED,
005400               L.EXP_DATE, COALESCE(L.RECV_DATE, ' '),
005500               L.LINE_STATUS
005600        FROM API5.PO_LINES L, API5.PURCHASE_ORDERS P,
005700             API5.SUPPLIERS S
005800        WHERE L.PO_NO  = P.PO_NO
005900        AND   P.SUP_NO = S.SUP_NO
006000        AND   L.EXP_DATE BETWEEN :WS-MONTH-START
006100                             AND :WS-MONTH-END
006200        ORDER BY P.SUP_NO, L.EXP_DATE
006300     END-EXEC.
006400
006500 77 WS-MONTH-PARM     PIC X(7).
006600 77 WS-MONTH-START    PIC X(10).
006700 77 WS-MONTH-END      PIC X(10).
006800 77 WS-TODAY-RAW      PIC X(08).
006850 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
006858 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
006866 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART88'.
006874 77 WS-PGET-NAME      PIC X(12).
006882 77 WS-PGET-VALUE     PIC X(40).
006890 77 WS-PGET-RETCODE   PIC S9(4) COMP.
006900 77 WS-TODAY-DASHED   PIC X(10).
007000 77 WS-TODAY-INT      PIC 9(8).
007100 77 WS-PREV-YEAR      PIC 9(4).
007200 77 WS-PREV-MONTH     PIC 9(2).
007300 77 WS-CONV-DATE      PIC X(10).
007400 77 WS-CONV-NUM       PIC 9(8).
007500 77 WS-CONV-NUM-X     REDEFINES WS-CONV-NUM PIC X(8).
007600 77 WS-CONV-INT       PIC 9(8).
007700 77 WS-EXP-INT        PIC 9(8).
007800 77 WS-DAYS-LATE      PIC S9(5) COMP-3.
007900 77 WS-PREV-SUP       PIC 9(4) VALUE ZERO.
008000 77 WS-PREV-NAME      PIC X(30).
008100 77 WS-SUP-LINES      PIC 9(5) COMP-3 VALUE ZERO.
008200 77 WS-SUP-ONTIME     PIC 9(5) COMP-3 VALUE ZERO.
008300 77 WS-SUP-LATE       PIC 9(5) COMP-3 VALUE ZERO.
008400 77 WS-SUP-LATE-DAYS  PIC 9(7) COMP-3 VALUE ZERO.
008500 77 WS-SUP-ORDERED    PIC 9(7) COMP-3 VALUE ZERO.
008600 77 WS-SUP-RECEIVED   PIC 9(7) COMP-3 VALUE ZERO.
008700 77 WS-SUP-DELIVS     PIC 9(5) COMP-3 VALUE ZERO.
008800 77 WS-SUP-UNITS-IN   PIC 9(7) COMP-3 VALUE ZERO.
008900 77 WS-SUP-RECALLS    PIC 9(5) COMP-3 VALUE ZERO.
009000 77 WS-RATE           PIC 9(3)V9 COMP-3.
009100 77 WS-AVG-LATE       PIC 9(5)V9 COMP-3.
009200 77 WS-CNT-SUPPLIERS  PIC 9(5) VALUE ZERO.
009300 77 WS-CNT-LINES      PIC 9(7) VALUE ZERO.
009400
009500 01 L-HEADER-BLANK    PIC X(120) VALUE SPACE.
009600 01 L-TITLE-LINE.
009700    05 FILLER         PIC X(37)
009800       VALUE 'SUPPLIER DELIVERY SCORECARD - MONTH '.
009900    05 TITLE-MONTH-ED PIC X(7).
010000    05 FILLER         PIC X(10) VALUE '  AS OF  '.
010100    05 TITLE-DATE-ED  PIC X(10).
010200    05 FILLER         PIC X(56) VALUE SPACE.
010300 01 L-COLUMN-HEAD1.
010400    05 FILLER  PIC X(6)  VALUE 'SUPP  '.
010500    05 FILLER  PIC X(26) VALUE 'NAME'.
010600    05 FILLER  PIC X(7)  VALUE '  LINES'.
010700    05 FILLER  PIC X(7)  VALUE ' ONTIME'.
010800    05 FILLER  PIC X(8)  VALUE '  ONT %'.
010900    05 FILLER  PIC X(9)  VALUE '  ORDERED'.
011000    05 FILLER  PIC X(9)  VALUE ' RECEIVED'.
011100    05 FILLER  PIC X(8)  VALUE ' FILL %'.
011200    05 FILLER  PIC X(9)  VALUE ' AVG LATE'.
011300    05 FILLER  PIC X(7)  VALUE ' DELIVS'.
011400    05 FILLER  PIC X(9)  VALUE ' UNITS IN'.
011500    05 FILLER  PIC X(8)  VALUE ' RECALLS'.
011600    05 FILLER  PIC X(7)  VALUE SPACE.
011700 01 L-DETAIL-LINE.
011800    05 DET-SUP-ED     PIC 9(4).
011900    05 FILLER         PIC X(2)  VALUE SPACE.
012000    05 DET-NAME-ED    PIC X(25).
012100    05 FILLER         PIC X(1)  VALUE SPACE.
012200    05 DET-LINES-ED   PIC ZZZZZZ9.
012300    05 DET-ONTIME-ED  PIC ZZZZZZ9.
012400    05 FILLER         PIC X(2)  VALUE SPACE.
012500    05 DET-ONT-PCT-ED PIC ZZ9,9.
012600    05 FILLER         PIC X(1)  VALUE SPACE.
012700    05 DET-ORD-ED     PIC ZZZZZZZZ9.
012800    05 DET-RCV-ED     PIC ZZZZZZZZ9.
012900    05 FILLER         PIC X(2)  VALUE SPACE.
013000    05 DET-FILL-ED    PIC ZZ9,9.
013100    05 FILLER         PIC X(1)  VALUE SPACE.
013200    05 DET-LATE-ED    PIC ZZZZZZ9,9.
013300    05 DET-DELIV-ED   PIC ZZZZZZ9.
013400    05 DET-UNITS-ED   PIC ZZZZZZZZ9.
013500    05 DET-RECALL-ED  PIC ZZZZZZZ9.
013600    05 FILLER         PIC X(7)  VALUE SPACE.
013700
013800 PROCEDURE DIVISION.
013900     PERFORM INITIALIZE-PARAMETERS
014000
014100     OPEN OUTPUT OUTSCO
014200     WRITE ENR-OUTSCO FROM L-TITLE-LINE
014300     WRITE ENR-OUTSCO FROM L-HEADER-BLANK
014400     WRITE ENR-OUTSCO FROM L-COLUMN-HEAD1
014500
014600     EXEC SQL
014700        OPEN CSCORE
014800     END-EXEC
014900     PERFORM TEST-SQLCODE
015000
015100     PERFORM FETCH-NEXT-LINE
015200     PERFORM TEST-SQLCODE
015300
015400     PERFORM UNTIL SQLCODE NOT EQUAL ZERO
015500        IF PO-SUP-NO NOT = WS-PREV-SUP
015600           IF WS-PREV-SUP NOT = ZERO
015700              PERFORM WRITE-SUPPLIER-SCORE
015800           END-IF
015900           MOVE PO-SUP-NO TO WS-PREV-SUP
016000           MOVE SUP-NAME  TO WS-PREV-NAME
016100        END-IF
016200        ADD 1 TO WS-CNT-LINES
016300        PERFORM SCORE-ONE-LINE
016400        PERFORM FETCH-NEXT-LINE
016500        PERFORM TEST-SQLCODE
016600     END-PERFORM
016700     IF WS-PREV-SUP NOT = ZERO
016800        PERFORM WRITE-SUPPLIER-SCORE
016900     END-IF
017000
017100     EXEC SQL
017200        CLOSE CSCORE
017300     END-EXEC
017400     PERFORM TEST-SQLCODE
017500
017600     CLOSE OUTSCO
017700
017800     DISPLAY 'PART88 : SUPPLIERS SCORED : ' WS-CNT-SUPPLIERS
017900     DISPLAY 'PART88 : PO LINES SCORED  : ' WS-CNT-LINES
018000     GOBACK.
018100
018200******************************************************
018300*** SCMONTH = THE MONTH TO SCORE (YYYY-MM). UNSET,  ***
018400*** THE MONTH BEFORE THE RUN DATE - THE SCORECARD   ***
018500*** RUNS AFTER THE MONTH HAS CLOSED.                ***
018600******************************************************
018700 INITIALIZE-PARAMETERS.
018800     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
018850     CALL RUNDATE USING WS-TODAY-RAW
018900     MOVE WS-TODAY-RAW TO WS-TODAY-INT
019000     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
019100            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
019200            INTO WS-TODAY-DASHED
019300     END-STRING
019400     MOVE WS-TODAY-DASHED TO TITLE-DATE-ED
019500     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-INT)
019600
019700     MOVE SPACES TO WS-MONTH-PARM
019800     MOVE 'SCMONTH' TO WS-PGET-NAME
019833     PERFORM GET-RUN-PARM
019866     MOVE WS-PGET-VALUE TO WS-MONTH-PARM
019900     IF WS-MONTH-PARM = SPACES
020000        MOVE WS-TODAY-RAW(1:4) TO WS-PREV-YEAR
020100        MOVE WS-TODAY-RAW(5:2) TO WS-PREV-MONTH
020200        IF WS-PREV-MONTH = 1
020300           MOVE 12 TO WS-PREV-MONTH
020400           SUBTRACT 1 FROM WS-PREV-YEAR
020500        ELSE
020600           SUBTRACT 1 FROM WS-PREV-MONTH
020700        END-IF
020800        STRING WS-PREV-YEAR '-' WS-PREV-MONTH
020900               DELIMITED BY SIZE INTO WS-MONTH-PARM
021000        END-STRING
021100     END-IF
021200     MOVE WS-MONTH-PARM TO TITLE-MONTH-ED
021300     STRING WS-MONTH-PARM '-01' DELIMITED BY SIZE
021400            INTO WS-MONTH-START
021500     END-STRING
021600     STRING WS-MONTH-PARM '-31' DELIMITED BY SIZE
021700            INTO WS-MONTH-END
021800     END-STRING
021900     .
022000
022100 FETCH-NEXT-LINE.
022200     EXEC SQL
022300        FETCH CSCORE
022400        INTO :PO-SUP-NO, :SUP-NAME, :POL-QTY-ORDERED,
022500             :POL-QTY-RECEIVED, :POL-EXP-DATE, :POL-RECV-DATE,
022600             :POL-STATUS
022700     END-EXEC
022800     .
022900
023000******************************************************
023100*** A CLOSED LINE IS ON TIME WHEN ITS LAST RECEIPT  ***
023200*** CAME BY THE EXPECTED DATE. AN OPEN LINE PAST    ***
023300*** ITS DATE IS LATE TO TODAY; ONE NOT YET DUE IS   ***
023400*** LEFT OUT OF THE ON-TIME RATE.                   ***
023500******************************************************
023600 SCORE-ONE-LINE.
023700     ADD 1 TO WS-SUP-LINES
023800     ADD POL-QTY-ORDERED  TO WS-SUP-ORDERED
023900     ADD POL-QTY-RECEIVED TO WS-SUP-RECEIVED
024000     MOVE POL-EXP-DATE TO WS-CONV-DATE
024100     PERFORM CONVERT-DATE
024200     MOVE WS-CONV-INT TO WS-EXP-INT
024300
024400     IF POL-STATUS = 'C' AND POL-RECV-DATE NOT = SPACES
024500        MOVE POL-RECV-DATE TO WS-CONV-DATE
024600        PERFORM CONVERT-DATE
024700        COMPUTE WS-DAYS-LATE = WS-CONV-INT - WS-EXP-INT
024800        IF WS-DAYS-LATE > ZERO
024900           PERFORM COUNT-LATE-LINE
025000        ELSE
025100           ADD 1 TO WS-SUP-ONTIME
025200        END-IF
025300     ELSE
025400        COMPUTE WS-DAYS-LATE = WS-TODAY-INT - WS-EXP-INT
025500        IF WS-DAYS-LATE > ZERO
025600           PERFORM COUNT-LATE-LINE
025700        END-IF
025800     END-IF
025900     .
026000
026100 COUNT-LATE-LINE.
026200     ADD 1 TO WS-SUP-LATE
026300     ADD WS-DAYS-LATE TO WS-SUP-LATE-DAYS
026400     .
026410
026500 CONVERT-DATE.
026600     MOVE WS-CONV-DATE(1:4) TO WS-CONV-NUM-X(1:4)
026700     MOVE WS-CONV-DATE(6:2) TO WS-CONV-NUM-X(5:2)
026800     MOVE WS-CONV-DATE(9:2) TO WS-CONV-NUM-X(7:2)
026900     COMPUTE WS-CONV-INT = FUNCTION INTEGER-OF-DATE(WS-CONV-NUM)
027000     .
027100
027200******************************************************
027300*** SUPPLIER BREAK - THE MONTH'S RECEIPTS AGAINST   ***
027400*** ITS POS AND ITS RECALLS, THEN THE SCORE LINE.   ***
027500******************************************************
027600 WRITE-SUPPLIER-SCORE.
027700     ADD 1 TO WS-CNT-SUPPLIERS
027900     EXEC SQL
028000        SELECT COUNT(*), COALESCE(SUM(M.QTY), 0)
028100             INTO :WS-SUP-DELIVS, :WS-SUP-UNITS-IN
028200        FROM API5.STOCK_MOVEMENTS M, API5.PURCHASE_ORDERS P
028300        WHERE M.PO_NO  = P.PO_NO
028400        AND   P.SUP_NO = :WS-PREV-SUP
028500        AND   M.SOURCE = 'G'
028600        AND   M.MVT_DATE BETWEEN :WS-MONTH-START
028700                             AND :WS-MONTH-END
028800     END-EXEC
028900     PERFORM TEST-SQLCODE
029000     EXEC SQL
029100        SELECT COUNT(*) INTO :WS-SUP-RECALLS
029200        FROM API5.LOT_RECALLS
029300        WHERE SUP_NO = :WS-PREV-SUP
029400     END-EXEC
029500     PERFORM TEST-SQLCODE
029600
029700     MOVE WS-PREV-SUP     TO DET-SUP-ED
029800     MOVE WS-PREV-NAME    TO DET-NAME-ED
029900     MOVE WS-SUP-LINES    TO DET-LINES-ED
030000     MOVE WS-SUP-ONTIME   TO DET-ONTIME-ED
030100     MOVE ZERO TO WS-RATE
030200     IF WS-SUP-ONTIME + WS-SUP-LATE > ZERO
030300        COMPUTE WS-RATE ROUNDED = WS-SUP-ONTIME * 100
030400                / (WS-SUP-ONTIME + WS-SUP-LATE)
030500     END-IF
030600     MOVE WS-RATE         TO DET-ONT-PCT-ED
030700     MOVE WS-SUP-ORDERED  TO DET-ORD-ED
030800     MOVE WS-SUP-RECEIVED TO DET-RCV-ED
030900     MOVE ZERO TO WS-RATE
031000     IF WS-SUP-ORDERED > ZERO
031100        COMPUTE WS-RATE ROUNDED =
031200                WS-SUP-RECEIVED * 100 / WS-SUP-ORDERED
031300           ON SIZE ERROR MOVE 999,9 TO WS-RATE
031400        END-COMPUTE
031500     END-IF
031600     MOVE WS-RATE         TO DET-FILL-ED
031700     MOVE ZERO TO WS-AVG-LATE
031800     IF WS-SUP-LATE > ZERO
031900        COMPUTE WS-AVG-LATE ROUNDED =
032000                WS-SUP-LATE-DAYS / WS-SUP-LATE
032100     END-IF
032200     MOVE WS-AVG-LATE     TO DET-LATE-ED
032300     MOVE WS-SUP-DELIVS   TO DET-DELIV-ED
032400     MOVE WS-SUP-UNITS-IN TO DET-UNITS-ED
032500     MOVE WS-SUP-RECALLS  TO DET-RECALL-ED
032600     WRITE ENR-OUTSCO FROM L-DETAIL-LINE
032700
032800     MOVE ZERO TO WS-SUP-LINES
032900     MOVE ZERO TO WS-SUP-ONTIME
033000     MOVE ZERO TO WS-SUP-LATE
033100     MOVE ZERO TO WS-SUP-LATE-DAYS
033200     MOVE ZERO TO WS-SUP-ORDERED
033300     MOVE ZERO TO WS-SUP-RECEIVED
033400     .
033500
033600 TEST-SQLCODE.
033700     EVALUATE TRUE
033800          WHEN SQLCODE IS EQUAL TO ZERO
033900                CONTINUE
034000          WHEN SQLCODE IS GREATER ZERO
034100             IF SQLCODE = 100
034200               CONTINUE
034300             ELSE
034400               DISPLAY 'WARNING : ' SQLCODE
034500             END-IF
034600          WHEN SQLCODE IS LESS THAN ZERO
034700                DISPLAY 'ANOMALIE : ' SQLCODE
034800                PERFORM ABEND-PROG
034900     END-EVALUATE.
035000
035100 ABEND-PROG.
035200     DISPLAY 'PART88 ABENDING - SEE SQLCODE ABOVE'
035300     MOVE 16 TO RETURN-CODE
035400     STOP RUN.
035500
035600******************************************************
035700*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
035800*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
035900*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
036000******************************************************
036100 GET-RUN-PARM.
036200     MOVE RETURN-CODE TO WS-PGET-RETCODE
036300     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
036400                        WS-PGET-VALUE
036500*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
036600     MOVE WS-PGET-RETCODE TO RETURN-CODE
036700     .
