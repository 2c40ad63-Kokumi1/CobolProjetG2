000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART125.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - MONTHLY FREE GOODS REPORT. FOR  *
000600*              THE MONTH (FOCMONTH ENV VAR, YYYY-MM, DEFAULT =   *
000700*              LAST MONTH) LISTS THE FREE-OF-CHARGE LINES PART2  *
000800*              POSTED BY CUSTOMER, SALES REP AND REASON (S       *
000900*              SAMPLE, G GOODWILL, W WARRANTY REPLACEMENT) WITH  *
001000*              THEIR LINES, QUANTITY AND COST ON FICFOC, THEN    *
001100*              THE COST BY REASON, THE MARKETING AND WARRANTY    *
001200*              EXPENSE AND THE MONTH'S TOTAL.                    *
001220* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001240*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001260*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001280*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001282* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001284*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001286*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001288*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001290*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001292*              FOR THE PART131 REPORT.                           *
001300******************************************************************
001400 ENVIRONMENT DIVISION.
001500 CONFIGURATION SECTION.
001600 SPECIAL-NAMES.
001700     DECIMAL-POINT IS COMMA.
001800
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100     SELECT OUTFOC ASSIGN TO FICFOC.
002200
002300 DATA DIVISION.
002400 FILE SECTION.
002500 FD OUTFOC.
002600 01 ENR-OUTFOC PIC X(80).
002700
002800 WORKING-STORAGE SECTION.
002900     EXEC SQL
003000        INCLUDE SQLCA
003100     END-EXEC.
003200     EXEC SQL
003300        INCLUDE ORDERS
003400     END-EXEC.
003500     EXEC SQL
003600        INCLUDE ITEMS
003700     END-EXEC.
003800     EXEC SQL
003900        INCLUDE CUSTOMER
004000     END-EXEC.
004100
004200******************************************************
004300*** THE MONTH'S FREE-OF-CHARGE LINES, ROLLED UP BY  ***
004400*** CUSTOMER, SALES REP AND REASON.                 ***
004500******************************************************
004600     EXEC SQL
004700        DECLARE CFOC CURSOR
004800        FOR
004900        SELECT O.C_NO, C.NAME, O.S_NO, I.FOC_REASON,
005000               COUNT(*), SUM(I.QUANTITY),
005100               SUM(I.QUANTITY * COALESCE(I.UNIT_COST, 0))
005200        FROM API5.ITEMS I
005300        JOIN API5.ORDERS O
005400        ON I.O_NO = O.O_NO
005500        JOIN API5.CUSTOMERS C
005600        ON O.C_NO = C.C_NO
005700        WHERE O.O_DATE >= :WS-DATE-FROM
005800        AND   O.O_DATE <= :WS-DATE-TO
005900        AND   I.ITEM_TYPE = 'O'
006000        AND   COALESCE(I.FOC_REASON, ' ') <> ' '
006100        GROUP BY O.C_NO, C.NAME, O.S_NO, I.FOC_REASON
006200        ORDER BY O.C_NO, O.S_NO, I.FOC_REASON
006300     END-EXEC.
006400
006500 77 WS-MONTH-PARM     PIC X(7).
006600 77 WS-FOC-MONTH      PIC X(7).
006700 77 WS-DATE-FROM      PIC X(10).
006800 77 WS-DATE-TO        PIC X(10).
006900 77 WS-TODAY-RAW      PIC X(08).
006950 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
006958 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
006966 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART125'.
006974 77 WS-PGET-NAME      PIC X(12).
006982 77 WS-PGET-VALUE     PIC X(40).
006990 77 WS-PGET-RETCODE   PIC S9(4) COMP.
007000 77 WS-FIRST-OF-MONTH PIC 9(8).
007100 77 WS-FIRST-OF-MONTH-X REDEFINES WS-FIRST-OF-MONTH PIC X(8).
007200 77 WS-PREV-DATE      PIC 9(8).
007300 77 WS-PREV-DATE-X    REDEFINES WS-PREV-DATE PIC X(8).
007400 77 WS-FOC-LINES      PIC 9(7) COMP-3.
007500 77 WS-FOC-QTY        PIC 9(9) COMP-3.
007600 77 WS-FOC-COST       PIC S9(9)V99 COMP-3.
007700 77 WS-TOT-SAMPLE     PIC S9(11)V99 COMP-3 VALUE ZERO.
007800 77 WS-TOT-GOODWILL   PIC S9(11)V99 COMP-3 VALUE ZERO.
007900 77 WS-TOT-WARRANTY   PIC S9(11)V99 COMP-3 VALUE ZERO.
008000 77 WS-TOT-MKTG       PIC S9(11)V99 COMP-3 VALUE ZERO.
008100 77 WS-TOT-COST       PIC S9(11)V99 COMP-3 VALUE ZERO.
008200 77 WS-TOT-LINES      PIC 9(7) VALUE ZERO.
008300 77 WS-CNT-GROUPS     PIC 9(5) VALUE ZERO.
008400 77 ED-TOT-COST       PIC -ZZZZZZZZZZ9,99.
008500 77 WS-LIST-DONE      PIC X VALUE 'N'.
008600    88 LIST-DONE        VALUE 'O'.
008700    88 LIST-NOT-DONE    VALUE 'N'.
008800
008900 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
009000 01 L-TITLE-LINE.
009100    05 FILLER         PIC X(21) VALUE 'FREE GOODS SHIPPED - '.
009200    05 TITLE-MONTH-ED PIC X(7).
009300    05 FILLER         PIC X(52) VALUE SPACE.
009400 01 L-COLUMN-HEAD1.
009500    05 FILLER  PIC X(5)  VALUE 'CUST '.
009600    05 FILLER  PIC X(21) VALUE 'NAME'.
009700    05 FILLER  PIC X(4)  VALUE 'REP '.
009800    05 FILLER  PIC X(21) VALUE 'REASON'.
009900    05 FILLER  PIC X(6)  VALUE ' LINES'.
010000    05 FILLER  PIC X(9)  VALUE '      QTY'.
010100    05 FILLER  PIC X(14) VALUE '          COST'.
010200 01 L-DETAIL-LINE.
010300    05 DET-CNO-ED     PIC 9(4).
010400    05 FILLER         PIC X(1)  VALUE SPACE.
010500    05 DET-NAME-ED    PIC X(20).
010600    05 FILLER         PIC X(1)  VALUE SPACE.
010700    05 DET-SNO-ED     PIC 9(2).
010800    05 FILLER         PIC X(2)  VALUE SPACE.
010900    05 DET-CODE-ED    PIC X(1).
011000    05 FILLER         PIC X(1)  VALUE SPACE.
011100    05 DET-REASON-ED  PIC X(19).
011200    05 DET-LINES-ED   PIC ZZZZZ9.
011300    05 DET-QTY-ED     PIC ZZZZZZZZ9.
011400    05 FILLER         PIC X(1)  VALUE SPACE.
011500    05 DET-COST-ED    PIC -ZZZZZZZZ9,99.
011600 01 L-TOTAL-LINE.
011700    05 TOT-LABEL-ED   PIC X(30).
011800    05 FILLER         PIC X(35) VALUE SPACE.
011900    05 TOT-AMOUNT-ED  PIC -ZZZZZZZZ9,99.
012000    05 FILLER         PIC X(2)  VALUE SPACE.
012100
012200 PROCEDURE DIVISION.
012300     PERFORM INITIALIZE-PARAMETERS
012400
012500     OPEN OUTPUT OUTFOC
012600     WRITE ENR-OUTFOC FROM L-TITLE-LINE
012700     WRITE ENR-OUTFOC FROM L-HEADER-BLANK
012800     WRITE ENR-OUTFOC FROM L-COLUMN-HEAD1
012900
013000     SET LIST-NOT-DONE TO TRUE
013100     EXEC SQL
013200        OPEN CFOC
013300     END-EXEC
013400     PERFORM TEST-SQLCODE
013500     PERFORM REPORT-ONE-GROUP UNTIL LIST-DONE
013600     EXEC SQL
013700        CLOSE CFOC
013800     END-EXEC
013900     PERFORM TEST-SQLCODE
014000
014100     PERFORM WRITE-RUN-TOTALS
014200     CLOSE OUTFOC
014300
014400     MOVE WS-TOT-COST TO ED-TOT-COST
014500     DISPLAY 'PART125 : LIGNES GRATUITES     : ' WS-TOT-LINES
014600     DISPLAY 'PART125 : COUT TOTAL           : ' ED-TOT-COST
014700     GOBACK.
014800
014900******************************************************
015000*** FOCMONTH NAMES THE MONTH; UNSET MEANS LAST      ***
015100*** MONTH, AS FOR PART34'S REVALUATION.             ***
015200******************************************************
015300 INITIALIZE-PARAMETERS.
015400     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
015450     CALL RUNDATE USING WS-TODAY-RAW
015500     MOVE SPACES TO WS-MONTH-PARM
015600     MOVE 'FOCMONTH' TO WS-PGET-NAME
015633     PERFORM GET-RUN-PARM
015666     MOVE WS-PGET-VALUE TO WS-MONTH-PARM
015700     IF WS-MONTH-PARM NOT = SPACES
015800        MOVE WS-MONTH-PARM TO WS-FOC-MONTH
015900     ELSE
016000        MOVE WS-TODAY-RAW TO WS-FIRST-OF-MONTH-X
016100        MOVE '01' TO WS-FIRST-OF-MONTH-X(7:2)
016200        COMPUTE WS-PREV-DATE = FUNCTION DATE-OF-INTEGER
016300                (FUNCTION INTEGER-OF-DATE(WS-FIRST-OF-MONTH)
016400                 - 1)
016500        STRING WS-PREV-DATE-X(1:4) '-' WS-PREV-DATE-X(5:2)
016600               DELIMITED BY SIZE INTO WS-FOC-MONTH
016700        END-STRING
016800     END-IF
016900
017000     STRING WS-FOC-MONTH '-01' DELIMITED BY SIZE
017100            INTO WS-DATE-FROM
017200     END-STRING
017300     STRING WS-FOC-MONTH '-31' DELIMITED BY SIZE
017400            INTO WS-DATE-TO
017500     END-STRING
017600     MOVE WS-FOC-MONTH TO TITLE-MONTH-ED
017700     DISPLAY 'PART125 : MARCHANDISE GRATUITE POUR ' WS-FOC-MONTH
017800     .
017900
018000******************************************************
018100*** ONE LINE PER CUSTOMER, REP AND REASON - S AND   ***
018200*** G ARE MARKETING EXPENSE, W WARRANTY EXPENSE,    ***
018300*** AS PART58 AND PART44 TREAT THEM.                ***
018400******************************************************
018500 REPORT-ONE-GROUP.
018600     EXEC SQL
018700        FETCH CFOC
018800        INTO :ORDERS-C-NO, :CUS-NAME, :ORDERS-S-NO,
018900             :ITEMS-FOC-REASON, :WS-FOC-LINES, :WS-FOC-QTY,
019000             :WS-FOC-COST
019100     END-EXEC
019200     EVALUATE TRUE
019300        WHEN SQLCODE = +100
019400             SET LIST-DONE TO TRUE
019500        WHEN SQLCODE = ZERO
019600             PERFORM WRITE-DETAIL
019700        WHEN OTHER
019800             PERFORM TEST-SQLCODE
019900     END-EVALUATE
020000     .
020100
020200 WRITE-DETAIL.
020300     EVALUATE ITEMS-FOC-REASON
020400        WHEN 'S'
020500             MOVE 'SAMPLE' TO DET-REASON-ED
020600             ADD WS-FOC-COST TO WS-TOT-SAMPLE
020700             ADD WS-FOC-COST TO WS-TOT-MKTG
020800        WHEN 'G'
020900             MOVE 'GOODWILL' TO DET-REASON-ED
021000             ADD WS-FOC-COST TO WS-TOT-GOODWILL
021100             ADD WS-FOC-COST TO WS-TOT-MKTG
021200        WHEN 'W'
021300             MOVE 'WARRANTY REPLACE' TO DET-REASON-ED
021400             ADD WS-FOC-COST TO WS-TOT-WARRANTY
021500        WHEN OTHER
021600             MOVE 'UNKNOWN REASON' TO DET-REASON-ED
021700             ADD WS-FOC-COST TO WS-TOT-MKTG
021800     END-EVALUATE
021900     MOVE ORDERS-C-NO      TO DET-CNO-ED
022000     MOVE CUS-NAME         TO DET-NAME-ED
022100     MOVE ORDERS-S-NO      TO DET-SNO-ED
022200     MOVE ITEMS-FOC-REASON TO DET-CODE-ED
022300     MOVE WS-FOC-LINES     TO DET-LINES-ED
022400     MOVE WS-FOC-QTY       TO DET-QTY-ED
022500     MOVE WS-FOC-COST      TO DET-COST-ED
022600     WRITE ENR-OUTFOC FROM L-DETAIL-LINE
022700     ADD 1 TO WS-CNT-GROUPS
022800     ADD WS-FOC-LINES TO WS-TOT-LINES
022900     ADD WS-FOC-COST  TO WS-TOT-COST
023000     .
023100
023200 WRITE-RUN-TOTALS.
023300     WRITE ENR-OUTFOC FROM L-HEADER-BLANK
023400     MOVE 'SAMPLES (S)' TO TOT-LABEL-ED
023500     MOVE WS-TOT-SAMPLE TO TOT-AMOUNT-ED
023600     WRITE ENR-OUTFOC FROM L-TOTAL-LINE
023700     MOVE 'GOODWILL (G)' TO TOT-LABEL-ED
023800     MOVE WS-TOT-GOODWILL TO TOT-AMOUNT-ED
023900     WRITE ENR-OUTFOC FROM L-TOTAL-LINE
024000     MOVE 'WARRANTY REPLACEMENTS (W)' TO TOT-LABEL-ED
024100     MOVE WS-TOT-WARRANTY TO TOT-AMOUNT-ED
024200     WRITE ENR-OUTFOC FROM L-TOTAL-LINE
024300     WRITE ENR-OUTFOC FROM L-HEADER-BLANK
024400     MOVE 'MARKETING EXPENSE' TO TOT-LABEL-ED
024500     MOVE WS-TOT-MKTG TO TOT-AMOUNT-ED
024600     WRITE ENR-OUTFOC FROM L-TOTAL-LINE
024700     MOVE 'WARRANTY EXPENSE' TO TOT-LABEL-ED
024800     MOVE WS-TOT-WARRANTY TO TOT-AMOUNT-ED
024900     WRITE ENR-OUTFOC FROM L-TOTAL-LINE
025000     MOVE 'TOTAL FREE GOODS COST' TO TOT-LABEL-ED
025100     MOVE WS-TOT-COST TO TOT-AMOUNT-ED
025200     WRITE ENR-OUTFOC FROM L-TOTAL-LINE
025300     .
025400
025500 TEST-SQLCODE.
025600     EVALUATE TRUE
025700          WHEN SQLCODE IS EQUAL TO ZERO
025800                CONTINUE
025900          WHEN SQLCODE IS GREATER ZERO
026000             IF SQLCODE = 100
026100               CONTINUE
026200             ELSE
026300               DISPLAY 'WARNING : ' SQLCODE
026400             END-IF
026500          WHEN SQLCODE IS LESS THAN ZERO
026600                DISPLAY 'ANOMALIE : ' SQLCODE
026700                PERFORM ABEND-PROG
026800     END-EVALUATE.
026900
027000 ABEND-PROG.
027100     DISPLAY 'PART125 ABENDING - SEE SQLCODE ABOVE'
027200     MOVE 16 TO RETURN-CODE
027300     STOP RUN.
027400
027500******************************************************
027600*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
027700*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
027800*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
027900******************************************************
028000 GET-RUN-PARM.
028100     MOVE RETURN-CODE TO WS-PGET-RETCODE
028200     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
028300                        WS-PGET-VALUE
028400*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
028500     MOVE WS-PGET-RETCODE TO RETURN-CODE
028600     .
