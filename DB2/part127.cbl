000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART127.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - MONTHLY HIT RATE OF THE         *
000600*              UNUSUAL-ORDER SCREENING. FOR THE MONTH (SCRNMONTH *
000700*              ENV VAR, YYYY-MM, DEFAULT = LAST MONTH) READS THE *
000800*              API5.ORDER_SCREENING ROWS BY SCREENING DATE AND   *
000900*              PRINTS ON FICSHR, PER COMBINATION OF REASONS AND  *
001000*              THEN PER FACTOR, HOW MANY ORDERS WERE DIVERTED,   *
001100*              RELEASED, CANCELLED AND ARE STILL PENDING, AND    *
001200*              THE HIT RATE - CANCELLED ORDERS AS A PERCENTAGE   *
001300*              OF THOSE DECIDED - SO THE POINTS AND THRESHOLD    *
001400*              CAN BE TUNED.                                     *
001420* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001440*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001460*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001480*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001482* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001484*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001486*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001488*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001490*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001492*              FOR THE PART131 REPORT.                           *
001500******************************************************************
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
001800 SPECIAL-NAMES.
001900     DECIMAL-POINT IS COMMA.
002000
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT OUTSHR ASSIGN TO FICSHR.
002400
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD OUTSHR.
002800 01 ENR-OUTSHR PIC X(80).
002900
003000 WORKING-STORAGE SECTION.
003100     EXEC SQL
003200        INCLUDE SQLCA
003300     END-EXEC.
003400     EXEC SQL
003500        INCLUDE SCREEN
003600     END-EXEC.
003700
003800******************************************************
003900*** THE MONTH'S SCREENED ORDERS BY COMBINATION OF   ***
004000*** REASONS, WITH WHAT THE REVIEWERS DECIDED.       ***
004100******************************************************
004200     EXEC SQL
004300        DECLARE CSHR CURSOR
004400        FOR
004500        SELECT REASONS, COUNT(*),
004600               SUM(CASE WHEN STATUS = 'R' THEN 1 ELSE 0 END),
004700               SUM(CASE WHEN STATUS = 'X' THEN 1 ELSE 0 END),
004800               SUM(CASE WHEN STATUS = 'P' THEN 1 ELSE 0 END)
004900        FROM API5.ORDER_SCREENING
005000        WHERE SCREEN_DATE >= :WS-DATE-FROM
005100        AND   SCREEN_DATE <= :WS-DATE-TO
005200        GROUP BY REASONS
005300        ORDER BY REASONS
005400     END-EXEC.
005500
005600 77 WS-MONTH-PARM     PIC X(7).
005700 77 WS-SHR-MONTH      PIC X(7).
005800 77 WS-DATE-FROM      PIC X(10).
005900 77 WS-DATE-TO        PIC X(10).
006000 77 WS-TODAY-RAW      PIC X(08).
006050 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
006058 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
006066 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART127'.
006074 77 WS-PGET-NAME      PIC X(12).
006082 77 WS-PGET-VALUE     PIC X(40).
006090 77 WS-PGET-RETCODE   PIC S9(4) COMP.
006100 77 WS-FIRST-OF-MONTH PIC 9(8).
006200 77 WS-FIRST-OF-MONTH-X REDEFINES WS-FIRST-OF-MONTH PIC X(8).
006300 77 WS-PREV-DATE      PIC 9(8).
006400 77 WS-PREV-DATE-X    REDEFINES WS-PREV-DATE PIC X(8).
006500 77 WS-GRP-DIVERTED   PIC 9(7) COMP-3.
006600 77 WS-GRP-RELEASED   PIC 9(7) COMP-3.
006700 77 WS-GRP-CANCELLED  PIC 9(7) COMP-3.
006800 77 WS-GRP-PENDING    PIC 9(7) COMP-3.
006900 77 WS-TOT-DIVERTED   PIC 9(7) COMP-3 VALUE ZERO.
007000 77 WS-TOT-RELEASED   PIC 9(7) COMP-3 VALUE ZERO.
007100 77 WS-TOT-CANCELLED  PIC 9(7) COMP-3 VALUE ZERO.
007200 77 WS-TOT-PENDING    PIC 9(7) COMP-3 VALUE ZERO.
007300 77 WS-HIT-RATE       PIC 9(3)V9.
007400 77 WS-FX             PIC 9(1).
007500 77 WS-LIST-DONE      PIC X VALUE 'N'.
007600    88 LIST-DONE        VALUE 'O'.
007700    88 LIST-NOT-DONE    VALUE 'N'.
007800
007900******************************************************
008000*** ONE ENTRY PER REASON POSITION IN SCREEN.CPY.    ***
008100******************************************************
008200 01 WS-FACTOR-NAMES.
008300    05 FILLER         PIC X(20) VALUE 'N NEW ACCOUNT'.
008400    05 FILLER         PIC X(20) VALUE 'Q QUANTITY'.
008500    05 FILLER         PIC X(20) VALUE 'V VALUE'.
008600    05 FILLER         PIC X(20) VALUE 'P NEW PRODUCT'.
008700    05 FILLER         PIC X(20) VALUE 'S NEW SHIP-TO'.
008800 01 WS-FACTOR-TABLE REDEFINES WS-FACTOR-NAMES.
008900    05 WS-FACTOR-NAME OCCURS 5 TIMES PIC X(20).
009000 01 WS-FACTOR-COUNTS.
009100    05 WS-FACTOR-ENTRY OCCURS 5 TIMES.
009200       10 FCT-DIVERTED  PIC 9(7) COMP-3.
009300       10 FCT-RELEASED  PIC 9(7) COMP-3.
009400       10 FCT-CANCELLED PIC 9(7) COMP-3.
009500       10 FCT-PENDING   PIC 9(7) COMP-3.
009600
009700 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
009800 01 L-TITLE-LINE.
009900    05 FILLER         PIC X(33)
010000       VALUE 'UNUSUAL ORDER SCREENING HIT RATE '.
010100    05 TITLE-MONTH-ED PIC X(7).
010200    05 FILLER         PIC X(40) VALUE SPACE.
010300 01 L-COLUMN-HEAD1.
010400    05 FILLER  PIC X(22) VALUE 'REASONS'.
010500    05 FILLER  PIC X(10) VALUE '  DIVERTED'.
010600    05 FILLER  PIC X(10) VALUE '  RELEASED'.
010700    05 FILLER  PIC X(10) VALUE ' CANCELLED'.
010800    05 FILLER  PIC X(10) VALUE '   PENDING'.
010900    05 FILLER  PIC X(10) VALUE '  HIT RATE'.
011000    05 FILLER  PIC X(8)  VALUE SPACE.
011100 01 L-DETAIL-LINE.
011200    05 DET-LABEL-ED   PIC X(22).
011300    05 DET-DIVERT-ED  PIC ZZZZZZZZZ9.
011400    05 DET-RELEASE-ED PIC ZZZZZZZZZ9.
011500    05 DET-CANCEL-ED  PIC ZZZZZZZZZ9.
011600    05 DET-PENDING-ED PIC ZZZZZZZZZ9.
011700    05 FILLER         PIC X(3)  VALUE SPACE.
011800    05 DET-RATE-ED    PIC ZZ9,9.
011900    05 FILLER         PIC X(2)  VALUE ' %'.
012000    05 FILLER         PIC X(8)  VALUE SPACE.
012100
012200 PROCEDURE DIVISION.
012300     PERFORM INITIALIZE-PARAMETERS
012400
012500     OPEN OUTPUT OUTSHR
012600     WRITE ENR-OUTSHR FROM L-TITLE-LINE
012700     WRITE ENR-OUTSHR FROM L-HEADER-BLANK
012800     WRITE ENR-OUTSHR FROM L-COLUMN-HEAD1
012900
013000     SET LIST-NOT-DONE TO TRUE
013100     EXEC SQL
013200        OPEN CSHR
013300     END-EXEC
013400     PERFORM TEST-SQLCODE
013500     PERFORM REPORT-ONE-GROUP UNTIL LIST-DONE
013600     EXEC SQL
013700        CLOSE CSHR
013800     END-EXEC
013900     PERFORM TEST-SQLCODE
014000
014100     PERFORM WRITE-RUN-TOTALS
014200     CLOSE OUTSHR
014300
014400     DISPLAY 'PART127 : COMMANDES DETOURNEES : ' WS-TOT-DIVERTED
014500     DISPLAY 'PART127 : COMMANDES ANNULEES   : ' WS-TOT-CANCELLED
014600     DISPLAY 'PART127 : TAUX DE DETECTION    : ' DET-RATE-ED ' %'
014700     GOBACK.
014800
014900******************************************************
015000*** SCRNMONTH NAMES THE MONTH; UNSET MEANS LAST     ***
015100*** MONTH, AS FOR PART34'S REVALUATION.             ***
015200******************************************************
015300 INITIALIZE-PARAMETERS.
015400     INITIALIZE WS-FACTOR-COUNTS
015500     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
015550     CALL RUNDATE USING WS-TODAY-RAW
015600     MOVE SPACES TO WS-MONTH-PARM
015700     MOVE 'SCRNMONTH' TO WS-PGET-NAME
015733     PERFORM GET-RUN-PARM
015766     MOVE WS-PGET-VALUE TO WS-MONTH-PARM
015800     IF WS-MONTH-PARM NOT = SPACES
015900        MOVE WS-MONTH-PARM TO WS-SHR-MONTH
016000     ELSE
016100        MOVE WS-TODAY-RAW TO WS-FIRST-OF-MONTH-X
016200        MOVE '01' TO WS-FIRST-OF-MONTH-X(7:2)
016300        COMPUTE WS-PREV-DATE = FUNCTION DATE-OF-INTEGER
016400                (FUNCTION INTEGER-OF-DATE(WS-FIRST-OF-MONTH)
016500                 - 1)
016600        STRING WS-PREV-DATE-X(1:4) '-' WS-PREV-DATE-X(5:2)
016700               DELIMITED BY SIZE INTO WS-SHR-MONTH
016800        END-STRING
016900     END-IF
017000
017100     STRING WS-SHR-MONTH '-01' DELIMITED BY SIZE
017200            INTO WS-DATE-FROM
017300     END-STRING
017400     STRING WS-SHR-MONTH '-31' DELIMITED BY SIZE
017500            INTO WS-DATE-TO
017600     END-STRING
017700     MOVE WS-SHR-MONTH TO TITLE-MONTH-ED
017800     DISPLAY 'PART127 : CONTROLE DES COMMANDES POUR ' WS-SHR-MONTH
017900     .
018000
018100 REPORT-ONE-GROUP.
018200     EXEC SQL
018300        FETCH CSHR
018400        INTO :SCRN-REASONS, :WS-GRP-DIVERTED, :WS-GRP-RELEASED,
018500             :WS-GRP-CANCELLED, :WS-GRP-PENDING
018600     END-EXEC
018700     EVALUATE TRUE
018800        WHEN SQLCODE = +100
018900             SET LIST-DONE TO TRUE
019000        WHEN SQLCODE = ZERO
019100             PERFORM WRITE-DETAIL
019200        WHEN OTHER
019300             PERFORM TEST-SQLCODE
019400     END-EVALUATE
019500     .
019600
019700******************************************************
019800*** ONE LINE PER COMBINATION; EACH FACTOR PRESENT   ***
019900*** IN IT IS CREDITED WITH THE GROUP'S ORDERS.      ***
020000******************************************************
020100 WRITE-DETAIL.
020200     MOVE SPACES TO DET-LABEL-ED
020300     MOVE SCRN-REASONS TO DET-LABEL-ED
020400     PERFORM EDIT-DETAIL-COUNTS
020500     WRITE ENR-OUTSHR FROM L-DETAIL-LINE
020600     ADD WS-GRP-DIVERTED  TO WS-TOT-DIVERTED
020700     ADD WS-GRP-RELEASED  TO WS-TOT-RELEASED
020800     ADD WS-GRP-CANCELLED TO WS-TOT-CANCELLED
020900     ADD WS-GRP-PENDING   TO WS-TOT-PENDING
021000     PERFORM ADD-TO-FACTOR VARYING WS-FX FROM 1 BY 1
021100             UNTIL WS-FX > 5
021200     .
021300
021400 ADD-TO-FACTOR.
021500     IF SCRN-REASONS(WS-FX:1) NOT = SPACE
021600        ADD WS-GRP-DIVERTED  TO FCT-DIVERTED(WS-FX)
021700        ADD WS-GRP-RELEASED  TO FCT-RELEASED(WS-FX)
021800        ADD WS-GRP-CANCELLED TO FCT-CANCELLED(WS-FX)
021900        ADD WS-GRP-PENDING   TO FCT-PENDING(WS-FX)
022000     END-IF
022100     .
022200
022300******************************************************
022400*** HIT RATE = CANCELLED / (RELEASED + CANCELLED);  ***
022500*** PENDING ORDERS ARE NOT YET COUNTED EITHER WAY.  ***
022600******************************************************
022700 EDIT-DETAIL-COUNTS.
022800     MOVE WS-GRP-DIVERTED  TO DET-DIVERT-ED
022900     MOVE WS-GRP-RELEASED  TO DET-RELEASE-ED
023000     MOVE WS-GRP-CANCELLED TO DET-CANCEL-ED
023100     MOVE WS-GRP-PENDING   TO DET-PENDING-ED
023200     MOVE ZERO TO WS-HIT-RATE
023300     IF WS-GRP-RELEASED + WS-GRP-CANCELLED > ZERO
023400        COMPUTE WS-HIT-RATE ROUNDED = WS-GRP-CANCELLED * 100
023500                / (WS-GRP-RELEASED + WS-GRP-CANCELLED)
023600     END-IF
023700     MOVE WS-HIT-RATE TO DET-RATE-ED
023800     .
023900
024000 WRITE-RUN-TOTALS.
024100     WRITE ENR-OUTSHR FROM L-HEADER-BLANK
024200     PERFORM WRITE-FACTOR-LINE VARYING WS-FX FROM 1 BY 1
024300             UNTIL WS-FX > 5
024400     WRITE ENR-OUTSHR FROM L-HEADER-BLANK
024500     MOVE WS-TOT-DIVERTED  TO WS-GRP-DIVERTED
024600     MOVE WS-TOT-RELEASED  TO WS-GRP-RELEASED
024700     MOVE WS-TOT-CANCELLED TO WS-GRP-CANCELLED
024800     MOVE WS-TOT-PENDING   TO WS-GRP-PENDING
024900     MOVE 'ALL SCREENED ORDERS' TO DET-LABEL-ED
025000     PERFORM EDIT-DETAIL-COUNTS
025100     WRITE ENR-OUTSHR FROM L-DETAIL-LINE
025200     .
025300
025400 WRITE-FACTOR-LINE.
025500     MOVE FCT-DIVERTED(WS-FX)  TO WS-GRP-DIVERTED
025600     MOVE FCT-RELEASED(WS-FX)  TO WS-GRP-RELEASED
025700     MOVE FCT-CANCELLED(WS-FX) TO WS-GRP-CANCELLED
025800     MOVE FCT-PENDING(WS-FX)   TO WS-GRP-PENDING
025900     MOVE WS-FACTOR-NAME(WS-FX) TO DET-LABEL-ED
026000     PERFORM EDIT-DETAIL-COUNTS
026100     WRITE ENR-OUTSHR FROM L-DETAIL-LINE
026200     .
026300
026400 TEST-SQLCODE.
026500     EVALUATE TRUE
026600          WHEN SQLCODE IS EQUAL TO ZERO
026700                CONTINUE
026800          WHEN SQLCODE IS GREATER ZERO
026900             IF SQLCODE = 100
027000               CONTINUE
027100             ELSE
027200               DISPLAY 'WARNING : ' SQLCODE
027300             END-IF
027400          WHEN SQLCODE IS LESS THAN ZERO
027500                DISPLAY 'ANOMALIE : ' SQLCODE
027600                PERFORM ABEND-PROG
027700     END-EVALUATE.
027800
027900 ABEND-PROG.
028000     DISPLAY 'PART127 ABENDING - SEE SQLCODE ABOVE'
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
